           COPY 'CPVIDSPF'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDALF'. *> ABEND LOG
           COPY 'CPVIDLGF'. *> MAINTENANCE AUDIT LOG
           COPY 'CPVIDHCF'. *> CONDHIST DAT WORKBOOK
      *
       DATA DIVISION.
       FILE SECTION.

       FD VIDLOG.
           COPY 'CPVIDLGD'.

       FD CONDHIST.
           COPY 'CPVIDHCD'.
      *
       WORKING-STORAGE SECTION.
           COPY 'CPVIDMAN'. *> MAIN SCREEN
           COPY 'CPVIDALW'. *> ABEND LOG
           COPY 'CPVIDLGW'. *> MAINTENANCE AUDIT LOG
           COPY 'CPVIDOPW'. *> OPERATOR SESSION
           COPY 'CPVIDHCW'. *> CONDHIST DAT WORKBOOK
      *
       77 FS-REPARO-REL             PIC X(02).
       77 WRK-SPL-NOME              PIC X(40).
           05 LINE 09 COLUMN 02 VALUE "3 - REGISTRAR RETORNO REPARADO".
           05 LINE 10 COLUMN 02 VALUE "4 - REGISTRAR IRRECUPERAVEL".
           05 LINE 11 COLUMN 02 VALUE "5 - RELATORIO PENDENTES (IMPR.)".
           05 LINE 07 COLUMN 40 VALUE "6 - CICLO DE VIDA / REPOSICAO".
           05 LINE 12 COLUMN 02 VALUE "0 - VOLTAR".
           05 LINE 13 COLUMN 02 VALUE "OPCAO: ".
           05 COLUMN PLUS 01    PIC X(01) USING WRK-OPTION.
               WHEN '3' PERFORM 0330-REGISTRAR-RETORNO
               WHEN '4' PERFORM 0340-REGISTRAR-IRRECUPERAVEL
               WHEN '5' PERFORM 0350-RELATORIO-PENDENTES
               WHEN '6' PERFORM 0370-CHAMA-CICLO-VIDA
               WHEN '0' CONTINUE
               WHEN OTHER
                   INITIALIZE WRK-MSG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EXE-CONDICAO TO WRK-HCO-ANTERIOR
                   MOVE 'R' TO EXE-CONDICAO
                   REWRITE REG-EXE
                   MOVE EXE-CODIGO   TO WRK-HCO-CODIGO
                   MOVE EXE-NUMERO   TO WRK-HCO-EXEMPLAR
                   MOVE EXE-CONDICAO TO WRK-HCO-NOVA
                   MOVE 'REPARO'     TO WRK-HCO-ORIGEM
                   PERFORM 0334-GRAVA-CONDICAO
           END-READ.
       0333-RESTAURA-CONDICAO-END. EXIT.

       0334-GRAVA-CONDICAO SECTION.
           COPY 'CPVIDHCP'. *> GRAVA MUDANCA DE CONDICAO DO EXEMPLAR
       0334-GRAVA-CONDICAO-END. EXIT.

       0340-REGISTRAR-IRRECUPERAVEL SECTION.
           INITIALIZE REG-REP.
           INITIALIZE WRK-MSG.
           COPY 'CPVIDSPP'. *> REGISTRA O RELATORIO NO SPOOL
       0360-REGISTRA-SPOOL-END. EXIT.

       0370-CHAMA-CICLO-VIDA SECTION.
      *    VDVIDPRG ABRE REPAROS, EXEMPLAR E MOVIES POR CONTA PROPRIA;
      *    OS ARQUIVOS SAO LIBERADOS AQUI ANTES DO CALL E REABERTOS NA
      *    VOLTA (MESMO CUIDADO DE EMVIDPRG AO CHAMAR MUVIDPRG).
           PERFORM 0500-CLOSE-DATA.
           CALL 'VDVIDPRG'.
           PERFORM 0100-OPEN-DATA.
       0370-CHAMA-CICLO-VIDA-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE MOVIES.
           CLOSE REPAROS.
