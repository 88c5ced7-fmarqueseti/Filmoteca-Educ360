      ******************************************************************
      * FILE NAME   : CEVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : CIRCULATION STATISTICS REBUILD OF VIDEOTECA      *
      *               PROGRAM - RECREATES CIRCEST.DAT (COUNTS PER      *
      *               MONTH, CODIGO, TOM-TURMA AND EVENT TYPE) FROM    *
      *               THE WHOLE OF LOANHIST.DAT, THE ARCHIVED YEARS    *
      *               (LOANHIST-AAAA.DAT) AND USOLOCAL.DAT, FOR        *
      *               THE FIRST LOAD, AFTER A HISTORY RESTORE OR       *
      *               CONVERSION, OR WHENEVER THE SUMMARY IS IN DOUBT; *
      *               PRINTS THE CONTROL TOTALS (ROWS READ AGAINST     *
      *               EVENTS SUMMED)                                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEVIDPRG.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDCEF'. *> CIRCEST (CIRCULATION STATISTICS)
           COPY 'CPVIDHFC'. *> LOAN HISTORY
           COPY 'CPVIDHAF'. *> LOAN HISTORY - ARCHIVED YEAR
           COPY 'CPVIDHXF'. *> LOAN HISTORY - ARCHIVED YEARS INDEX
           COPY 'CPVIDULF'. *> USOLOCAL DAT WORKBOOK
           COPY 'CPVIDTFC'. *> TOMADORES DAT WORKBOOK
      *
           SELECT CES-REL
              ASSIGN       TO WRK-SPL-NOME
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-CES-REL.
      *
           COPY 'CPVIDSPF'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDALF'. *> ABEND LOG
      *
       DATA DIVISION.
       FILE SECTION.
       FD CIRCEST.
           COPY 'CPVIDCED'.

       FD LOANHIST.
           COPY 'CPVIDHDT'.

       FD HISTARQ.
           COPY 'CPVIDHAD'.

       FD HISTANOS.
           COPY 'CPVIDHXD'.

       FD USOLOCAL.
           COPY 'CPVIDULD'.

       FD TOMADORES.
           COPY 'CPVIDTDT'.

       FD CES-REL.
           01 FIL-REL          PIC X(132).

       FD VIDRELS.
           COPY 'CPVIDSPD'.

       FD VIDABEND.
           COPY 'CPVIDALD'.
      *
       WORKING-STORAGE SECTION.
           COPY 'CPVIDMAN'. *> MAIN SCREEN
           COPY 'CPVIDMSG'. *> MESSAGES
           COPY 'CPVIDBTM'. *> BATCH-MODE FLAG
           COPY 'CPVIDCEW'. *> CIRCEST (CIRCULATION STATISTICS)
           COPY 'CPVIDHNW'. *> LOAN HISTORY
           COPY 'CPVIDHAW'. *> LOAN HISTORY - ARCHIVED YEAR
           COPY 'CPVIDHXW'. *> LOAN HISTORY - ARCHIVED YEARS INDEX
           COPY 'CPVIDULW'. *> USOLOCAL DAT WORKBOOK
           COPY 'CPVIDTNW'. *> TOMADORES DAT WORKBOOK
           COPY 'CPVIDSPW'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDABE'. *> ABEND
           COPY 'CPVIDALW'. *> ABEND LOG
      *
       77 FS-CES-REL               PIC X(02).
       77 WRK-SPL-NOME             PIC X(40).
       77 WRK-SPL-PROGRAMA         PIC X(08).
      *
      *    TOTAIS DE CONTROLE: LINHAS LIDAS NOS ARQUIVOS DE ORIGEM
      *    (HISTORICO VIVO, ANOS ARQUIVADOS E CONSULTAS LOCAIS) CONTRA
      *    A SOMA DOS CONTADORES GRAVADOS. ANO ARQUIVADO QUE NAO ABRE
      *    FICA FORA DO RESUMO E O CONTROLE NAO CONFERE.
       01 WRK-ESTATISTICA.
           05 WRK-CE-HIS-LIDOS     PIC 9(07) USAGE COMP-3 VALUE ZEROES.
           05 WRK-CE-ARQ-LIDOS     PIC 9(07) USAGE COMP-3 VALUE ZEROES.
           05 WRK-CE-ANOS-LIDOS    PIC 9(02) USAGE COMP-3 VALUE ZEROES.
           05 WRK-CE-ANOS-FALHA    PIC 9(02) USAGE COMP-3 VALUE ZEROES.
           05 WRK-CE-USO-LIDOS     PIC 9(07) USAGE COMP-3 VALUE ZEROES.
           05 WRK-CE-CONTADORES    PIC 9(07) USAGE COMP-3 VALUE ZEROES.
           05 WRK-CE-SOMA          PIC 9(09) USAGE COMP-3 VALUE ZEROES.
           05 WRK-CE-ED-HIS        PIC Z(06)9 VALUE ZEROES.
           05 WRK-CE-ED-ARQ        PIC Z(06)9 VALUE ZEROES.
           05 WRK-CE-ED-ANOS       PIC Z9     VALUE ZEROES.
           05 WRK-CE-ED-FALHA      PIC Z9     VALUE ZEROES.
           05 WRK-CE-ED-USO        PIC Z(06)9 VALUE ZEROES.
           05 WRK-CE-ED-CONT       PIC Z(06)9 VALUE ZEROES.
           05 WRK-CE-ED-SOMA       PIC Z(08)9 VALUE ZEROES.
       77 WRK-CE-CONFERE           PIC X(01) VALUE 'S'.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN'. *> MAIN SCREEN
           COPY 'SCVIDMSG'. *> MESSAGES
      *
       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           COPY 'CPVIDDTE'. *> DATE/TIME PROCEDURE
      *
      *    NO PASSO NOTURNO A RECRIACAO RODA DIRETO; EM TELA PEDE
      *    CONFIRMACAO, PORQUE O RESUMO FICA VAZIO ATE O FIM DA
      *    PASSADA E DEVE RODAR COM O BALCAO FECHADO.
           IF WRK-BATCH-MODE NOT EQUAL 'S'
               MOVE " * * * * RECRIAR ESTATISTICAS * * * *"
                   TO WRK-TITLE
               MOVE "ENTER=CONFIRMA"                 TO WRK-KEYS
               INITIALIZE WRK-MSG
               DISPLAY SCREEN-MAIN
      *
               MOVE '06RECRIAR RESUMO DE CIRCULACAO DO HISTORICO (S/N)?'
                   TO WRK-MSG
               DISPLAY SCREEN-CONFIRMATION
               ACCEPT SCREEN-CONFIRMATION-WAIT
      *
               IF WRK-AWAIT NOT EQUAL 'S' AND NOT EQUAL 's'
                   PERFORM 0700-END-PROGRAM
               END-IF
           END-IF.
      *
           PERFORM 0100-OPEN-DATA.
           PERFORM 0300-SOMA-HISTORICO.
           PERFORM 0320-SOMA-USOS.
           PERFORM 0400-CONFERE-TOTAIS.
           PERFORM 0500-CLOSE-DATA.
           PERFORM 0450-IMPRIME-CONTROLE.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.

       0100-OPEN-DATA SECTION.
      *    O RESUMO E RECRIADO VAZIO; OS ARQUIVOS DE ORIGEM SO SAO
      *    LIDOS.
           OPEN OUTPUT CIRCEST.
           CLOSE CIRCEST.
           OPEN I-O CIRCEST.
      *
           IF FS-CIRCEST NOT EQUAL "00"
               MOVE FS-CIRCEST TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ESTATISTICAS DE CIRCULACAO'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT LOANHIST.
      *
           IF FS-LOANHIST EQUAL "35"
               OPEN OUTPUT LOANHIST
               CLOSE LOANHIST
               OPEN INPUT LOANHIST
           END-IF.
      *
           IF FS-LOANHIST NOT EQUAL "00"
               MOVE FS-LOANHIST TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE HISTORICO'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT USOLOCAL.
      *
           IF FS-USOLOCAL EQUAL "35"
               OPEN OUTPUT USOLOCAL
               CLOSE USOLOCAL
               OPEN INPUT USOLOCAL
           END-IF.
      *
           IF FS-USOLOCAL NOT EQUAL "00"
               MOVE FS-USOLOCAL TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQ DE CONSULTAS LOCAIS'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT TOMADORES.
      *
           IF FS-TOMADORES EQUAL "35"
               OPEN OUTPUT TOMADORES
               CLOSE TOMADORES
               OPEN INPUT TOMADORES
           END-IF.
       0100-OPEN-DATA-END. EXIT.

       0300-SOMA-HISTORICO SECTION.
      *    CADA LINHA DO HISTORICO SOMA NO MES DA RETIRADA, NO TIPO DO
      *    EVENTO E NA TURMA ATUAL DO TOMADOR (MESMO CRITERIO DOS
      *    PROGRAMAS QUE ALIMENTAM O RESUMO NO DIA A DIA).
           MOVE ZEROES TO HIS-NUMERO.
           START LOANHIST KEY IS NOT LESS THAN HIS-NUMERO
               INVALID KEY
                   MOVE '10' TO FS-LOANHIST
           END-START.
      *
           IF FS-LOANHIST EQUAL "00"
               READ LOANHIST NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-LOANHIST EQUAL "10"
               ADD 1 TO WRK-CE-HIS-LIDOS
               MOVE HIS-TOM-CODIGO TO TOM-CODIGO
               READ TOMADORES
                   INVALID KEY
                       MOVE SPACES TO TOM-TURMA
               END-READ
      *
               MOVE HIS-DATA-EMPRESTIMO(1:6) TO WRK-CES-ANOMES
               MOVE HIS-CODIGO               TO WRK-CES-CODIGO
               MOVE TOM-TURMA                TO WRK-CES-TURMA
               MOVE HIS-TIPO                 TO WRK-CES-EVENTO
               PERFORM 0310-SOMA-CONTADOR
      *
               READ LOANHIST NEXT RECORD
           END-PERFORM.
      *
      *    OS ANOS QUE HAVIDPRG JA TIROU DO HISTORICO VIVO CONTINUAM
      *    NO RESUMO: CADA LOANHIST-AAAA.DAT SOMA COM O MESMO CRITERIO.
           COPY 'CPVIDHAP'. *> CARREGA OS ANOS JA ARQUIVADOS
           PERFORM VARYING WRK-HSA-IX FROM 1 BY 1
                     UNTIL WRK-HSA-IX GREATER WRK-HSA-QTD
               PERFORM 0305-SOMA-ARQUIVADO
           END-PERFORM.
       0300-SOMA-HISTORICO-END. EXIT.

       0305-SOMA-ARQUIVADO SECTION.
      *    LINHAS DO ARQUIVO DO ANO WRK-HSA-ANO(WRK-HSA-IX), GRAVADO
      *    POR HAVIDPRG COM O LEIAUTE DE REG-HIS.
           COPY 'CPVIDHAN'. *> NOME DO ARQUIVO DO ANO
      *
           OPEN INPUT HISTARQ.
      *
           IF FS-HISTARQ NOT EQUAL "00"
               ADD 1 TO WRK-CE-ANOS-FALHA
               DISPLAY 'CEVIDPRG: ' WRK-HSA-NOME
                       ' NAO ABERTO (' FS-HISTARQ ').'
               GO TO 0305-SOMA-ARQUIVADO-END
           END-IF.
      *
           ADD 1 TO WRK-CE-ANOS-LIDOS.
           MOVE ZEROES TO HSA-NUMERO.
           START HISTARQ KEY IS NOT LESS THAN HSA-NUMERO
               INVALID KEY
                   MOVE '10' TO FS-HISTARQ
           END-START.
      *
           IF FS-HISTARQ EQUAL "00"
               READ HISTARQ NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-HISTARQ NOT EQUAL "00"
               ADD 1 TO WRK-CE-ARQ-LIDOS
               MOVE HSA-TOM-CODIGO TO TOM-CODIGO
               READ TOMADORES
                   INVALID KEY
                       MOVE SPACES TO TOM-TURMA
               END-READ
      *
               MOVE HSA-DATA-EMPRESTIMO(1:6) TO WRK-CES-ANOMES
               MOVE HSA-CODIGO               TO WRK-CES-CODIGO
               MOVE TOM-TURMA                TO WRK-CES-TURMA
               MOVE HSA-TIPO                 TO WRK-CES-EVENTO
               PERFORM 0310-SOMA-CONTADOR
      *
               READ HISTARQ NEXT RECORD
           END-PERFORM.
      *
           CLOSE HISTARQ.
       0305-SOMA-ARQUIVADO-END. EXIT.

       0310-SOMA-CONTADOR SECTION.
           COPY 'CPVIDCEP'. *> SOMA NO RESUMO DE CIRCULACAO
       0310-SOMA-CONTADOR-END. EXIT.

       0320-SOMA-USOS SECTION.
      *    A CONSULTA LOCAL SOMA COMO EVENTO 'U' NA TURMA INFORMADA
      *    NA CONSULTA OU, SEM ELA, NA DO TOMADOR (CRITERIO DE
      *    ULVIDPRG).
           MOVE ZEROES TO USO-NUMERO.
           START USOLOCAL KEY IS NOT LESS THAN USO-NUMERO
               INVALID KEY
                   MOVE '10' TO FS-USOLOCAL
           END-START.
      *
           IF FS-USOLOCAL EQUAL "00"
               READ USOLOCAL NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-USOLOCAL EQUAL "10"
               ADD 1 TO WRK-CE-USO-LIDOS
               MOVE USO-DATA(1:6) TO WRK-CES-ANOMES
               MOVE USO-CODIGO    TO WRK-CES-CODIGO
               MOVE 'U'           TO WRK-CES-EVENTO
               MOVE USO-TURMA     TO WRK-CES-TURMA
      *
               IF USO-TURMA EQUAL SPACES
              AND USO-TOM-CODIGO NOT EQUAL ZEROES
                   MOVE USO-TOM-CODIGO TO TOM-CODIGO
                   READ TOMADORES
                       INVALID KEY
                           MOVE SPACES TO TOM-TURMA
                   END-READ
                   MOVE TOM-TURMA TO WRK-CES-TURMA
               END-IF
      *
               PERFORM 0310-SOMA-CONTADOR
               READ USOLOCAL NEXT RECORD
           END-PERFORM.
       0320-SOMA-USOS-END. EXIT.

       0400-CONFERE-TOTAIS SECTION.
      *    RELE O RESUMO RECRIADO: A SOMA DOS CONTADORES TEM DE BATER
      *    COM AS LINHAS LIDAS NA ORIGEM.
           MOVE LOW-VALUES TO CES-CHAVE.
           START CIRCEST KEY IS NOT LESS THAN CES-CHAVE
               INVALID KEY
                   MOVE '10' TO FS-CIRCEST
           END-START.
      *
           IF FS-CIRCEST EQUAL "00"
               READ CIRCEST NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-CIRCEST EQUAL "10"
               ADD 1        TO WRK-CE-CONTADORES
               ADD CES-QTDE TO WRK-CE-SOMA
               READ CIRCEST NEXT RECORD
           END-PERFORM.
      *
           IF WRK-CE-SOMA EQUAL WRK-CE-HIS-LIDOS + WRK-CE-ARQ-LIDOS
                              + WRK-CE-USO-LIDOS
          AND WRK-CE-ANOS-FALHA EQUAL ZEROES
               MOVE 'S' TO WRK-CE-CONFERE
           ELSE
               MOVE 'N' TO WRK-CE-CONFERE
           END-IF.
       0400-CONFERE-TOTAIS-END. EXIT.

       0450-IMPRIME-CONTROLE SECTION.
           MOVE WRK-CE-HIS-LIDOS  TO WRK-CE-ED-HIS.
           MOVE WRK-CE-ARQ-LIDOS  TO WRK-CE-ED-ARQ.
           MOVE WRK-CE-ANOS-LIDOS TO WRK-CE-ED-ANOS.
           MOVE WRK-CE-ANOS-FALHA TO WRK-CE-ED-FALHA.
           MOVE WRK-CE-USO-LIDOS  TO WRK-CE-ED-USO.
           MOVE WRK-CE-CONTADORES TO WRK-CE-ED-CONT.
           MOVE WRK-CE-SOMA       TO WRK-CE-ED-SOMA.
      *
           STRING './dat/CIRCEST-' DELIMITED BY SIZE
                  WRK-DATA-AAAA    DELIMITED BY SIZE
                  WRK-DATA-MM      DELIMITED BY SIZE
                  WRK-DATA-DD      DELIMITED BY SIZE
                  '.prt'           DELIMITED BY SIZE
             INTO WRK-SPL-NOME.
      *
           OPEN OUTPUT CES-REL.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'VIDEOTECA - RECRIACAO DO RESUMO DE CIRCULACAO  '
                       DELIMITED BY SIZE
                  'EMISSAO: '        DELIMITED BY SIZE
                  WRK-DATA-EDIT-DD   DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  WRK-DATA-EDIT-MM   DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  WRK-DATA-EDIT-AAAA DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'LINHAS DO HISTORICO LIDAS....: ' DELIMITED BY SIZE
                  WRK-CE-ED-HIS                     DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'LINHAS DOS ANOS ARQUIVADOS...: ' DELIMITED BY SIZE
                  WRK-CE-ED-ARQ                     DELIMITED BY SIZE
                  '  (ANOS: '                       DELIMITED BY SIZE
                  WRK-CE-ED-ANOS                    DELIMITED BY SIZE
                  ')'                               DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           IF WRK-CE-ANOS-FALHA GREATER THAN ZEROES
               MOVE SPACES TO FIL-REL
               STRING 'ANOS ARQUIVADOS NAO LIDOS....: '
                                                 DELIMITED BY SIZE
                      WRK-CE-ED-FALHA            DELIMITED BY SIZE
                 INTO FIL-REL
               WRITE FIL-REL
           END-IF.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'CONSULTAS LOCAIS LIDAS.......: ' DELIMITED BY SIZE
                  WRK-CE-ED-USO                     DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'CONTADORES GRAVADOS..........: ' DELIMITED BY SIZE
                  WRK-CE-ED-CONT                    DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'EVENTOS SOMADOS NO RESUMO....: ' DELIMITED BY SIZE
                  WRK-CE-ED-SOMA                    DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
      *
           IF WRK-CE-CONFERE EQUAL 'S'
               MOVE 'TOTAIS CONFEREM: RESUMO PRONTO PARA OS RELATORIOS.'
                   TO FIL-REL
           ELSE
               MOVE 'TOTAIS NAO CONFEREM: RODE A RECRIACAO DE NOVO.'
                   TO FIL-REL
           END-IF.
           WRITE FIL-REL.
      *
           CLOSE CES-REL.
           PERFORM 0460-REGISTRA-SPOOL.
      *
           DISPLAY 'CEVIDPRG: HISTORICO ' WRK-CE-ED-HIS
                   ' ARQUIVADOS ' WRK-CE-ED-ARQ
                   ' USOS ' WRK-CE-ED-USO
                   ' EVENTOS ' WRK-CE-ED-SOMA
                   ' CONFERE ' WRK-CE-CONFERE.
      *
           IF WRK-BATCH-MODE NOT EQUAL 'S'
               INITIALIZE WRK-MSG
               IF WRK-CE-CONFERE EQUAL 'S'
                   STRING '14RESUMO RECRIADO. EVENTOS SOMADOS: '
                              DELIMITED BY SIZE
                          WRK-CE-ED-SOMA DELIMITED BY SIZE
                     INTO WRK-MSG
               ELSE
                   MOVE '14TOTAIS NAO CONFEREM. VEJA O RELATORIO.'
                       TO WRK-MSG
               END-IF
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
           END-IF.
       0450-IMPRIME-CONTROLE-END. EXIT.

       0460-REGISTRA-SPOOL SECTION.
           MOVE 'CEVIDPRG' TO WRK-SPL-PROGRAMA.
           COPY 'CPVIDSPP'. *> REGISTRA O RELATORIO NO SPOOL
       0460-REGISTRA-SPOOL-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE CIRCEST.
           CLOSE LOANHIST.
           CLOSE USOLOCAL.
           CLOSE TOMADORES.
       0500-CLOSE-DATA-END. EXIT.

       0600-ROT-ABEND SECTION.
           MOVE 'CEVIDPRG' TO WS-ABEND-PROGRAM.
           COPY 'CPVIDRAB'. *> ABEND ROUTINE.
      *
           PERFORM 0700-END-PROGRAM.
       0600-ROT-ABEND-END. EXIT.

       0700-END-PROGRAM SECTION.
           GOBACK.
       0700-END-PROGRAM-END. EXIT.

       END PROGRAM CEVIDPRG.
