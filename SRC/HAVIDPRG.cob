      ******************************************************************
      * FILE NAME   : HAVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : YEARLY LOAN HISTORY ARCHIVE OF VIDEOTECA PROGRAM *
      *               (UNATTENDED YEAR-END BATCH: MOVES LOANHIST       *
      *               RECORDS OLDER THAN HISTORICO-ANOS SCHOOL YEARS   *
      *               INTO ONE INDEXED FILE PER YEAR, LOANHIST-AAAA,   *
      *               WITH THE SAME KEYS; PRINTS CONTROL TOTALS BEFORE *
      *               AND AFTER AND KEEPS THEM PER YEAR IN             *
      *               LOANHIST-ANOS.DAT)                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HAVIDPRG.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDHFC'. *> LOANHIST (HISTORICO)
           COPY 'CPVIDHAF'. *> LOANHIST ANUAL (ARQUIVADO)
           COPY 'CPVIDHXF'. *> LOANHIST-ANOS (TOTAIS POR ANO)
           COPY 'CPVIDPAF'. *> SYSTEM PARAMETERS
           COPY 'CPVIDJNF'. *> RECOVERY JOURNAL
           COPY 'CPVIDSPF'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDLGF'. *> MAINTENANCE AUDIT LOG
      *
           SELECT HISTANUAL-REL
              ASSIGN       TO WRK-SPL-NOME
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-HISTANUAL-REL.
      *
           COPY 'CPVIDALF'. *> ABEND LOG
      *
       DATA DIVISION.
       FILE SECTION.
       FD  LOANHIST.
           COPY 'CPVIDHDT'.

       FD  HISTARQ.
           COPY 'CPVIDHAD'.

       FD  HISTANOS.
           COPY 'CPVIDHXD'.

       FD  VIDPARAM.
           COPY 'CPVIDPAD'.

       FD  VIDJRN.
           COPY 'CPVIDJND'.

       FD  VIDRELS.
           COPY 'CPVIDSPD'.

       FD  VIDLOG.
           COPY 'CPVIDLGD'.

       FD  HISTANUAL-REL.
           01 FIL-REL          PIC X(132).

       FD VIDABEND.
           COPY 'CPVIDALD'.
      *
       WORKING-STORAGE SECTION.
           COPY 'CPVIDMAN'. *> TITLE / KEYS / CLOCK (DATE/TIME FIELDS)
           COPY 'CPVIDHNW'. *> LOANHIST (HISTORICO)
           COPY 'CPVIDHAW'. *> LOANHIST ANUAL (ARQUIVADO)
           COPY 'CPVIDHXW'. *> LOANHIST-ANOS (TOTAIS POR ANO)
           COPY 'CPVIDPAW'. *> SYSTEM PARAMETERS
           COPY 'CPVIDJNW'. *> RECOVERY JOURNAL
           COPY 'CPVIDSPW'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDLGW'. *> MAINTENANCE AUDIT LOG
           COPY 'CPVIDABE'. *> ABEND
           COPY 'CPVIDALW'. *> ABEND LOG
           COPY 'CPVIDOPW'. *> OPERATOR SESSION
      *
      *    CODIGO USADO APENAS PELA LINHA DO LOG DE AUDITORIA
      *    (CPVIDLGP ESPERA O CAMPO CODIGO DO CATALOGO).
       77 CODIGO                    PIC 9(07) VALUE ZEROES.
      *
       77 FS-HISTANUAL-REL          PIC X(02).
       77 WRK-SPL-NOME              PIC X(40).
       77 WRK-SPL-PROGRAMA          PIC X(08).
      *
      *    ANO LETIVO DE CORTE: REGISTROS DE ANO IGUAL OU ANTERIOR VAO
      *    PARA O ARQUIVO ANUAL. O ANO DO REGISTRO E O DA DEVOLUCAO
      *    (OU DO FIM DO ACESSO/PERDA); RENOVACAO, SEM DEVOLUCAO, FICA
      *    COM O ANO DO EMPRESTIMO. REGISTRO SEM DATA NENHUMA NUNCA E
      *    ARQUIVADO.
       77 WRK-HA-ANO-CORTE          PIC 9(04) VALUE ZEROES.
       77 WRK-HA-ANO-REG            PIC 9(04) VALUE ZEROES.
      *
      *    ANO DO ARQUIVO ANUAL ABERTO NO MOMENTO (ZERO = NENHUM).
       77 WRK-HA-ANO-ABERTO         PIC 9(04) VALUE ZEROES.
      *
      *    O MAIOR HIS-NUMERO NUNCA SAI DO LOANHIST.DAT: EMVIDPRG E
      *    DXVIDPRG NUMERAM O PROXIMO EVENTO PELO MAIOR NUMERO DO
      *    ARQUIVO VIVO, E A NUMERACAO NAO PODE VOLTAR PARA CHAVES QUE
      *    JA ESTAO NOS ARQUIVOS ANUAIS.
       77 WRK-HA-NUM-MAIOR          PIC 9(07) VALUE ZEROES.
      *
       01 WRK-HA-TOTAIS.
           05 WRK-HA-VIVO-ANTES     PIC 9(07) VALUE ZEROES.
           05 WRK-HA-VIVO-SOMA-ANT  PIC 9(13) VALUE ZEROES.
           05 WRK-HA-ARQ-ANTES      PIC 9(07) VALUE ZEROES.
           05 WRK-HA-ARQ-SOMA-ANT   PIC 9(13) VALUE ZEROES.
           05 WRK-HA-VIVO-DEPOIS    PIC 9(07) VALUE ZEROES.
           05 WRK-HA-VIVO-SOMA-DEP  PIC 9(13) VALUE ZEROES.
           05 WRK-HA-ARQ-DEPOIS     PIC 9(07) VALUE ZEROES.
           05 WRK-HA-ARQ-SOMA-DEP   PIC 9(13) VALUE ZEROES.
           05 WRK-HA-MOVIDOS        PIC 9(07) VALUE ZEROES.
           05 WRK-HA-SOMA-MOVIDOS   PIC 9(13) VALUE ZEROES.
           05 WRK-HA-JA-ARQUIVADOS  PIC 9(07) VALUE ZEROES.
      *
      *    TOTAIS DE UM ARQUIVO ANUAL, RECONTADOS POR 0410-CONTA-ANO.
       01 WRK-HA-CONTAGEM.
           05 WRK-HA-CNT-QTD        PIC 9(07) VALUE ZEROES.
           05 WRK-HA-CNT-SOMA       PIC 9(13) VALUE ZEROES.
           05 WRK-HA-CNT-MENOR      PIC 9(07) VALUE ZEROES.
           05 WRK-HA-CNT-MAIOR      PIC 9(07) VALUE ZEROES.
      *
      *    REGISTROS MOVIDOS NESTA RODADA, EM PARALELO A WRK-HSA-ANO.
       01 WRK-HA-TAB-MOVIDOS.
           05 WRK-HA-ANO-MOVIDOS    PIC 9(07) OCCURS 60 TIMES.
      *
       77 WRK-HA-ACHOU              PIC X(01) VALUE 'N'.
       77 WRK-HA-CONFERE            PIC X(01) VALUE 'S'.
       77 WRK-HA-QTD-ED             PIC Z.ZZZ.ZZ9 VALUE ZEROES.
       77 WRK-HA-SOMA-ED            PIC Z.ZZZ.ZZZ.ZZZ.ZZ9
                                    VALUE ZEROES.
      *
       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           PERFORM 0100-OPEN-DATA.
           PERFORM 0200-TOTAIS-ANTES.
           PERFORM 0300-PROCESS-DATA.
           PERFORM 0400-TOTAIS-DEPOIS.
           PERFORM 0450-GERA-RELATORIO.
           PERFORM 0500-CLOSE-DATA.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.

       0100-OPEN-DATA SECTION.
           COPY 'CPVIDDTE'. *> DATE/TIME PROCEDURE
           COPY 'CPVIDPAP'. *> CARREGA PARAMETROS DE VIDPARAM.DAT
      *
      *    HISTORICO-ANOS CONTA O ANO CORRENTE: COM 3, EM 2026 FICAM
      *    2024, 2025 E 2026 E O QUE FOR DE 2023 PARA TRAS E ARQUIVADO.
           IF WRK-PAR-HISTORICO-ANOS EQUAL ZEROES
               MOVE 1 TO WRK-PAR-HISTORICO-ANOS
           END-IF.
           COMPUTE WRK-HA-ANO-CORTE =
               WRK-DATA-AAAA - WRK-PAR-HISTORICO-ANOS.
      *
           OPEN I-O LOANHIST.
      *
           IF FS-LOANHIST EQUAL "35"
               OPEN OUTPUT LOANHIST
               CLOSE LOANHIST
               OPEN I-O LOANHIST
           END-IF.
      *
           IF FS-LOANHIST NOT EQUAL "00"
               DISPLAY 'HAVIDPRG: ERRO AO ABRIR LOANHIST.DAT.'
               MOVE FS-LOANHIST TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR LOANHIST.DAT' TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           COPY 'CPVIDHAP'. *> CARREGA OS ANOS JA ARQUIVADOS
      *
           INITIALIZE WRK-HA-TAB-MOVIDOS.
      *
           DISPLAY 'HAVIDPRG: ARQUIVO ANUAL DO HISTORICO. ANOS LETIVOS'
                   ' ATE ' WRK-HA-ANO-CORTE ' SERAO ARQUIVADOS.'.
       0100-OPEN-DATA-END. EXIT.

       0200-TOTAIS-ANTES SECTION.
      *    TOTAIS DE CONTROLE ANTES DA MOVIMENTACAO: QUANTIDADE E SOMA
      *    DOS HIS-NUMERO DO ARQUIVO VIVO E DE CADA ARQUIVO ANUAL JA
      *    EXISTENTE (RECONTADOS NO PROPRIO ARQUIVO, PARA UMA RODADA
      *    INTERROMPIDA NAO DEIXAR O TOTAL ANTIGO DE LOANHIST-ANOS).
           MOVE ZEROES TO WRK-HA-VIVO-ANTES WRK-HA-VIVO-SOMA-ANT
                          WRK-HA-NUM-MAIOR.
      *
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
           PERFORM UNTIL FS-LOANHIST NOT EQUAL "00"
               ADD 1          TO WRK-HA-VIVO-ANTES
               ADD HIS-NUMERO TO WRK-HA-VIVO-SOMA-ANT
               MOVE HIS-NUMERO TO WRK-HA-NUM-MAIOR
               READ LOANHIST NEXT RECORD
           END-PERFORM.
      *
           MOVE ZEROES TO WRK-HA-ARQ-ANTES WRK-HA-ARQ-SOMA-ANT.
      *
           PERFORM VARYING WRK-HSA-IX FROM 1 BY 1
               UNTIL WRK-HSA-IX GREATER THAN WRK-HSA-QTD
               PERFORM 0410-CONTA-ANO
               ADD WRK-HA-CNT-QTD  TO WRK-HA-ARQ-ANTES
               ADD WRK-HA-CNT-SOMA TO WRK-HA-ARQ-SOMA-ANT
           END-PERFORM.
       0200-TOTAIS-ANTES-END. EXIT.

       0300-PROCESS-DATA SECTION.
           MOVE ZEROES TO WRK-HA-MOVIDOS WRK-HA-SOMA-MOVIDOS
                          WRK-HA-JA-ARQUIVADOS WRK-HA-ANO-ABERTO.
      *
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
           PERFORM UNTIL FS-LOANHIST NOT EQUAL "00"
               PERFORM 0310-ANO-DO-REGISTRO
               IF WRK-HA-ANO-REG NOT GREATER THAN WRK-HA-ANO-CORTE
              AND HIS-NUMERO NOT EQUAL WRK-HA-NUM-MAIOR
                   PERFORM 0320-ARQUIVA-REGISTRO
               END-IF
               READ LOANHIST NEXT RECORD
           END-PERFORM.
      *
           IF WRK-HA-ANO-ABERTO NOT EQUAL ZEROES
               CLOSE HISTARQ
               MOVE ZEROES TO WRK-HA-ANO-ABERTO
           END-IF.
       0300-PROCESS-DATA-END. EXIT.

       0310-ANO-DO-REGISTRO SECTION.
           EVALUATE TRUE
               WHEN HIS-DATA-DEVOLUCAO NOT EQUAL ZEROES
                   MOVE HIS-DATA-DEVOLUCAO(1:4)  TO WRK-HA-ANO-REG
               WHEN HIS-DATA-EMPRESTIMO NOT EQUAL ZEROES
                   MOVE HIS-DATA-EMPRESTIMO(1:4) TO WRK-HA-ANO-REG
               WHEN OTHER
                   MOVE 9999                     TO WRK-HA-ANO-REG
           END-EVALUATE.
       0310-ANO-DO-REGISTRO-END. EXIT.

       0320-ARQUIVA-REGISTRO SECTION.
      *    GRAVA O REGISTRO NO ARQUIVO DO ANO E SO ENTAO O EXCLUI DO
      *    VIVO. UMA RODADA INTERROMPIDA ENTRE AS DUAS COISAS DEIXA O
      *    REGISTRO NOS DOIS LUGARES; NA PROXIMA, A GRAVACAO DA CHAVE
      *    DUPLICADA (22) CONFERE SE E O MESMO REGISTRO E SEGUE PARA A
      *    EXCLUSAO.
           IF WRK-HA-ANO-REG NOT EQUAL WRK-HA-ANO-ABERTO
               PERFORM 0325-ABRE-ANO
           END-IF.
      *
           MOVE REG-HIS TO REG-HSA.
           WRITE REG-HSA
               INVALID KEY
                   CONTINUE
           END-WRITE.
      *
           EVALUATE FS-HISTARQ
               WHEN "00"
                   CONTINUE
               WHEN "22"
                   READ HISTARQ
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF FS-HISTARQ NOT EQUAL "00"
                   OR REG-HSA NOT EQUAL REG-HIS
                       DISPLAY 'HAVIDPRG: NUMERO ' HIS-NUMERO
                               ' JA EXISTE, DIFERENTE, NO ARQUIVO '
                               WRK-HSA-NOME
                       MOVE '22' TO WS-ABEND-CODE
                       MOVE 'CHAVE DUPLICADA NO ARQUIVO ANUAL'
                           TO WS-ABEND-MESSAGE
                       PERFORM 0600-ROT-ABEND
                   END-IF
                   ADD 1 TO WRK-HA-JA-ARQUIVADOS
               WHEN OTHER
                   MOVE FS-HISTARQ TO WS-ABEND-CODE
                   MOVE 'ERRO AO GRAVAR NO ARQUIVO ANUAL'
                       TO WS-ABEND-MESSAGE
                   PERFORM 0600-ROT-ABEND
           END-EVALUATE.
      *
           MOVE REG-HIS TO WRK-JRN-ANTES.
           DELETE LOANHIST RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
      *
           IF FS-LOANHIST NOT EQUAL "00"
               MOVE FS-LOANHIST TO WS-ABEND-CODE
               MOVE 'ERRO AO EXCLUIR DO LOANHIST.DAT'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           MOVE 'LOANHIST'  TO WRK-JRN-ARQUIVO.
           MOVE 'E'         TO WRK-JRN-OPERACAO.
           MOVE FS-LOANHIST TO WRK-JRN-STATUS.
           PERFORM 0590-GRAVA-DIARIO.
      *
           ADD 1          TO WRK-HA-MOVIDOS.
           ADD HIS-NUMERO TO WRK-HA-SOMA-MOVIDOS.
           ADD 1          TO WRK-HA-ANO-MOVIDOS(WRK-HSA-IX).
       0320-ARQUIVA-REGISTRO-END. EXIT.

       0325-ABRE-ANO SECTION.
      *    TROCA O ARQUIVO ANUAL ABERTO PELO DO ANO DO REGISTRO
      *    CORRENTE, INCLUINDO O ANO NA TABELA (E CRIANDO O ARQUIVO)
      *    QUANDO E A PRIMEIRA VEZ QUE ELE APARECE.
           IF WRK-HA-ANO-ABERTO NOT EQUAL ZEROES
               CLOSE HISTARQ
               MOVE ZEROES TO WRK-HA-ANO-ABERTO
           END-IF.
      *
           MOVE 'N' TO WRK-HA-ACHOU.
           PERFORM VARYING WRK-HSA-IX FROM 1 BY 1
               UNTIL WRK-HSA-IX GREATER THAN WRK-HSA-QTD
                  OR WRK-HA-ACHOU EQUAL 'S'
               IF WRK-HSA-ANO(WRK-HSA-IX) EQUAL WRK-HA-ANO-REG
                   MOVE 'S' TO WRK-HA-ACHOU
               END-IF
           END-PERFORM.
      *
           IF WRK-HA-ACHOU EQUAL 'S'
               SUBTRACT 1 FROM WRK-HSA-IX
           ELSE
               IF WRK-HSA-QTD NOT LESS THAN 60
                   MOVE 'TABELA' TO WS-ABEND-CODE
                   MOVE 'MAIS DE 60 ANOS LETIVOS ARQUIVADOS'
                       TO WS-ABEND-MESSAGE
                   PERFORM 0600-ROT-ABEND
               END-IF
               ADD 1 TO WRK-HSA-QTD
               MOVE WRK-HSA-QTD    TO WRK-HSA-IX
               MOVE WRK-HA-ANO-REG TO WRK-HSA-ANO(WRK-HSA-IX)
           END-IF.
      *
           COPY 'CPVIDHAN'. *> NOME DO ARQUIVO DO ANO
      *
           OPEN I-O HISTARQ.
      *
           IF FS-HISTARQ EQUAL "35"
               OPEN OUTPUT HISTARQ
               CLOSE HISTARQ
               OPEN I-O HISTARQ
           END-IF.
      *
           IF FS-HISTARQ NOT EQUAL "00"
               DISPLAY 'HAVIDPRG: ERRO AO ABRIR ' WRK-HSA-NOME
               MOVE FS-HISTARQ TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR O ARQUIVO ANUAL DO HISTORICO'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           MOVE WRK-HA-ANO-REG TO WRK-HA-ANO-ABERTO.
       0325-ABRE-ANO-END. EXIT.

       0400-TOTAIS-DEPOIS SECTION.
      *    RECONTA O VIVO E CADA ARQUIVO ANUAL, REGRAVA OS TOTAIS DE
      *    CADA ANO EM LOANHIST-ANOS.DAT E CONFERE: O QUE SAIU DO VIVO
      *    TEM DE TER ENTRADO NOS ANUAIS, EM QUANTIDADE E EM SOMA.
           MOVE ZEROES TO WRK-HA-VIVO-DEPOIS WRK-HA-VIVO-SOMA-DEP.
      *
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
           PERFORM UNTIL FS-LOANHIST NOT EQUAL "00"
               ADD 1          TO WRK-HA-VIVO-DEPOIS
               ADD HIS-NUMERO TO WRK-HA-VIVO-SOMA-DEP
               READ LOANHIST NEXT RECORD
           END-PERFORM.
      *
           OPEN I-O HISTANOS.
      *
           IF FS-HISTANOS EQUAL "35"
               OPEN OUTPUT HISTANOS
               CLOSE HISTANOS
               OPEN I-O HISTANOS
           END-IF.
      *
           IF FS-HISTANOS NOT EQUAL "00"
               MOVE FS-HISTANOS TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR LOANHIST-ANOS.DAT'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           MOVE ZEROES TO WRK-HA-ARQ-DEPOIS WRK-HA-ARQ-SOMA-DEP.
      *
           PERFORM VARYING WRK-HSA-IX FROM 1 BY 1
               UNTIL WRK-HSA-IX GREATER THAN WRK-HSA-QTD
               PERFORM 0410-CONTA-ANO
               ADD WRK-HA-CNT-QTD  TO WRK-HA-ARQ-DEPOIS
               ADD WRK-HA-CNT-SOMA TO WRK-HA-ARQ-SOMA-DEP
               PERFORM 0420-GRAVA-TOTAL-ANO
           END-PERFORM.
      *
           CLOSE HISTANOS.
      *
           MOVE 'S' TO WRK-HA-CONFERE.
      *
           IF WRK-HA-VIVO-ANTES + WRK-HA-ARQ-ANTES NOT EQUAL
              WRK-HA-VIVO-DEPOIS + WRK-HA-ARQ-DEPOIS
           OR WRK-HA-VIVO-SOMA-ANT + WRK-HA-ARQ-SOMA-ANT NOT EQUAL
              WRK-HA-VIVO-SOMA-DEP + WRK-HA-ARQ-SOMA-DEP
           OR WRK-HA-VIVO-ANTES - WRK-HA-VIVO-DEPOIS NOT EQUAL
              WRK-HA-MOVIDOS
               MOVE 'N' TO WRK-HA-CONFERE
           END-IF.
       0400-TOTAIS-DEPOIS-END. EXIT.

       0410-CONTA-ANO SECTION.
      *    QUANTIDADE, SOMA, MENOR E MAIOR HIS-NUMERO DO ARQUIVO DO ANO
      *    WRK-HSA-ANO(WRK-HSA-IX); ARQUIVO AUSENTE CONTA ZERO.
           MOVE ZEROES TO WRK-HA-CNT-QTD WRK-HA-CNT-SOMA
                          WRK-HA-CNT-MENOR WRK-HA-CNT-MAIOR.
      *
           COPY 'CPVIDHAN'. *> NOME DO ARQUIVO DO ANO
      *
           OPEN INPUT HISTARQ.
      *
           IF FS-HISTARQ EQUAL "00"
               READ HISTARQ NEXT RECORD
               PERFORM UNTIL FS-HISTARQ NOT EQUAL "00"
                   ADD 1 TO WRK-HA-CNT-QTD
                   ADD HSA-NUMERO TO WRK-HA-CNT-SOMA
                   IF WRK-HA-CNT-QTD EQUAL 1
                       MOVE HSA-NUMERO TO WRK-HA-CNT-MENOR
                   END-IF
                   MOVE HSA-NUMERO TO WRK-HA-CNT-MAIOR
                   READ HISTARQ NEXT RECORD
               END-PERFORM
               CLOSE HISTARQ
           END-IF.
       0410-CONTA-ANO-END. EXIT.

       0420-GRAVA-TOTAL-ANO SECTION.
           MOVE WRK-HSA-ANO(WRK-HSA-IX) TO HXA-ANO.
           READ HISTANOS
               INVALID KEY
                   CONTINUE
           END-READ.
      *
           IF FS-HISTANOS EQUAL "00"
               MOVE WRK-HA-CNT-QTD   TO HXA-REGISTROS
               MOVE WRK-HA-CNT-SOMA  TO HXA-SOMA-NUMEROS
               MOVE WRK-HA-CNT-MENOR TO HXA-NUMERO-MENOR
               MOVE WRK-HA-CNT-MAIOR TO HXA-NUMERO-MAIOR
               IF WRK-HA-ANO-MOVIDOS(WRK-HSA-IX) GREATER THAN ZEROES
                   MOVE WRK-DATA-SISTEMA TO HXA-DATA-CARGA
               END-IF
               REWRITE REG-HXA
           ELSE
               INITIALIZE REG-HXA
               MOVE WRK-HSA-ANO(WRK-HSA-IX) TO HXA-ANO
               MOVE WRK-HA-CNT-QTD   TO HXA-REGISTROS
               MOVE WRK-HA-CNT-SOMA  TO HXA-SOMA-NUMEROS
               MOVE WRK-HA-CNT-MENOR TO HXA-NUMERO-MENOR
               MOVE WRK-HA-CNT-MAIOR TO HXA-NUMERO-MAIOR
               MOVE WRK-DATA-SISTEMA TO HXA-DATA-CARGA
               WRITE REG-HXA
           END-IF.
       0420-GRAVA-TOTAL-ANO-END. EXIT.

       0450-GERA-RELATORIO SECTION.
           MOVE SPACES TO WRK-SPL-NOME.
           STRING './dat/HISTANUAL-'   DELIMITED BY SIZE
                  WRK-DATA-AAAA        DELIMITED BY SIZE
                  WRK-DATA-MM          DELIMITED BY SIZE
                  WRK-DATA-DD          DELIMITED BY SIZE
                  '.prt'               DELIMITED BY SIZE
             INTO WRK-SPL-NOME.
      *
           OPEN OUTPUT HISTANUAL-REL.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'VIDEOTECA - ARQUIVO ANUAL DO HISTORICO DE EMPRESTIM'
                                          DELIMITED BY SIZE
                  'OS      EMITIDO EM '   DELIMITED BY SIZE
                  WRK-DATA-EDIT           DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'ANOS LETIVOS MANTIDOS NO LOANHIST.DAT: '
                                          DELIMITED BY SIZE
                  WRK-PAR-HISTORICO-ANOS  DELIMITED BY SIZE
                  '   ARQUIVADOS: ATE '   DELIMITED BY SIZE
                  WRK-HA-ANO-CORTE        DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
           MOVE 'TOTAIS DE CONTROLE              REGISTROS'
               TO FIL-REL.
           MOVE 'SOMA DOS NUMEROS' TO FIL-REL(50:16).
           WRITE FIL-REL.
      *
           MOVE 'ANTES  - LOANHIST.DAT' TO FIL-REL.
           MOVE WRK-HA-VIVO-ANTES    TO WRK-HA-QTD-ED.
           MOVE WRK-HA-VIVO-SOMA-ANT TO WRK-HA-SOMA-ED.
           PERFORM 0455-LINHA-TOTAL.
      *
           MOVE 'ANTES  - ARQUIVOS ANUAIS' TO FIL-REL.
           MOVE WRK-HA-ARQ-ANTES     TO WRK-HA-QTD-ED.
           MOVE WRK-HA-ARQ-SOMA-ANT  TO WRK-HA-SOMA-ED.
           PERFORM 0455-LINHA-TOTAL.
      *
           MOVE 'MOVIDOS NESTA RODADA' TO FIL-REL.
           MOVE WRK-HA-MOVIDOS       TO WRK-HA-QTD-ED.
           MOVE WRK-HA-SOMA-MOVIDOS  TO WRK-HA-SOMA-ED.
           PERFORM 0455-LINHA-TOTAL.
      *
           MOVE 'DEPOIS - LOANHIST.DAT' TO FIL-REL.
           MOVE WRK-HA-VIVO-DEPOIS   TO WRK-HA-QTD-ED.
           MOVE WRK-HA-VIVO-SOMA-DEP TO WRK-HA-SOMA-ED.
           PERFORM 0455-LINHA-TOTAL.
      *
           MOVE 'DEPOIS - ARQUIVOS ANUAIS' TO FIL-REL.
           MOVE WRK-HA-ARQ-DEPOIS    TO WRK-HA-QTD-ED.
           MOVE WRK-HA-ARQ-SOMA-DEP  TO WRK-HA-SOMA-ED.
           PERFORM 0455-LINHA-TOTAL.
      *
           IF WRK-HA-JA-ARQUIVADOS GREATER THAN ZEROES
               MOVE SPACES TO FIL-REL
               MOVE WRK-HA-JA-ARQUIVADOS TO WRK-HA-QTD-ED
               STRING 'REGISTROS JA GRAVADOS POR RODADA ANTERIOR INTER'
                                          DELIMITED BY SIZE
                      'ROMPIDA (SO EXCLUIDOS DO VIVO): '
                                          DELIMITED BY SIZE
                      WRK-HA-QTD-ED       DELIMITED BY SIZE
                 INTO FIL-REL
               WRITE FIL-REL
           END-IF.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
           MOVE 'ANO LETIVO   MOVIDOS AGORA   TOTAL NO ARQUIVO'
               TO FIL-REL.
           WRITE FIL-REL.
      *
           PERFORM VARYING WRK-HSA-IX FROM 1 BY 1
               UNTIL WRK-HSA-IX GREATER THAN WRK-HSA-QTD
               PERFORM 0460-LINHA-ANO
           END-PERFORM.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
           IF WRK-HA-CONFERE EQUAL 'S'
               MOVE 'CONFERENCIA: OK - ANTES E DEPOIS FECHAM.'
                   TO FIL-REL
           ELSE
               MOVE 'CONFERENCIA: DIVERGENCIA - ANTES E DEPOIS NAO FECH'
                   TO FIL-REL
               MOVE 'AM; VERIFIQUE ANTES DE NOVA RODADA.'
                   TO FIL-REL(51:35)
           END-IF.
           WRITE FIL-REL.
      *
           CLOSE HISTANUAL-REL.
      *
           PERFORM 0480-REGISTRA-SPOOL.
       0450-GERA-RELATORIO-END. EXIT.

       0455-LINHA-TOTAL SECTION.
      *    O ROTULO JA ESTA EM FIL-REL; OS VALORES VEM EDITADOS.
           MOVE WRK-HA-QTD-ED  TO FIL-REL(33:9).
           MOVE WRK-HA-SOMA-ED TO FIL-REL(48:17).
           WRITE FIL-REL.
           MOVE SPACES TO FIL-REL.
       0455-LINHA-TOTAL-END. EXIT.

       0460-LINHA-ANO SECTION.
      *    O TOTAL DO ANO E O QUE FICOU GRAVADO EM LOANHIST-ANOS.DAT.
           MOVE WRK-HSA-ANO(WRK-HSA-IX) TO HXA-ANO.
           MOVE ZEROES TO HXA-REGISTROS.
      *
           OPEN INPUT HISTANOS.
           IF FS-HISTANOS EQUAL "00"
               READ HISTANOS
                   INVALID KEY
                       MOVE ZEROES TO HXA-REGISTROS
               END-READ
               CLOSE HISTANOS
           END-IF.
      *
           MOVE SPACES TO FIL-REL.
           MOVE WRK-HSA-ANO(WRK-HSA-IX) TO FIL-REL(1:4).
           MOVE WRK-HA-ANO-MOVIDOS(WRK-HSA-IX) TO WRK-HA-QTD-ED.
           MOVE WRK-HA-QTD-ED TO FIL-REL(14:9).
           MOVE HXA-REGISTROS TO WRK-HA-QTD-ED.
           MOVE WRK-HA-QTD-ED TO FIL-REL(33:9).
           WRITE FIL-REL.
       0460-LINHA-ANO-END. EXIT.

       0480-REGISTRA-SPOOL SECTION.
           MOVE 'HAVIDPRG' TO WRK-SPL-PROGRAMA.
           COPY 'CPVIDSPP'. *> REGISTRA O RELATORIO NO SPOOL
       0480-REGISTRA-SPOOL-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE LOANHIST.
      *
           MOVE ZEROES      TO CODIGO.
           MOVE 'HIST-ANUAL' TO WRK-LOG-ACAO.
           PERFORM 0510-GRAVA-LOG.
      *
           MOVE WRK-HA-MOVIDOS TO WRK-HA-QTD-ED.
           DISPLAY 'HAVIDPRG: ' WRK-HA-QTD-ED
                   ' REGISTROS MOVIDOS PARA OS ARQUIVOS ANUAIS.'.
           MOVE WRK-HA-VIVO-DEPOIS TO WRK-HA-QTD-ED.
           DISPLAY 'HAVIDPRG: ' WRK-HA-QTD-ED
                   ' REGISTROS FICAM NO LOANHIST.DAT.'.
      *
           IF WRK-HA-CONFERE NOT EQUAL 'S'
               DISPLAY 'HAVIDPRG: TOTAIS DE CONTROLE NAO FECHAM; VEJA '
                       WRK-SPL-NOME
               MOVE 'TOTAIS' TO WS-ABEND-CODE
               MOVE 'TOTAIS DE CONTROLE DO ARQUIVO ANUAL NAO FECHAM'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
       0500-CLOSE-DATA-END. EXIT.

       0510-GRAVA-LOG SECTION.
           COPY 'CPVIDLGP'. *> GRAVA LINHA NO LOG DE AUDITORIA
       0510-GRAVA-LOG-END. EXIT.

       0590-GRAVA-DIARIO SECTION.
           MOVE 'HAVIDPRG' TO WRK-JRN-PROGRAMA.
           COPY 'CPVIDJNP'. *> GRAVA ENTRADA NO DIARIO DE RECUPERACAO
       0590-GRAVA-DIARIO-END. EXIT.

       0600-ROT-ABEND SECTION.
           MOVE 'HAVIDPRG' TO WS-ABEND-PROGRAM.
           COPY 'CPVIDRAB'. *> ABEND ROUTINE.
      *
           PERFORM 0700-END-PROGRAM.
       0600-ROT-ABEND-END. EXIT.

       0700-END-PROGRAM SECTION.
           GOBACK.
       0700-END-PROGRAM-END. EXIT.

       END PROGRAM HAVIDPRG.
