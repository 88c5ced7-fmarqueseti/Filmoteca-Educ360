      ******************************************************************
      * FILE NAME   : DRVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : DEPRECIATION BOOK OF VIDEOTECA PROGRAM - ANNUAL  *
      *               STRAIGHT-LINE DEPRECIATION OF EACH TITLE FROM    *
      *               VAL-CUSTO-AQUIS AND THE ACQUISITION DATE, WITH A *
      *               USEFUL LIFE PER MIDIA (VHS FULLY DEPRECIATED,    *
      *               DVD 5 YEARS, BLU-RAY 7 YEARS). ACCUMULATED       *
      *               DEPRECIATION PER TITLE IS KEPT IN THE DEPRECIA   *
      *               COMPANION FILE; TITLES WRITTEN OFF IN BXVIDPRG   *
      *               DURING THE YEAR LEAVE THE BOOK AT THEIR          *
      *               REMAINING VALUE. PRINTS THE ANNUAL ASSET REPORT  *
      *               (OPENING, ADDITIONS, DEPRECIATION, WRITE-OFFS    *
      *               AND CLOSING VALUE)                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRVIDPRG.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDDRF'. *> DEPRECIA (DEPRECIATION BOOK)
           COPY 'CPVIDFCV'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDVLF'. *> VALORES DAT WORKBOOK
           COPY 'CPVIDPIF'. *> PEDITENS DAT WORKBOOK
      *
           SELECT ATIVO-REL
              ASSIGN       TO WRK-SPL-NOME
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-ATIVO-REL.
      *
           COPY 'CPVIDSPF'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDALF'. *> ABEND LOG
           COPY 'CPVIDLGF'. *> MAINTENANCE AUDIT LOG
      *
       DATA DIVISION.
       FILE SECTION.
       FD DEPRECIA.
           COPY 'CPVIDDRD'.

       FD MOVIES.
           COPY 'CPVIDDAT'.

       FD VALORES.
           COPY 'CPVIDVLD'.

       FD PEDITENS.
           COPY 'CPVIDPID'.

       FD ATIVO-REL.
           01 FIL-REL          PIC X(132).

       FD VIDRELS.
           COPY 'CPVIDSPD'.

       FD VIDABEND.
           COPY 'CPVIDALD'.

       FD VIDLOG.
           COPY 'CPVIDLGD'.
      *
       WORKING-STORAGE SECTION.
           COPY 'CPVIDMAN'. *> MAIN SCREEN
           COPY 'CPVIDMNU'. *> MAIN MENU
           COPY 'CPVIDMSG'. *> MESSAGES
           COPY 'CPVIDDRW'. *> DEPRECIA (DEPRECIATION BOOK)
           COPY 'CPVIDFCW'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDVLW'. *> VALORES DAT WORKBOOK
           COPY 'CPVIDPIW'. *> PEDITENS DAT WORKBOOK
           COPY 'CPVIDSPW'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDABE'. *> ABEND
           COPY 'CPVIDALW'. *> ABEND LOG
           COPY 'CPVIDLGW'. *> MAINTENANCE AUDIT LOG
           COPY 'CPVIDOPW'. *> OPERATOR SESSION
      *
       77 FS-ATIVO-REL              PIC X(02).
       77 WRK-SPL-NOME              PIC X(40).
       77 WRK-SPL-PROGRAMA          PIC X(08).
      *
       77 WRK-HOJE                  PIC 9(08) VALUE ZEROES.
       77 WRK-DR-ANO                PIC 9(04) VALUE ZEROES.
       77 WRK-DR-ULT-ANO            PIC 9(04) VALUE ZEROES.
       77 WRK-DR-PRIM-ANO           PIC 9(04) VALUE ZEROES.
       77 WRK-DR-PROX-ANO           PIC 9(04) VALUE ZEROES.
       77 WRK-DR-OK                 PIC X(01) VALUE 'N'.
       77 WRK-DR-EXISTE             PIC X(01) VALUE 'N'.
       77 WRK-DR-BAIXA              PIC X(01) VALUE 'N'.
       77 WRK-DR-IDX                PIC 9(01) VALUE ZEROES.
       77 WRK-DR-MESES              PIC S9(05) VALUE ZEROES.
       77 WRK-DR-ALVO               PIC 9(05)V9(02) VALUE ZEROES.
       77 WRK-DR-ABERTURA           PIC 9(05)V9(02) VALUE ZEROES.
       77 WRK-DR-ADICAO             PIC 9(05)V9(02) VALUE ZEROES.
       77 WRK-DR-DEPREC             PIC 9(05)V9(02) VALUE ZEROES.
       77 WRK-DR-BAIXADO            PIC 9(05)V9(02) VALUE ZEROES.
       77 WRK-DR-FECHAMENTO         PIC 9(05)V9(02) VALUE ZEROES.
      *
      *    DATAS DE AQUISICAO E DE FIM DO CALCULO (31/12 DO ANO OU A
      *    DATA DA BAIXA), DECOMPOSTAS PARA A CONTAGEM DE MESES.
       01 WRK-DR-DATA-A.
           05 WRK-DR-A-AAAA         PIC 9(04).
           05 WRK-DR-A-MM           PIC 9(02).
           05 WRK-DR-A-DD           PIC 9(02).
       01 WRK-DR-DATA-FIM           PIC 9(08) VALUE ZEROES.
       01 WRK-DR-DATA-F REDEFINES WRK-DR-DATA-FIM.
           05 WRK-DR-F-AAAA         PIC 9(04).
           05 WRK-DR-F-MM           PIC 9(02).
           05 WRK-DR-F-DD           PIC 9(02).
      *
      *    VIDA UTIL EM ANOS POR MIDIA (VHS NAO TEM VIDA UTIL: ENTRA
      *    E SAI DEPRECIADO NO MESMO ANO). MIDIA FORA DA TABELA USA A
      *    VIDA DO DVD. A ORDEM E A MESMA DOS TOTAIS DO RELATORIO.
       01 WRK-DR-VIDAS-INI.
           05 FILLER PIC X(12) VALUE 'V00VHS      '.
           05 FILLER PIC X(12) VALUE 'D05DVD      '.
           05 FILLER PIC X(12) VALUE 'B07BLU-RAY  '.
           05 FILLER PIC X(12) VALUE ' 05OUTRAS   '.
           05 FILLER PIC X(12) VALUE ' 00TOTAL    '.
       01 WRK-DR-VIDAS-TAB REDEFINES WRK-DR-VIDAS-INI.
           05 WRK-DR-VIDA OCCURS 5 TIMES.
               10 WRK-DR-VIDA-MIDIA  PIC X(01).
               10 WRK-DR-VIDA-ANOS   PIC 9(02).
               10 WRK-DR-VIDA-ROTULO PIC X(09).
      *
      *    TOTAIS DO LIVRO POR MIDIA; A QUINTA LINHA E O TOTAL GERAL.
       01 WRK-DR-TOTAIS.
           05 WRK-DR-TOT OCCURS 5 TIMES.
               10 WRK-DR-T-QTD        PIC 9(07) USAGE COMP-3.
               10 WRK-DR-T-ABERTURA   PIC 9(09)V9(02) USAGE COMP-3.
               10 WRK-DR-T-ADICAO     PIC 9(09)V9(02) USAGE COMP-3.
               10 WRK-DR-T-DEPREC     PIC 9(09)V9(02) USAGE COMP-3.
               10 WRK-DR-T-BAIXADO    PIC 9(09)V9(02) USAGE COMP-3.
               10 WRK-DR-T-FECHAMENTO PIC 9(09)V9(02) USAGE COMP-3.
      *
       01 WRK-ESTATISTICA.
           05 WRK-DR-SEM-CUSTO      PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-DR-NOVOS          PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-DR-IMPLANTADOS    PIC 9(05) USAGE COMP-3 VALUE ZEROES.
      *
       01 WRK-DR-DET.
           05 WRK-DR-D-CODIGO       PIC 9(07).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WRK-DR-D-TITULO       PIC X(30).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WRK-DR-D-MIDIA        PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WRK-DR-D-AQUIS        PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WRK-DR-D-ORIGEM       PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WRK-DR-D-VIDA         PIC Z9.
           05 WRK-DR-D-VALOR OCCURS 5 TIMES.
               10 FILLER            PIC X(02).
               10 WRK-DR-D-VAL      PIC ZZZZ9,99.
      *
       01 WRK-DR-TOT-LIN.
           05 WRK-DR-L-ROTULO       PIC X(09).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WRK-DR-L-QTD          PIC ZZZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WRK-DR-L-VALOR OCCURS 5 TIMES.
               10 FILLER            PIC X(01).
               10 WRK-DR-L-VAL      PIC ZZZZZZZZ9,99.
      *
       01 WRK-DR-EDITADOS.
           05 WRK-DR-QTD-EDIT       PIC ZZZZ9 VALUE ZEROES.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN'. *> MAIN SCREEN
           COPY 'SCVIDMSG'. *> MESSAGES
      *
       01 SCREEN-DR-MENU.
           05 LINE 07 COLUMN 02 VALUE "1 - DEPRECIACAO ANUAL DO ACERVO".
           05 LINE 08 COLUMN 02 VALUE "0 - VOLTAR".
           05 LINE 09 COLUMN 02 VALUE "OPCAO: ".
           05 COLUMN PLUS 01    PIC X(01) USING WRK-OPTION.
      *
       01 SCREEN-DR-ANO.
           05 LINE 11 COLUMN 02 VALUE "ANO A PROCESSAR (AAAA): ".
           05 COLUMN PLUS 01    PIC 9(04) USING WRK-DR-ANO.
      *
       PROCEDURE DIVISION.
       0000-MAIN SECTION.
      *    O CHAMADOR NAO USA CANCEL, ENTAO WRK-OPTION FICA COM O '0'
      *    DA SAIDA ANTERIOR NA MESMA SESSAO; SEM ESTE RESET, A SEGUNDA
      *    ENTRADA NO PROGRAMA TERMINARIA SEM MOSTRAR O MENU.
           MOVE SPACES TO WRK-OPTION.
           PERFORM 0100-OPEN-DATA.
           PERFORM 0300-PROCESS-DATA UNTIL WRK-OPTION EQUAL '0'.
           PERFORM 0500-CLOSE-DATA.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.

       0100-OPEN-DATA SECTION.
           OPEN I-O DEPRECIA.
      *
           IF FS-DEPRECIA EQUAL "35"
               OPEN OUTPUT DEPRECIA
               CLOSE DEPRECIA
               OPEN I-O DEPRECIA
           END-IF.
      *
           IF FS-DEPRECIA NOT EQUAL "00"
               MOVE '21ERRO AO ABRIR ARQUIVO DE DEPRECIACAO.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-DEPRECIA TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE DEPRECIACAO'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT MOVIES.
      *
           IF FS-MOVIES EQUAL "35"
               OPEN OUTPUT MOVIES
               CLOSE MOVIES
               OPEN INPUT MOVIES
           END-IF.
      *
           IF FS-MOVIES NOT EQUAL "00"
               MOVE '24ERRO AO ABRIR ARQUIVO DE FILMES.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-MOVIES TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE FILMES'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT VALORES.
      *
           IF FS-VALORES EQUAL "35"
               OPEN OUTPUT VALORES
               CLOSE VALORES
               OPEN INPUT VALORES
           END-IF.
      *
           IF FS-VALORES NOT EQUAL "00"
               MOVE '23ERRO AO ABRIR ARQUIVO DE VALORES.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-VALORES TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE VALORES'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT PEDITENS.
      *
           IF FS-PEDITENS EQUAL "35"
               OPEN OUTPUT PEDITENS
               CLOSE PEDITENS
               OPEN INPUT PEDITENS
           END-IF.
      *
           IF FS-PEDITENS NOT EQUAL "00"
               MOVE '19ERRO AO ABRIR ARQUIVO DE ITENS DE PEDIDO.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-PEDITENS TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE ITENS DE PEDIDO'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
       0100-OPEN-DATA-END. EXIT.

       0300-PROCESS-DATA SECTION.
           COPY 'CPVIDDTE'. *> DATE/TIME PROCEDURE
           MOVE "   * * * * LIVRO DE DEPRECIACAO * * * *" TO WRK-TITLE.
           MOVE "PF3=FIM"                                   TO WRK-KEYS.
           INITIALIZE WRK-MSG.
           MOVE WRK-DATA-SISTEMA TO WRK-HOJE.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-DR-MENU.
           ACCEPT  SCREEN-DR-MENU.
      *
           EVALUATE WRK-OPTION
               WHEN '1' PERFORM 0310-DEPRECIACAO-ANUAL
               WHEN '0' CONTINUE
               WHEN OTHER
                   INITIALIZE WRK-MSG
                   MOVE '20OPCAO INVALIDA.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
           END-EVALUATE.
       0300-PROCESS-DATA-END. EXIT.

       0310-DEPRECIACAO-ANUAL SECTION.
           INITIALIZE WRK-MSG.
      *    SUGERE O ANO ANTERIOR, O CASO NORMAL DO FECHAMENTO; O ANO
      *    CORRENTE AINDA PODE TER AQUISICOES E BAIXAS E NAO E ACEITO.
           COMPUTE WRK-DR-ANO = WRK-DATA-AAAA - 1.
           DISPLAY SCREEN-DR-ANO.
           ACCEPT  SCREEN-DR-ANO.
      *
           IF WRK-DR-ANO EQUAL ZEROES
           OR WRK-DR-ANO NOT LESS THAN WRK-DATA-AAAA
               MOVE '18ANO INVALIDO OU AINDA NAO ENCERRADO.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0310-DEPRECIACAO-ANUAL-END
           END-IF.
      *
           PERFORM 0315-SITUACAO-LIVRO.
      *
      *    SO O ULTIMO ANO PROCESSADO PODE SER REFEITO (OS ANTERIORES
      *    JA FORAM PARA O BALANCO), E NAO SE PULA ANO: A ABERTURA DE
      *    UM ANO E O FECHAMENTO DO ANTERIOR.
           IF WRK-DR-ANO LESS THAN WRK-DR-ULT-ANO
               INITIALIZE WRK-MSG
               STRING '08ANO JA ENCERRADO. ULTIMO ANO PROCESSADO: '
                          DELIMITED BY SIZE
                      WRK-DR-ULT-ANO DELIMITED BY SIZE
                      '.'            DELIMITED BY SIZE
                 INTO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0310-DEPRECIACAO-ANUAL-END
           END-IF.
      *
           COMPUTE WRK-DR-PROX-ANO = WRK-DR-ULT-ANO + 1.
           IF WRK-DR-ULT-ANO NOT EQUAL ZEROES
          AND WRK-DR-ANO GREATER THAN WRK-DR-PROX-ANO
               INITIALIZE WRK-MSG
               STRING '15PROCESSE ANTES O ANO ' DELIMITED BY SIZE
                      WRK-DR-PROX-ANO           DELIMITED BY SIZE
                      '.'                       DELIMITED BY SIZE
                 INTO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0310-DEPRECIACAO-ANUAL-END
           END-IF.
      *
           INITIALIZE WRK-MSG.
           IF WRK-DR-ANO EQUAL WRK-DR-ULT-ANO
               STRING '10REPROCESSAR A DEPRECIACAO DE '
                          DELIMITED BY SIZE
                      WRK-DR-ANO                  DELIMITED BY SIZE
                      '. CONFIRMA (S/N)?'         DELIMITED BY SIZE
                 INTO WRK-MSG
           ELSE
               STRING '12PROCESSAR A DEPRECIACAO DE '
                          DELIMITED BY SIZE
                      WRK-DR-ANO                  DELIMITED BY SIZE
                      '. CONFIRMA (S/N)?'         DELIMITED BY SIZE
                 INTO WRK-MSG
           END-IF.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
      *
           IF WRK-AWAIT NOT EQUAL 'S' AND NOT EQUAL 's'
               INITIALIZE WRK-MSG
               MOVE '30PROCESSAMENTO CANCELADO.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0310-DEPRECIACAO-ANUAL-END
           END-IF.
      *
      *    NO PRIMEIRO ANO DO LIVRO O ACERVO QUE JA EXISTIA E SALDO DE
      *    ABERTURA; NOS SEGUINTES, TODO TITULO QUE ENTRA E ADICAO.
           IF WRK-DR-PRIM-ANO EQUAL ZEROES
               MOVE WRK-DR-ANO TO WRK-DR-PRIM-ANO
           END-IF.
      *
           PERFORM 0350-ABRE-RELATORIO.
           IF FS-ATIVO-REL NOT EQUAL "00"
               GO TO 0310-DEPRECIACAO-ANUAL-END
           END-IF.
      *
           INITIALIZE WRK-DR-TOTAIS.
           INITIALIZE WRK-ESTATISTICA.
      *
           MOVE ZEROES TO CODIGO.
           START MOVIES KEY IS NOT LESS THAN CODIGO
               INVALID KEY
                   MOVE '10' TO FS-MOVIES
           END-START.
      *
           IF FS-MOVIES EQUAL "00"
               READ MOVIES NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-MOVIES EQUAL "10"
               PERFORM 0320-DEPRECIA-TITULO
               READ MOVIES NEXT RECORD
           END-PERFORM.
      *
           PERFORM 0360-TOTAIS-RELATORIO.
      *
           MOVE WRK-DR-ANO   TO CODIGO.
           MOVE 'DEPRECIA'   TO WRK-LOG-ACAO.
           PERFORM 0490-GRAVA-LOG.
      *
           MOVE WRK-DR-T-QTD(5) TO WRK-DR-QTD-EDIT.
           INITIALIZE WRK-MSG.
           STRING '10DEPRECIACAO PROCESSADA: '  DELIMITED BY SIZE
                  WRK-DR-QTD-EDIT               DELIMITED BY SIZE
                  ' TITULO(S). RELATORIO '      DELIMITED BY SIZE
                  WRK-SPL-NOME(7:)              DELIMITED BY SPACE
             INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0310-DEPRECIACAO-ANUAL-END. EXIT.

       0315-SITUACAO-LIVRO SECTION.
      *    ULTIMO ANO JA PROCESSADO E PRIMEIRO ANO DO LIVRO (ZEROS
      *    ENQUANTO O LIVRO ESTIVER VAZIO).
           MOVE ZEROES TO WRK-DR-ULT-ANO.
           MOVE ZEROES TO WRK-DR-PRIM-ANO.
           MOVE ZEROES TO DPR-CODIGO.
           START DEPRECIA KEY IS NOT LESS THAN DPR-CODIGO
               INVALID KEY
                   MOVE '10' TO FS-DEPRECIA
           END-START.
      *
           IF FS-DEPRECIA EQUAL "00"
               READ DEPRECIA NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-DEPRECIA EQUAL "10"
               IF DPR-ULT-ANO GREATER THAN WRK-DR-ULT-ANO
                   MOVE DPR-ULT-ANO TO WRK-DR-ULT-ANO
               END-IF
               IF WRK-DR-PRIM-ANO EQUAL ZEROES
               OR DPR-ANO-ENTRADA LESS THAN WRK-DR-PRIM-ANO
                   MOVE DPR-ANO-ENTRADA TO WRK-DR-PRIM-ANO
               END-IF
               READ DEPRECIA NEXT RECORD
           END-PERFORM.
       0315-SITUACAO-LIVRO-END. EXIT.

       0320-DEPRECIA-TITULO SECTION.
      *    REGISTRO TEMPORARIO DE BIBLIOTECA PARCEIRA (SITUACAO OU
      *    MOTIVO DE BAIXA 'T') NUNCA FOI PATRIMONIO DA ESCOLA.
           IF VID-SITUACAO EQUAL 'T'
           OR VID-BAIXA-MOTIVO EQUAL 'T'
               GO TO 0320-DEPRECIA-TITULO-END
           END-IF.
      *
           MOVE CODIGO TO DPR-CODIGO.
           READ DEPRECIA
               INVALID KEY
                   MOVE 'N' TO WRK-DR-EXISTE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-DR-EXISTE
           END-READ.
      *
           IF WRK-DR-EXISTE EQUAL 'N'
      *        TITULO BAIXADO ANTES DO ANO E QUE NUNCA ENTROU NO LIVRO
      *        NAO TEM O QUE DEPRECIAR.
               IF VID-SITUACAO EQUAL 'B'
              AND VID-BAIXA-DATA(1:4) LESS THAN WRK-DR-ANO
                   GO TO 0320-DEPRECIA-TITULO-END
               END-IF
               PERFORM 0325-ENTRADA-LIVRO
               IF WRK-DR-OK NOT EQUAL 'S'
                   GO TO 0320-DEPRECIA-TITULO-END
               END-IF
           ELSE
      *        REPROCESSAMENTO DO ULTIMO ANO: VOLTA A ACUMULADA AO
      *        INICIO DO ANO E DESFAZ A BAIXA FEITA NELE.
               IF DPR-ULT-ANO EQUAL WRK-DR-ANO
                   MOVE DPR-ACUM-ABERTURA TO DPR-ACUMULADA
                   IF DPR-BAIXA-ANO EQUAL WRK-DR-ANO
                       MOVE 'A'    TO DPR-SITUACAO
                       MOVE ZEROES TO DPR-BAIXA-ANO
                       MOVE ZEROES TO DPR-BAIXA-VALOR
                   END-IF
               END-IF
               IF DPR-SITUACAO EQUAL 'B'
                   GO TO 0320-DEPRECIA-TITULO-END
               END-IF
           END-IF.
      *
           MOVE DPR-ACUMULADA TO DPR-ACUM-ABERTURA.
           MOVE ZEROES TO WRK-DR-ABERTURA.
           MOVE ZEROES TO WRK-DR-ADICAO.
           MOVE ZEROES TO WRK-DR-BAIXADO.
      *
      *    ADICAO: TITULO QUE ENTROU NO LIVRO NESTE ANO, SALVO O
      *    ACERVO IMPLANTADO NO PRIMEIRO ANO, QUE E SALDO DE ABERTURA.
           IF DPR-ANO-ENTRADA EQUAL WRK-DR-ANO
          AND (WRK-DR-ANO GREATER THAN WRK-DR-PRIM-ANO
            OR (DPR-ORIGEM EQUAL 'P'
           AND DPR-DATA-AQUIS(1:4) EQUAL WRK-DR-ANO))
               COMPUTE WRK-DR-ADICAO = DPR-CUSTO - DPR-ACUMULADA
           ELSE
               COMPUTE WRK-DR-ABERTURA = DPR-CUSTO - DPR-ACUMULADA
           END-IF.
      *
      *    O CALCULO VAI ATE 31/12 DO ANO OU ATE A DATA DA BAIXA.
           MOVE 'N' TO WRK-DR-BAIXA.
           COMPUTE WRK-DR-DATA-FIM = WRK-DR-ANO * 10000 + 1231.
           IF VID-SITUACAO EQUAL 'B'
          AND VID-BAIXA-DATA(1:4) NOT GREATER THAN WRK-DR-ANO
               MOVE 'S'            TO WRK-DR-BAIXA
               MOVE VID-BAIXA-DATA TO WRK-DR-DATA-FIM
           END-IF.
      *
           PERFORM 0330-CALCULA-ACUMULADA.
      *
           MOVE ZEROES TO WRK-DR-DEPREC.
           IF WRK-DR-ALVO GREATER THAN DPR-ACUMULADA
               COMPUTE WRK-DR-DEPREC = WRK-DR-ALVO - DPR-ACUMULADA
               MOVE WRK-DR-ALVO TO DPR-ACUMULADA
           END-IF.
      *
           COMPUTE WRK-DR-FECHAMENTO = DPR-CUSTO - DPR-ACUMULADA.
      *
      *    BAIXA EM BXVIDPRG: O TITULO SAI DO LIVRO PELO RESIDUAL.
           IF WRK-DR-BAIXA EQUAL 'S'
               MOVE WRK-DR-FECHAMENTO TO WRK-DR-BAIXADO
               MOVE ZEROES            TO WRK-DR-FECHAMENTO
               MOVE 'B'               TO DPR-SITUACAO
               MOVE WRK-DR-ANO        TO DPR-BAIXA-ANO
               MOVE WRK-DR-BAIXADO    TO DPR-BAIXA-VALOR
           END-IF.
      *
           MOVE WRK-DR-ANO TO DPR-ULT-ANO.
      *
           IF WRK-DR-EXISTE EQUAL 'S'
               REWRITE REG-DPR
           ELSE
               WRITE REG-DPR
           END-IF.
      *
           IF FS-DEPRECIA NOT EQUAL "00"
               MOVE '17ERRO AO GRAVAR ARQUIVO DE DEPRECIACAO.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-DEPRECIA TO WS-ABEND-CODE
               MOVE 'ERRO AO GRAVAR ARQUIVO DE DEPRECIACAO'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           PERFORM 0355-LINHA-TITULO.
       0320-DEPRECIA-TITULO-END. EXIT.

       0325-ENTRADA-LIVRO SECTION.
      *    TITULO ENTRANDO NO LIVRO: PRECISA DE CUSTO DE AQUISICAO EM
      *    VALORES.DAT E DE TER SIDO ADQUIRIDO ATE O FIM DO ANO.
           MOVE 'N' TO WRK-DR-OK.
           MOVE CODIGO TO VAL-CODIGO.
           READ VALORES
               INVALID KEY
                   MOVE ZEROES TO VAL-CUSTO-AQUIS
           END-READ.
      *
           IF VAL-CUSTO-AQUIS EQUAL ZEROES
               ADD 1 TO WRK-DR-SEM-CUSTO
               GO TO 0325-ENTRADA-LIVRO-END
           END-IF.
      *
           INITIALIZE REG-DPR.
           MOVE CODIGO          TO DPR-CODIGO.
           MOVE MIDIA           TO DPR-MIDIA.
           MOVE VAL-CUSTO-AQUIS TO DPR-CUSTO.
           MOVE WRK-DR-ANO      TO DPR-ANO-ENTRADA.
           MOVE 'A'             TO DPR-SITUACAO.
      *
           PERFORM 0340-INDICE-MIDIA.
           MOVE WRK-DR-VIDA-ANOS(WRK-DR-IDX) TO DPR-VIDA-ANOS.
      *
           PERFORM 0327-DATA-AQUISICAO.
      *
           IF DPR-DATA-AQUIS(1:4) GREATER THAN WRK-DR-ANO
               GO TO 0325-ENTRADA-LIVRO-END
           END-IF.
      *
      *    TITULO ADQUIRIDO EM ANO ANTERIOR QUE SO AGORA ENTRA NO
      *    LIVRO (CUSTO LANCADO DEPOIS) CHEGA COM A DEPRECIACAO DOS
      *    ANOS JA DECORRIDOS.
           COMPUTE WRK-DR-DATA-FIM = (WRK-DR-ANO - 1) * 10000 + 1231.
           PERFORM 0330-CALCULA-ACUMULADA.
           MOVE WRK-DR-ALVO TO DPR-ACUMULADA.
      *
           IF DPR-ORIGEM EQUAL 'P'
               ADD 1 TO WRK-DR-NOVOS
           ELSE
               ADD 1 TO WRK-DR-IMPLANTADOS
           END-IF.
           MOVE 'S' TO WRK-DR-OK.
       0325-ENTRADA-LIVRO-END. EXIT.

       0327-DATA-AQUISICAO SECTION.
      *    DATA DE AQUISICAO: RECEBIMENTO DO ITEM DE PEDIDO QUE GEROU O
      *    TITULO. SEM PEDIDO (ACERVO ANTERIOR AO CONTROLE DE PEDIDOS),
      *    O TITULO E IMPLANTADO EM 01/01 DO ANO PROCESSADO.
           MOVE 'I' TO DPR-ORIGEM.
           COMPUTE DPR-DATA-AQUIS = WRK-DR-ANO * 10000 + 0101.
      *
           MOVE LOW-VALUES TO PIT-CHAVE.
           START PEDITENS KEY IS NOT LESS THAN PIT-CHAVE
               INVALID KEY
                   MOVE '10' TO FS-PEDITENS
           END-START.
      *
           IF FS-PEDITENS EQUAL "00"
               READ PEDITENS NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-PEDITENS EQUAL "10"
               IF PIT-SITUACAO EQUAL 'R'
              AND PIT-CODIGO-GERADO EQUAL CODIGO
                   MOVE 'P'            TO DPR-ORIGEM
                   MOVE PIT-DATA-RECEB TO DPR-DATA-AQUIS
                   MOVE '10'           TO FS-PEDITENS
               ELSE
                   READ PEDITENS NEXT RECORD
               END-IF
           END-PERFORM.
       0327-DATA-AQUISICAO-END. EXIT.

       0330-CALCULA-ACUMULADA SECTION.
      *    DEPRECIACAO ACUMULADA EM LINHA RETA ATE WRK-DR-DATA-F,
      *    CONTANDO O MES DA AQUISICAO COMO MES INTEIRO, LIMITADA AO
      *    CUSTO. VIDA UTIL ZERO DEPRECIA TUDO NO MES DA AQUISICAO.
           MOVE DPR-DATA-AQUIS TO WRK-DR-DATA-A.
           COMPUTE WRK-DR-MESES = (WRK-DR-F-AAAA - WRK-DR-A-AAAA) * 12
                                + WRK-DR-F-MM - WRK-DR-A-MM + 1.
      *
           EVALUATE TRUE
               WHEN WRK-DR-MESES NOT GREATER THAN ZEROES
                   MOVE ZEROES TO WRK-DR-ALVO
               WHEN DPR-VIDA-ANOS EQUAL ZEROES
               WHEN WRK-DR-MESES NOT LESS THAN DPR-VIDA-ANOS * 12
                   MOVE DPR-CUSTO TO WRK-DR-ALVO
               WHEN OTHER
                   COMPUTE WRK-DR-ALVO ROUNDED =
                           DPR-CUSTO * WRK-DR-MESES /
                           (DPR-VIDA-ANOS * 12)
           END-EVALUATE.
       0330-CALCULA-ACUMULADA-END. EXIT.

       0340-INDICE-MIDIA SECTION.
           EVALUATE MIDIA
               WHEN 'V' MOVE 1 TO WRK-DR-IDX
               WHEN 'D' MOVE 2 TO WRK-DR-IDX
               WHEN 'B' MOVE 3 TO WRK-DR-IDX
               WHEN OTHER MOVE 4 TO WRK-DR-IDX
           END-EVALUATE.
       0340-INDICE-MIDIA-END. EXIT.

       0350-ABRE-RELATORIO SECTION.
           MOVE SPACES TO WRK-SPL-NOME.
           STRING './dat/ATIVO-'    DELIMITED BY SIZE
                  WRK-DR-ANO        DELIMITED BY SIZE
                  '-'               DELIMITED BY SIZE
                  WRK-DATA-AAAA     DELIMITED BY SIZE
                  WRK-DATA-MM       DELIMITED BY SIZE
                  WRK-DATA-DD       DELIMITED BY SIZE
                  '.prt'            DELIMITED BY SIZE
             INTO WRK-SPL-NOME.
      *
           OPEN OUTPUT ATIVO-REL.
      *
           IF FS-ATIVO-REL NOT EQUAL "00"
               INITIALIZE WRK-MSG
               MOVE '32ERRO AO ABRIR RELATORIO DO ATIVO.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0350-ABRE-RELATORIO-END
           END-IF.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'VIDEOTECA - LIVRO DO ATIVO (DEPRECIACAO) DO ANO '
                      DELIMITED BY SIZE
                  WRK-DR-ANO         DELIMITED BY SIZE
                  '   EMISSAO: '     DELIMITED BY SIZE
                  WRK-DATA-EDIT-DD   DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  WRK-DATA-EDIT-MM   DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  WRK-DATA-EDIT-AAAA DELIMITED BY SIZE
                  '   OPERADOR: '    DELIMITED BY SIZE
                  WRK-OPERADOR       DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'VIDA UTIL: VHS TOTALMENTE DEPRECIADO, DVD 5 ANOS, '
                      DELIMITED BY SIZE
                  'BLU-RAY 7 ANOS. ORIGEM: P = PEDIDO, '
                      DELIMITED BY SIZE
                  'I = IMPLANTACAO' DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'CODIGO  TITULO                         '
                      DELIMITED BY SIZE
                  'M  AQUISIC. '
                      DELIMITED BY SIZE
                  'O VU   ABERTURA    ADICOES   DEPRECIA     BAIXAS '
                      DELIMITED BY SIZE
                  'FECHAMENTO' DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
       0350-ABRE-RELATORIO-END. EXIT.

       0355-LINHA-TITULO SECTION.
           MOVE SPACES             TO WRK-DR-DET.
           MOVE CODIGO             TO WRK-DR-D-CODIGO.
           MOVE TITULO             TO WRK-DR-D-TITULO.
           MOVE DPR-MIDIA          TO WRK-DR-D-MIDIA.
           MOVE DPR-DATA-AQUIS     TO WRK-DR-D-AQUIS.
           MOVE DPR-ORIGEM         TO WRK-DR-D-ORIGEM.
           MOVE DPR-VIDA-ANOS      TO WRK-DR-D-VIDA.
           MOVE WRK-DR-ABERTURA    TO WRK-DR-D-VAL(1).
           MOVE WRK-DR-ADICAO      TO WRK-DR-D-VAL(2).
           MOVE WRK-DR-DEPREC      TO WRK-DR-D-VAL(3).
           MOVE WRK-DR-BAIXADO     TO WRK-DR-D-VAL(4).
           MOVE WRK-DR-FECHAMENTO  TO WRK-DR-D-VAL(5).
           MOVE WRK-DR-DET         TO FIL-REL.
           WRITE FIL-REL.
      *
           PERFORM 0340-INDICE-MIDIA.
           PERFORM 0357-SOMA-TOTAL.
           MOVE 5 TO WRK-DR-IDX.
           PERFORM 0357-SOMA-TOTAL.
       0355-LINHA-TITULO-END. EXIT.

       0357-SOMA-TOTAL SECTION.
           ADD 1                 TO WRK-DR-T-QTD(WRK-DR-IDX).
           ADD WRK-DR-ABERTURA   TO WRK-DR-T-ABERTURA(WRK-DR-IDX).
           ADD WRK-DR-ADICAO     TO WRK-DR-T-ADICAO(WRK-DR-IDX).
           ADD WRK-DR-DEPREC     TO WRK-DR-T-DEPREC(WRK-DR-IDX).
           ADD WRK-DR-BAIXADO    TO WRK-DR-T-BAIXADO(WRK-DR-IDX).
           ADD WRK-DR-FECHAMENTO TO WRK-DR-T-FECHAMENTO(WRK-DR-IDX).
       0357-SOMA-TOTAL-END. EXIT.

       0360-TOTAIS-RELATORIO SECTION.
      *    QUADRO DO ATIVO POR MIDIA: ABERTURA + ADICOES - DEPRECIACAO
      *    - BAIXAS = FECHAMENTO.
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE
              'MIDIA       TITULOS      ABERTURA       ADICOES   DEPRECI
      -       'ACAO        BAIXAS    FECHAMENTO' TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE 1 TO WRK-DR-IDX.
           PERFORM UNTIL WRK-DR-IDX GREATER THAN 5
               MOVE SPACES TO WRK-DR-TOT-LIN
               MOVE WRK-DR-VIDA-ROTULO(WRK-DR-IDX) TO WRK-DR-L-ROTULO
               MOVE WRK-DR-T-QTD(WRK-DR-IDX)       TO WRK-DR-L-QTD
               MOVE WRK-DR-T-ABERTURA(WRK-DR-IDX)  TO WRK-DR-L-VAL(1)
               MOVE WRK-DR-T-ADICAO(WRK-DR-IDX)    TO WRK-DR-L-VAL(2)
               MOVE WRK-DR-T-DEPREC(WRK-DR-IDX)    TO WRK-DR-L-VAL(3)
               MOVE WRK-DR-T-BAIXADO(WRK-DR-IDX)   TO WRK-DR-L-VAL(4)
               MOVE WRK-DR-T-FECHAMENTO(WRK-DR-IDX)
                   TO WRK-DR-L-VAL(5)
               MOVE WRK-DR-TOT-LIN TO FIL-REL
               WRITE FIL-REL
               ADD 1 TO WRK-DR-IDX
           END-PERFORM.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE WRK-DR-NOVOS TO WRK-DR-QTD-EDIT.
           MOVE SPACES TO FIL-REL.
           STRING 'TITULOS QUE ENTRARAM NO LIVRO POR PEDIDO: '
                      DELIMITED BY SIZE
                  WRK-DR-QTD-EDIT DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE WRK-DR-IMPLANTADOS TO WRK-DR-QTD-EDIT.
           MOVE SPACES TO FIL-REL.
           STRING 'TITULOS IMPLANTADOS SEM PEDIDO (01/01 DO ANO): '
                      DELIMITED BY SIZE
                  WRK-DR-QTD-EDIT DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE WRK-DR-SEM-CUSTO TO WRK-DR-QTD-EDIT.
           MOVE SPACES TO FIL-REL.
           STRING 'TITULOS FORA DO LIVRO POR FALTA DE CUSTO DE AQUISIC'
                      DELIMITED BY SIZE
                  'AO: '          DELIMITED BY SIZE
                  WRK-DR-QTD-EDIT DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           CLOSE ATIVO-REL.
           PERFORM 0365-REGISTRA-SPOOL.
       0360-TOTAIS-RELATORIO-END. EXIT.

       0365-REGISTRA-SPOOL SECTION.
           MOVE 'DRVIDPRG' TO WRK-SPL-PROGRAMA.
           COPY 'CPVIDSPP'. *> REGISTRA O RELATORIO NO SPOOL
       0365-REGISTRA-SPOOL-END. EXIT.

       0490-GRAVA-LOG SECTION.
           COPY 'CPVIDLGP'. *> GRAVA LINHA NO LOG DE AUDITORIA
       0490-GRAVA-LOG-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE DEPRECIA.
           CLOSE MOVIES.
           CLOSE VALORES.
           CLOSE PEDITENS.
      *
           IF FS-DEPRECIA NOT EQUAL "00"
               MOVE '38ERRO AO FECHAR ARQUIVO DE DEPRECIACAO.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-DEPRECIA TO WS-ABEND-CODE
               MOVE 'ERRO AO FECHAR ARQUIVO DE DEPRECIACAO.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
       0500-CLOSE-DATA-END. EXIT.

       0600-ROT-ABEND SECTION.
           MOVE 'DRVIDPRG' TO WS-ABEND-PROGRAM.
           COPY 'CPVIDRAB'. *> ABEND ROUTINE.
      *
           PERFORM 0700-END-PROGRAM.
       0600-ROT-ABEND-END. EXIT.

       0700-END-PROGRAM SECTION.
           GOBACK.
       0700-END-PROGRAM-END. EXIT.

       END PROGRAM DRVIDPRG.
