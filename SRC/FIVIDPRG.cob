      ******************************************************************
      * FILE NAME   : FIVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : FINES RECEIVABLE CONTROL OF VIDEOTECA PROGRAM -  *
      *               AGING REPORT OF THE OPEN CHARGES IN MULTAS.DAT   *
      *               (0-30 / 31-90 / 91-180 / OVER 180 DAYS) WITH     *
      *               SUBTOTALS BY TOM-TURMA AND BY CHARGE TYPE,       *
      *               FLAGGING BORROWERS ARCHIVED BY VRVIDPRG, AND THE *
      *               YEAR-END WRITE-OFF RUN THAT MARKS THE            *
      *               UNCOLLECTABLE CHARGES OF DEPARTED BORROWERS AS   *
      *               'B' AND PRINTS THE SIGNED LIST FOR THE SCHOOL    *
      *               FINANCE OFFICE; ALSO THE ENTRY POINT OF THE      *
      *               ACCOUNTING INTERFACE (CBVIDPRG) AND OF THE       *
      *               DEPRECIATION BOOK (DRVIDPRG)                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIVIDPRG.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDMFC'. *> MULTAS DAT WORKBOOK
           COPY 'CPVIDTFC'. *> TOMADORES DAT WORKBOOK
           COPY 'CPVIDPLF'. *> PARCELAS (INSTALLMENT PLANS)
      *
           SELECT TOMAD-ARQ
              ASSIGN       TO './dat/TOMAD-ARQ.dat'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-TOMAD-ARQ.
      *
           SELECT SORT-FILE ASSIGN TO "SORTWK1".
      *
           SELECT FINANC-REL
              ASSIGN       TO WRK-SPL-NOME
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-FINANC-REL.
      *
           COPY 'CPVIDSPF'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDJNF'. *> RECOVERY JOURNAL
           COPY 'CPVIDALF'. *> ABEND LOG
           COPY 'CPVIDLGF'. *> MAINTENANCE AUDIT LOG
      *
       DATA DIVISION.
       FILE SECTION.
       FD MULTAS.
           COPY 'CPVIDMDT'.

       FD TOMADORES.
           COPY 'CPVIDTDT'.

       FD PARCELAS.
           COPY 'CPVIDPLD'.

      *    IMAGEM DO REG-TOM GRAVADA PELA VIRADA DE ANO (VRVIDPRG).
       FD TOMAD-ARQ
           RECORDING MODE IS F.
           01 REG-ARQ.
               05 ARQ-CODIGO       PIC 9(04).
               05 ARQ-NOME         PIC X(30).
               05 ARQ-TURMA        PIC X(10).
               05 FILLER           PIC X(25).

       SD SORT-FILE.
       01 REG-SRT.
           05 SRT-TURMA        PIC X(10).
           05 SRT-NUMERO       PIC 9(05).
           05 SRT-TOM-CODIGO   PIC 9(04).
           05 SRT-NOME         PIC X(30).
           05 SRT-TIPO         PIC X(01).
           05 SRT-SITUACAO     PIC X(01).
           05 SRT-GERACAO      PIC 9(08).
           05 SRT-DIAS         PIC 9(05).
           05 SRT-FAIXA        PIC 9(01).
           05 SRT-VALOR        PIC 9(05)V9(02).
           05 SRT-ORIGEM       PIC X(01).

       FD FINANC-REL.
           01 FIL-REL          PIC X(132).

       FD VIDRELS.
           COPY 'CPVIDSPD'.

       FD VIDJRN.
           COPY 'CPVIDJND'.

       FD VIDABEND.
           COPY 'CPVIDALD'.

       FD VIDLOG.
           COPY 'CPVIDLGD'.
      *
       WORKING-STORAGE SECTION.
           COPY 'CPVIDMAN'. *> MAIN SCREEN
           COPY 'CPVIDMNU'. *> MAIN MENU
           COPY 'CPVIDMSG'. *> MESSAGES
           COPY 'CPVIDMNW'. *> MULTAS DAT WORKBOOK
           COPY 'CPVIDTNW'. *> TOMADORES DAT WORKBOOK
           COPY 'CPVIDPLW'. *> PARCELAS (INSTALLMENT PLANS)
           COPY 'CPVIDSPW'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDABE'. *> ABEND
           COPY 'CPVIDALW'. *> ABEND LOG
           COPY 'CPVIDJNW'. *> RECOVERY JOURNAL
           COPY 'CPVIDLGW'. *> MAINTENANCE AUDIT LOG
           COPY 'CPVIDOPW'. *> OPERATOR SESSION
      *
       77 FS-TOMAD-ARQ              PIC X(02).
       77 FS-FINANC-REL             PIC X(02).
       77 WRK-SPL-NOME              PIC X(40).
       77 WRK-SPL-PROGRAMA          PIC X(08).
      *
      *    CODIGO USADO APENAS PELA LINHA DO LOG DE AUDITORIA
      *    (CPVIDLGP ESPERA O CAMPO CODIGO DO CATALOGO; NA BAIXA
      *    LEVA O NUMERO DA COBRANCA).
       77 CODIGO                    PIC 9(07) VALUE ZEROES.
      *
       77 WRK-HOJE                  PIC 9(08) VALUE ZEROES.
       77 WRK-SORT-FIM              PIC X(01) VALUE 'N'.
      *
      *    SITUACAO DO TOMADOR DA COBRANCA: 'T' = CADASTRO ATIVO,
      *    'V' = MATRICULA VENCIDA (NAO RECONFIRMADO NO ANO LETIVO),
      *    'A' = ARQUIVADO PELA VIRADA (SO EM TOMAD-ARQ.DAT), 'X' = NAO
      *    LOCALIZADO. FORA O 'T', O TOMADOR E CONSIDERADO DESLIGADO
      *    E A DIVIDA DELE ENTRA NA BAIXA ANUAL.
       77 WRK-FI-ORIGEM             PIC X(01) VALUE SPACES.
       77 WRK-FI-NOME               PIC X(30) VALUE SPACES.
       77 WRK-FI-TURMA              PIC X(10) VALUE SPACES.
       77 WRK-FI-SALDO              PIC 9(05)V9(02) VALUE ZEROES.
       77 WRK-FI-DIAS               PIC 9(05) VALUE ZEROES.
       77 WRK-FI-FAIXA              PIC 9(01) VALUE ZEROES.
       77 WRK-FI-TIPO-IDX           PIC 9(01) VALUE ZEROES.
       77 WRK-FI-IDX                PIC 9(01) VALUE ZEROES.
       77 WRK-FI-TURMA-ATUAL        PIC X(10) VALUE SPACES.
       77 WRK-FI-PRIMEIRA           PIC X(01) VALUE 'S'.
      *
      *    CAMPOS DA BAIXA ANUAL: DATA DE CORTE (COBRANCAS GERADAS
      *    ATE ELA) E A PREVIA MOSTRADA ANTES DA CONFIRMACAO.
       77 WRK-FI-CORTE              PIC 9(08) VALUE ZEROES.
       77 WRK-FI-ELEGIVEL           PIC X(01) VALUE 'N'.
       77 WRK-FI-MOTIVO             PIC X(30) VALUE
           'BAIXA ANUAL: TOMADOR DESLIG.'.
      *
      *    ACUMULADORES DO AGING: POR TURMA (QUEBRA), POR TIPO DE
      *    COBRANCA (1 = MULTA POR ATRASO, 2 = REPOSICAO, 3 = SEGUNDA
      *    VIA DE CARTEIRINHA) E GERAL, CADA UM NAS QUATRO FAIXAS.
       01 WRK-FI-TOTAIS.
           05 WRK-FI-TUR-QTD        PIC 9(05) USAGE COMP-3.
           05 WRK-FI-TUR-VAL        PIC 9(07)V9(02) USAGE COMP-3
                                     OCCURS 4 TIMES.
           05 WRK-FI-TIPO-ENT OCCURS 3 TIMES.
               10 WRK-FI-TP-QTD     PIC 9(05) USAGE COMP-3.
               10 WRK-FI-TP-VAL     PIC 9(07)V9(02) USAGE COMP-3
                                     OCCURS 4 TIMES.
           05 WRK-FI-GER-QTD        PIC 9(05) USAGE COMP-3.
           05 WRK-FI-GER-VAL        PIC 9(07)V9(02) USAGE COMP-3
                                     OCCURS 4 TIMES.
           05 WRK-FI-COB-VAL        PIC 9(07)V9(02) USAGE COMP-3.
           05 WRK-FI-MOR-VAL        PIC 9(07)V9(02) USAGE COMP-3.
           05 WRK-FI-ARQ-QTD        PIC 9(05) USAGE COMP-3.
      *
       01 WRK-FI-TIPOS-NOMES.
           05 FILLER                PIC X(20) VALUE 'MULTA POR ATRASO'.
           05 FILLER                PIC X(20) VALUE 'REPOSICAO DE ITEM'.
           05 FILLER                PIC X(20) VALUE '2A VIA CARTAO'.
       01 WRK-FI-TIPOS-R REDEFINES WRK-FI-TIPOS-NOMES.
           05 WRK-FI-TIPO-NOME      PIC X(20) OCCURS 3 TIMES.
      *
       01 WRK-FI-CAB.
           05 FILLER                PIC X(11) VALUE 'MULTA TOM. '.
           05 FILLER                PIC X(31) VALUE 'NOME DO TOMADOR'.
           05 FILLER                PIC X(18) VALUE
                                     'T S GERADA    DIAS'.
           05 FILLER                PIC X(10) VALUE '      0-30'.
           05 FILLER                PIC X(10) VALUE '     31-90'.
           05 FILLER                PIC X(10) VALUE '    91-180'.
           05 FILLER                PIC X(10) VALUE '  ACIMA180'.
           05 FILLER                PIC X(09) VALUE ' TOMADOR'.
      *
       01 WRK-FI-DET.
           05 WRK-FI-D-NUMERO       PIC 9(05).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WRK-FI-D-TOMADOR      PIC 9(04).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WRK-FI-D-NOME         PIC X(30).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WRK-FI-D-TIPO         PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WRK-FI-D-SITUACAO     PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WRK-FI-D-GERADA       PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WRK-FI-D-DIAS         PIC ZZZZ9.
           05 WRK-FI-D-FAIXA OCCURS 4 TIMES.
               10 FILLER            PIC X(01).
               10 WRK-FI-D-VALOR    PIC ZZZZZ9,99 BLANK WHEN ZERO.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WRK-FI-D-ORIGEM       PIC X(12).
      *
       01 WRK-FI-TOT.
           05 WRK-FI-T-ROTULO       PIC X(50).
           05 WRK-FI-T-QTD          PIC ZZZZ9.
           05 FILLER                PIC X(05) VALUE SPACES.
           05 WRK-FI-T-FAIXA OCCURS 4 TIMES.
               10 FILLER            PIC X(01).
               10 WRK-FI-T-VALOR    PIC ZZZZZ9,99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WRK-FI-T-TOTAL        PIC ZZZZZZ9,99.
      *
       01 WRK-ESTATISTICA.
           05 WRK-FI-BX-QTD         PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-FI-BX-VAL         PIC 9(07)V9(02) USAGE COMP-3
                                     VALUE ZEROES.
           05 WRK-FI-TOTAL          PIC 9(07)V9(02) USAGE COMP-3
                                     VALUE ZEROES.
           05 WRK-FI-QTD-EDIT       PIC ZZZZ9 VALUE ZEROES.
           05 WRK-FI-VAL-EDIT       PIC ZZZZZZ9,99 VALUE ZEROES.
           05 WRK-FI-MUL-EDIT       PIC ZZZZ9,99 VALUE ZEROES.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN'. *> MAIN SCREEN
           COPY 'SCVIDMSG'. *> MESSAGES
      *
       01 SCREEN-FIN-MENU.
           05 LINE 07 COLUMN 02 VALUE "1 - AGING DAS MULTAS EM ABERTO".
           05 LINE 08 COLUMN 02 VALUE "2 - BAIXA ANUAL (INCOBRAVEIS)".
           05 LINE 09 COLUMN 02 VALUE "3 - INTERFACE CONTABIL".
           05 LINE 10 COLUMN 02 VALUE "4 - LIVRO DE DEPRECIACAO".
           05 LINE 11 COLUMN 02 VALUE "0 - VOLTAR".
           05 LINE 12 COLUMN 02 VALUE "OPCAO: ".
           05 COLUMN PLUS 01    PIC X(01) USING WRK-OPTION.
      *
       01 SCREEN-FIN-CORTE.
           05 LINE 13 COLUMN 02 VALUE
               "BAIXAR COBRANCAS GERADAS ATE (AAAAMMDD): ".
           05 COLUMN PLUS 01    PIC 9(08) USING WRK-FI-CORTE.
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
           OPEN I-O MULTAS.
      *
           IF FS-MULTAS EQUAL "35"
               OPEN OUTPUT MULTAS
               CLOSE MULTAS
               OPEN I-O MULTAS
           END-IF.
      *
           IF FS-MULTAS NOT EQUAL "00"
               MOVE '46ERRO AO ABRIR ARQUIVO DE MULTAS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-MULTAS TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE MULTAS'
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
      *
           IF FS-TOMADORES NOT EQUAL "00"
               MOVE '45ERRO AO ABRIR ARQUIVO DE TOMADORES.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-TOMADORES TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE TOMADORES'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT PARCELAS.
      *
           IF FS-PARCELAS EQUAL "35"
               OPEN OUTPUT PARCELAS
               CLOSE PARCELAS
               OPEN INPUT PARCELAS
           END-IF.
      *
           IF FS-PARCELAS NOT EQUAL "00"
               MOVE '45ERRO AO ABRIR ARQUIVO DE PARCELAS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-PARCELAS TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE PARCELAS'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
       0100-OPEN-DATA-END. EXIT.

       0300-PROCESS-DATA SECTION.
           COPY 'CPVIDDTE'. *> DATE/TIME PROCEDURE
           MOVE " * * * * MULTAS A RECEBER (FINANCEIRO) * * * *" TO
                WRK-TITLE.
           MOVE "PF3=FIM"                                   TO WRK-KEYS.
           INITIALIZE WRK-MSG.
           MOVE WRK-DATA-SISTEMA TO WRK-HOJE.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-FIN-MENU.
           ACCEPT  SCREEN-FIN-MENU.
      *
           EVALUATE WRK-OPTION
               WHEN '1' PERFORM 0310-RELATORIO-AGING
               WHEN '2'
      *            A BAIXA TIRA DIVIDA DOS LIVROS DA ESCOLA; SO O
      *            COORDENADOR PODE DISPARA-LA.
                   IF WRK-OPERADOR-PERFIL EQUAL 'C'
                       PERFORM 0400-BAIXA-ANUAL
                   ELSE
                       INITIALIZE WRK-MSG
                       MOVE '16BAIXA RESERVADA AO PERFIL COORDENADOR.'
                           TO WRK-MSG
                       DISPLAY SCREEN-MSG
                       ACCEPT SCREEN-WAIT
                   END-IF
               WHEN '3' PERFORM 0450-CHAMA-CONTABIL
               WHEN '4' PERFORM 0460-CHAMA-DEPRECIACAO
               WHEN '0' CONTINUE
               WHEN OTHER
                   INITIALIZE WRK-MSG
                   MOVE '20OPCAO INVALIDA.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
           END-EVALUATE.
       0300-PROCESS-DATA-END. EXIT.

       0310-RELATORIO-AGING SECTION.
      *    COBRANCAS EM ABERTO ('A', 'S' E O SALDO DAS PARCELADAS)
      *    POR IDADE DESDE A GERACAO, EM ORDEM DE TURMA, COM QUEBRA
      *    POR TURMA, RESUMO POR TIPO E A SEPARACAO ENTRE DIVIDA
      *    COBRAVEL E DIVIDA DE TOMADORES DESLIGADOS.
           INITIALIZE WRK-FI-TOTAIS.
           INITIALIZE WRK-MSG.
      *
           MOVE SPACES TO WRK-SPL-NOME.
           STRING './dat/AGING-MULTAS-' DELIMITED BY SIZE
                  WRK-DATA-AAAA         DELIMITED BY SIZE
                  WRK-DATA-MM           DELIMITED BY SIZE
                  WRK-DATA-DD           DELIMITED BY SIZE
                  '.prt'                DELIMITED BY SIZE
             INTO WRK-SPL-NOME.
      *
           OPEN OUTPUT FINANC-REL.
      *
           IF FS-FINANC-REL NOT EQUAL "00"
               MOVE '42ERRO AO ABRIR ARQUIVO DE RELATORIO.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0310-RELATORIO-AGING-END
           END-IF.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'VIDEOTECA - AGING DAS MULTAS EM ABERTO  EMISSAO: '
                       DELIMITED BY SIZE
                  WRK-DATA-EDIT-DD   DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  WRK-DATA-EDIT-MM   DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  WRK-DATA-EDIT-AAAA DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE
           'T = TIPO (M/R/C)  S = SITUACAO (A/S/N)  FAIXAS EM DIAS DESDE
      -    ' A GERACAO DA COBRANCA' TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE WRK-FI-CAB TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE 'S'    TO WRK-FI-PRIMEIRA.
           MOVE SPACES TO WRK-FI-TURMA-ATUAL.
      *
           SORT SORT-FILE
               ON ASCENDING KEY SRT-TURMA
               ON ASCENDING KEY SRT-NUMERO
               INPUT  PROCEDURE IS 0320-SOLTA-ABERTAS
               OUTPUT PROCEDURE IS 0330-IMPRIME-AGING.
      *
           PERFORM 0340-RESUMO-AGING.
      *
           CLOSE FINANC-REL.
           PERFORM 0390-REGISTRA-SPOOL.
      *
           MOVE WRK-FI-GER-QTD TO WRK-FI-QTD-EDIT.
           STRING '22AGING GERADO. COBRANCAS EM ABERTO: '
                      DELIMITED BY SIZE
                  WRK-FI-QTD-EDIT DELIMITED BY SIZE
             INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0310-RELATORIO-AGING-END. EXIT.

       0320-SOLTA-ABERTAS SECTION.
           MOVE ZEROES TO MUL-NUMERO.
           START MULTAS KEY IS NOT LESS THAN MUL-NUMERO
               INVALID KEY
                   MOVE '10' TO FS-MULTAS
           END-START.
      *
           IF FS-MULTAS EQUAL "00"
               READ MULTAS NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-MULTAS EQUAL "10"
               IF MUL-SITUACAO EQUAL 'A' OR EQUAL 'S' OR EQUAL 'N'
                   PERFORM 0322-SALDO-COBRANCA
                   IF WRK-FI-SALDO GREATER THAN ZEROES
                       PERFORM 0324-CALCULA-FAIXA
                       PERFORM 0325-LOCALIZA-TOMADOR
                       MOVE WRK-FI-TURMA     TO SRT-TURMA
                       MOVE MUL-NUMERO       TO SRT-NUMERO
                       MOVE MUL-TOM-CODIGO   TO SRT-TOM-CODIGO
                       MOVE WRK-FI-NOME      TO SRT-NOME
                       MOVE MUL-TIPO         TO SRT-TIPO
                       MOVE MUL-SITUACAO     TO SRT-SITUACAO
                       MOVE MUL-DATA-GERACAO TO SRT-GERACAO
                       MOVE WRK-FI-DIAS      TO SRT-DIAS
                       MOVE WRK-FI-FAIXA     TO SRT-FAIXA
                       MOVE WRK-FI-SALDO     TO SRT-VALOR
                       MOVE WRK-FI-ORIGEM    TO SRT-ORIGEM
                       RELEASE REG-SRT
                   END-IF
               END-IF
               READ MULTAS NEXT RECORD
           END-PERFORM.
       0320-SOLTA-ABERTAS-END. EXIT.

       0322-SALDO-COBRANCA SECTION.
      *    COBRANCA PARCELADA VALE PELO SALDO DAS PARCELAS ABERTAS.
           IF MUL-SITUACAO NOT EQUAL 'N'
               MOVE MUL-VALOR TO WRK-FI-SALDO
               GO TO 0322-SALDO-COBRANCA-END
           END-IF.
      *
           MOVE ZEROES     TO WRK-FI-SALDO.
           MOVE MUL-NUMERO TO PCL-MULTA.
           MOVE ZEROES     TO PCL-NUMERO.
           START PARCELAS KEY IS NOT LESS THAN PCL-CHAVE
               INVALID KEY
                   MOVE '10' TO FS-PARCELAS
           END-START.
      *
           IF FS-PARCELAS EQUAL "00"
               READ PARCELAS NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-PARCELAS EQUAL "10"
                      OR PCL-MULTA NOT EQUAL MUL-NUMERO
               IF PCL-SITUACAO EQUAL 'A'
                   ADD PCL-VALOR TO WRK-FI-SALDO
               END-IF
               READ PARCELAS NEXT RECORD
           END-PERFORM.
       0322-SALDO-COBRANCA-END. EXIT.

       0324-CALCULA-FAIXA SECTION.
      *    DATA DE GERACAO AUSENTE OU INVALIDA (REGISTRO ANTIGO) VAI
      *    PARA A FAIXA MAIS VELHA.
           IF MUL-DATA-GERACAO EQUAL ZEROES
           OR FUNCTION TEST-DATE-YYYYMMDD(MUL-DATA-GERACAO)
              NOT EQUAL ZEROES
           OR MUL-DATA-GERACAO GREATER THAN WRK-HOJE
               MOVE ZEROES TO WRK-FI-DIAS
               MOVE 4      TO WRK-FI-FAIXA
               GO TO 0324-CALCULA-FAIXA-END
           END-IF.
      *
           COMPUTE WRK-FI-DIAS =
               FUNCTION INTEGER-OF-DATE(WRK-HOJE) -
               FUNCTION INTEGER-OF-DATE(MUL-DATA-GERACAO).
      *
           EVALUATE TRUE
               WHEN WRK-FI-DIAS NOT GREATER THAN 30
                   MOVE 1 TO WRK-FI-FAIXA
               WHEN WRK-FI-DIAS NOT GREATER THAN 90
                   MOVE 2 TO WRK-FI-FAIXA
               WHEN WRK-FI-DIAS NOT GREATER THAN 180
                   MOVE 3 TO WRK-FI-FAIXA
               WHEN OTHER
                   MOVE 4 TO WRK-FI-FAIXA
           END-EVALUATE.
       0324-CALCULA-FAIXA-END. EXIT.

       0325-LOCALIZA-TOMADOR SECTION.
      *    CADASTRO VIVO PRIMEIRO; QUEM NAO ESTA MAIS NELE E
      *    PROCURADO NO ARQUIVO DA VIRADA DE ANO.
           MOVE MUL-TOM-CODIGO TO TOM-CODIGO.
           READ TOMADORES
               INVALID KEY
                   PERFORM 0327-PROCURA-ARQUIVADO
                   GO TO 0325-LOCALIZA-TOMADOR-END
           END-READ.
      *
           MOVE TOM-NOME  TO WRK-FI-NOME.
           MOVE TOM-TURMA TO WRK-FI-TURMA.
      *
           IF TOM-SITUACAO EQUAL 'V'
               MOVE 'V' TO WRK-FI-ORIGEM
           ELSE
               MOVE 'T' TO WRK-FI-ORIGEM
           END-IF.
       0325-LOCALIZA-TOMADOR-END. EXIT.

       0327-PROCURA-ARQUIVADO SECTION.
      *    TOMAD-ARQ.DAT E SEQUENCIAL; VALE A ULTIMA IMAGEM GRAVADA
      *    DO CODIGO.
           MOVE 'X'                    TO WRK-FI-ORIGEM.
           MOVE '** NAO LOCALIZADO **' TO WRK-FI-NOME.
           MOVE 'SEM TURMA'            TO WRK-FI-TURMA.
      *
           OPEN INPUT TOMAD-ARQ.
      *
           IF FS-TOMAD-ARQ NOT EQUAL "00"
               GO TO 0327-PROCURA-ARQUIVADO-END
           END-IF.
      *
           READ TOMAD-ARQ.
           PERFORM UNTIL FS-TOMAD-ARQ NOT EQUAL "00"
               IF ARQ-CODIGO EQUAL MUL-TOM-CODIGO
                   MOVE 'A'       TO WRK-FI-ORIGEM
                   MOVE ARQ-NOME  TO WRK-FI-NOME
                   MOVE ARQ-TURMA TO WRK-FI-TURMA
               END-IF
               READ TOMAD-ARQ
           END-PERFORM.
      *
           CLOSE TOMAD-ARQ.
       0327-PROCURA-ARQUIVADO-END. EXIT.

       0330-IMPRIME-AGING SECTION.
           MOVE 'N' TO WRK-SORT-FIM.
      *
           RETURN SORT-FILE
               AT END
                   MOVE 'S' TO WRK-SORT-FIM
           END-RETURN.
      *
           PERFORM UNTIL WRK-SORT-FIM EQUAL 'S'
               IF SRT-TURMA NOT EQUAL WRK-FI-TURMA-ATUAL
               OR WRK-FI-PRIMEIRA EQUAL 'S'
                   PERFORM 0335-FECHA-TURMA
                   MOVE SRT-TURMA TO WRK-FI-TURMA-ATUAL
                   MOVE 'N'       TO WRK-FI-PRIMEIRA
                   MOVE SPACES TO FIL-REL
                   WRITE FIL-REL
                   MOVE SPACES TO FIL-REL
                   STRING 'TURMA: '  DELIMITED BY SIZE
                          SRT-TURMA  DELIMITED BY SIZE
                     INTO FIL-REL
                   WRITE FIL-REL
               END-IF
               PERFORM 0332-LINHA-AGING
               RETURN SORT-FILE
                   AT END
                       MOVE 'S' TO WRK-SORT-FIM
               END-RETURN
           END-PERFORM.
      *
           PERFORM 0335-FECHA-TURMA.
       0330-IMPRIME-AGING-END. EXIT.

       0332-LINHA-AGING SECTION.
           EVALUATE SRT-TIPO
               WHEN 'R'   MOVE 2 TO WRK-FI-TIPO-IDX
               WHEN 'P'   MOVE 2 TO WRK-FI-TIPO-IDX
               WHEN 'C'   MOVE 3 TO WRK-FI-TIPO-IDX
               WHEN OTHER MOVE 1 TO WRK-FI-TIPO-IDX
           END-EVALUATE.
      *
           ADD 1         TO WRK-FI-TUR-QTD.
           ADD SRT-VALOR TO WRK-FI-TUR-VAL(SRT-FAIXA).
           ADD 1         TO WRK-FI-TP-QTD(WRK-FI-TIPO-IDX).
           ADD SRT-VALOR TO WRK-FI-TP-VAL(WRK-FI-TIPO-IDX, SRT-FAIXA).
           ADD 1         TO WRK-FI-GER-QTD.
           ADD SRT-VALOR TO WRK-FI-GER-VAL(SRT-FAIXA).
      *
           IF SRT-ORIGEM EQUAL 'T'
               ADD SRT-VALOR TO WRK-FI-COB-VAL
           ELSE
               ADD SRT-VALOR TO WRK-FI-MOR-VAL
           END-IF.
      *
           MOVE SPACES         TO WRK-FI-DET.
           MOVE SRT-NUMERO     TO WRK-FI-D-NUMERO.
           MOVE SRT-TOM-CODIGO TO WRK-FI-D-TOMADOR.
           MOVE SRT-NOME       TO WRK-FI-D-NOME.
           MOVE SRT-TIPO       TO WRK-FI-D-TIPO.
           MOVE SRT-SITUACAO   TO WRK-FI-D-SITUACAO.
           MOVE SRT-GERACAO    TO WRK-FI-D-GERADA.
           MOVE SRT-DIAS       TO WRK-FI-D-DIAS.
           MOVE ZEROES         TO WRK-FI-D-VALOR(1)
                                  WRK-FI-D-VALOR(2)
                                  WRK-FI-D-VALOR(3)
                                  WRK-FI-D-VALOR(4).
           MOVE SRT-VALOR      TO WRK-FI-D-VALOR(SRT-FAIXA).
      *
           EVALUATE SRT-ORIGEM
               WHEN 'V'
                   MOVE 'MATR.VENCIDA' TO WRK-FI-D-ORIGEM
               WHEN 'A'
                   MOVE 'ARQUIVADO'    TO WRK-FI-D-ORIGEM
                   ADD 1 TO WRK-FI-ARQ-QTD
               WHEN 'X'
                   MOVE 'NAO LOCALIZ.' TO WRK-FI-D-ORIGEM
               WHEN OTHER
                   MOVE SPACES         TO WRK-FI-D-ORIGEM
           END-EVALUATE.
      *
           MOVE WRK-FI-DET TO FIL-REL.
           WRITE FIL-REL.
       0332-LINHA-AGING-END. EXIT.

       0335-FECHA-TURMA SECTION.
           IF WRK-FI-TUR-QTD EQUAL ZEROES
               GO TO 0335-FECHA-TURMA-END
           END-IF.
      *
           MOVE SPACES TO WRK-FI-TOT.
           STRING '  SUBTOTAL DA TURMA ' DELIMITED BY SIZE
                  WRK-FI-TURMA-ATUAL     DELIMITED BY SIZE
             INTO WRK-FI-T-ROTULO.
           MOVE WRK-FI-TUR-QTD TO WRK-FI-T-QTD.
           MOVE ZEROES TO WRK-FI-TOTAL.
           PERFORM VARYING WRK-FI-IDX FROM 1 BY 1
               UNTIL WRK-FI-IDX GREATER THAN 4
               MOVE WRK-FI-TUR-VAL(WRK-FI-IDX)
                   TO WRK-FI-T-VALOR(WRK-FI-IDX)
               ADD WRK-FI-TUR-VAL(WRK-FI-IDX) TO WRK-FI-TOTAL
           END-PERFORM.
           MOVE WRK-FI-TOTAL TO WRK-FI-T-TOTAL.
           MOVE WRK-FI-TOT TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE ZEROES TO WRK-FI-TUR-QTD
                          WRK-FI-TUR-VAL(1)
                          WRK-FI-TUR-VAL(2)
                          WRK-FI-TUR-VAL(3)
                          WRK-FI-TUR-VAL(4).
       0335-FECHA-TURMA-END. EXIT.

       0340-RESUMO-AGING SECTION.
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE 'RESUMO POR TIPO DE COBRANCA' TO FIL-REL.
           WRITE FIL-REL.
      *
           PERFORM VARYING WRK-FI-TIPO-IDX FROM 1 BY 1
               UNTIL WRK-FI-TIPO-IDX GREATER THAN 3
               MOVE SPACES TO WRK-FI-TOT
               STRING '  ' DELIMITED BY SIZE
                      WRK-FI-TIPO-NOME(WRK-FI-TIPO-IDX)
                           DELIMITED BY SIZE
                 INTO WRK-FI-T-ROTULO
               MOVE WRK-FI-TP-QTD(WRK-FI-TIPO-IDX) TO WRK-FI-T-QTD
               MOVE ZEROES TO WRK-FI-TOTAL
               PERFORM VARYING WRK-FI-IDX FROM 1 BY 1
                   UNTIL WRK-FI-IDX GREATER THAN 4
                   MOVE WRK-FI-TP-VAL(WRK-FI-TIPO-IDX, WRK-FI-IDX)
                       TO WRK-FI-T-VALOR(WRK-FI-IDX)
                   ADD WRK-FI-TP-VAL(WRK-FI-TIPO-IDX, WRK-FI-IDX)
                       TO WRK-FI-TOTAL
               END-PERFORM
               MOVE WRK-FI-TOTAL TO WRK-FI-T-TOTAL
               MOVE WRK-FI-TOT TO FIL-REL
               WRITE FIL-REL
           END-PERFORM.
      *
           MOVE SPACES TO WRK-FI-TOT.
           MOVE 'TOTAL GERAL' TO WRK-FI-T-ROTULO.
           MOVE WRK-FI-GER-QTD TO WRK-FI-T-QTD.
           MOVE ZEROES TO WRK-FI-TOTAL.
           PERFORM VARYING WRK-FI-IDX FROM 1 BY 1
               UNTIL WRK-FI-IDX GREATER THAN 4
               MOVE WRK-FI-GER-VAL(WRK-FI-IDX)
                   TO WRK-FI-T-VALOR(WRK-FI-IDX)
               ADD WRK-FI-GER-VAL(WRK-FI-IDX) TO WRK-FI-TOTAL
           END-PERFORM.
           MOVE WRK-FI-TOTAL TO WRK-FI-T-TOTAL.
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
           MOVE WRK-FI-TOT TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE WRK-FI-COB-VAL TO WRK-FI-VAL-EDIT.
           MOVE SPACES TO FIL-REL.
           STRING 'DIVIDA COBRAVEL (CADASTRO ATIVO)......: R$ '
                      DELIMITED BY SIZE
                  WRK-FI-VAL-EDIT DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE WRK-FI-MOR-VAL TO WRK-FI-VAL-EDIT.
           MOVE SPACES TO FIL-REL.
           STRING 'DIVIDA DE TOMADORES DESLIGADOS........: R$ '
                      DELIMITED BY SIZE
                  WRK-FI-VAL-EDIT DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE WRK-FI-ARQ-QTD TO WRK-FI-QTD-EDIT.
           MOVE SPACES TO FIL-REL.
           STRING 'COBRANCAS DE TOMADORES ARQUIVADOS.....:    '
                      DELIMITED BY SIZE
                  WRK-FI-QTD-EDIT DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
       0340-RESUMO-AGING-END. EXIT.

       0390-REGISTRA-SPOOL SECTION.
           MOVE 'FIVIDPRG' TO WRK-SPL-PROGRAMA.
           COPY 'CPVIDSPP'. *> REGISTRA O RELATORIO NO SPOOL
       0390-REGISTRA-SPOOL-END. EXIT.

       0400-BAIXA-ANUAL SECTION.
      *    NO FIM DO ANO O COORDENADOR BAIXA COMO INCOBRAVEIS AS
      *    COBRANCAS EM ABERTO ('A' OU 'S') DE TOMADORES DESLIGADOS,
      *    GERADAS ATE A DATA DE CORTE. A COBRANCA VAI PARA 'B',
      *    ESTADO PROPRIO, SEPARADO DA ISENCAO ('I'). PARCELADA ('N')
      *    FICA DE FORA: O PLANO FOI ACORDADO PELO SUPERVISOR E SEGUE
      *    NO AGING ATE SER RESOLVIDO EM MUVIDPRG.
           INITIALIZE WRK-MSG.
           MOVE WRK-HOJE TO WRK-FI-CORTE.
           DISPLAY SCREEN-FIN-CORTE.
           ACCEPT  SCREEN-FIN-CORTE.
      *
           IF WRK-FI-CORTE EQUAL ZEROES
           OR FUNCTION TEST-DATE-YYYYMMDD(WRK-FI-CORTE)
              NOT EQUAL ZEROES
           OR WRK-FI-CORTE GREATER THAN WRK-HOJE
               MOVE '25DATA DE CORTE INVALIDA.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0400-BAIXA-ANUAL-END
           END-IF.
      *
           PERFORM 0410-PREVIA-BAIXA.
      *
           IF WRK-FI-BX-QTD EQUAL ZEROES
               MOVE '22NENHUMA COBRANCA DE DESLIGADO A BAIXAR.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0400-BAIXA-ANUAL-END
           END-IF.
      *
           MOVE WRK-FI-BX-QTD TO WRK-FI-QTD-EDIT.
           MOVE WRK-FI-BX-VAL TO WRK-FI-VAL-EDIT.
           INITIALIZE WRK-MSG.
           STRING '08BAIXAR '       DELIMITED BY SIZE
                  WRK-FI-QTD-EDIT   DELIMITED BY SIZE
                  ' COBRANCA(S), R$ ' DELIMITED BY SIZE
                  WRK-FI-VAL-EDIT   DELIMITED BY SIZE
                  '. CONFIRMA (S/N)?' DELIMITED BY SIZE
             INTO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
      *
           IF WRK-AWAIT NOT EQUAL 'S' AND NOT EQUAL 's'
               INITIALIZE WRK-MSG
               MOVE '30BAIXA CANCELADA.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0400-BAIXA-ANUAL-END
           END-IF.
      *
           PERFORM 0420-EFETIVA-BAIXA.
       0400-BAIXA-ANUAL-END. EXIT.

       0405-TESTA-ELEGIVEL SECTION.
           MOVE 'N' TO WRK-FI-ELEGIVEL.
      *
           IF MUL-SITUACAO NOT EQUAL 'A' AND NOT EQUAL 'S'
               GO TO 0405-TESTA-ELEGIVEL-END
           END-IF.
      *
           IF MUL-DATA-GERACAO GREATER THAN WRK-FI-CORTE
               GO TO 0405-TESTA-ELEGIVEL-END
           END-IF.
      *
           PERFORM 0325-LOCALIZA-TOMADOR.
      *
           IF WRK-FI-ORIGEM NOT EQUAL 'T'
               MOVE 'S' TO WRK-FI-ELEGIVEL
           END-IF.
       0405-TESTA-ELEGIVEL-END. EXIT.

       0410-PREVIA-BAIXA SECTION.
           INITIALIZE WRK-ESTATISTICA.
      *
           MOVE ZEROES TO MUL-NUMERO.
           START MULTAS KEY IS NOT LESS THAN MUL-NUMERO
               INVALID KEY
                   MOVE '10' TO FS-MULTAS
           END-START.
      *
           IF FS-MULTAS EQUAL "00"
               READ MULTAS NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-MULTAS EQUAL "10"
               PERFORM 0405-TESTA-ELEGIVEL
               IF WRK-FI-ELEGIVEL EQUAL 'S'
                   ADD 1         TO WRK-FI-BX-QTD
                   ADD MUL-VALOR TO WRK-FI-BX-VAL
               END-IF
               READ MULTAS NEXT RECORD
           END-PERFORM.
       0410-PREVIA-BAIXA-END. EXIT.

       0420-EFETIVA-BAIXA SECTION.
      *    A LISTA DA BAIXA E UMA GERACAO DATADA NO SPOOL, COM O
      *    CAMPO DE ASSINATURA DA COORDENACAO E DO FINANCEIRO.
           INITIALIZE WRK-ESTATISTICA.
      *
           MOVE SPACES TO WRK-SPL-NOME.
           STRING './dat/BAIXA-MULTAS-' DELIMITED BY SIZE
                  WRK-DATA-AAAA         DELIMITED BY SIZE
                  WRK-DATA-MM           DELIMITED BY SIZE
                  WRK-DATA-DD           DELIMITED BY SIZE
                  '.prt'                DELIMITED BY SIZE
             INTO WRK-SPL-NOME.
      *
           OPEN OUTPUT FINANC-REL.
      *
           IF FS-FINANC-REL NOT EQUAL "00"
               INITIALIZE WRK-MSG
               MOVE '42ERRO AO ABRIR ARQUIVO DE RELATORIO.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0420-EFETIVA-BAIXA-END
           END-IF.
      *
           PERFORM 0425-CABECALHO-BAIXA.
      *
           MOVE ZEROES TO MUL-NUMERO.
           START MULTAS KEY IS NOT LESS THAN MUL-NUMERO
               INVALID KEY
                   MOVE '10' TO FS-MULTAS
           END-START.
      *
           IF FS-MULTAS EQUAL "00"
               READ MULTAS NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-MULTAS EQUAL "10"
               PERFORM 0405-TESTA-ELEGIVEL
               IF WRK-FI-ELEGIVEL EQUAL 'S'
                   PERFORM 0430-BAIXA-COBRANCA
               END-IF
               READ MULTAS NEXT RECORD
           END-PERFORM.
      *
           PERFORM 0435-RODAPE-BAIXA.
      *
           CLOSE FINANC-REL.
           PERFORM 0390-REGISTRA-SPOOL.
      *
           MOVE WRK-FI-BX-QTD TO WRK-FI-QTD-EDIT.
           INITIALIZE WRK-MSG.
           STRING '14BAIXA EFETIVADA. COBRANCAS BAIXADAS: '
                      DELIMITED BY SIZE
                  WRK-FI-QTD-EDIT DELIMITED BY SIZE
                  '. LISTA NO SPOOL.' DELIMITED BY SIZE
             INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0420-EFETIVA-BAIXA-END. EXIT.

       0425-CABECALHO-BAIXA SECTION.
           MOVE SPACES TO FIL-REL.
           STRING 'VIDEOTECA - BAIXA ANUAL DE COBRANCAS INCOBRAVEIS  EMI
      -           'SSAO: '
                       DELIMITED BY SIZE
                  WRK-DATA-EDIT-DD   DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  WRK-DATA-EDIT-MM   DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  WRK-DATA-EDIT-AAAA DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'COBRANCAS EM ABERTO DE TOMADORES DESLIGADOS, GERADAS 
      -           'ATE ' DELIMITED BY SIZE
                  WRK-FI-CORTE DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE
           'MULTA TOM. NOME DO TOMADOR                TURMA      T GERAD
      -    'A      VALOR TOMADOR' TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE
           '----- ---- ------------------------------ ---------- - -----
      -    '--- -------- ------------' TO FIL-REL.
           WRITE FIL-REL.
       0425-CABECALHO-BAIXA-END. EXIT.

       0430-BAIXA-COBRANCA SECTION.
      *    A TRILHA DA ISENCAO GUARDA QUEM BAIXOU E QUANDO; O MOTIVO
      *    IDENTIFICA A BAIXA ANUAL.
           MOVE REG-MUL          TO WRK-JRN-ANTES.
           MOVE 'B'              TO MUL-SITUACAO.
           MOVE WRK-FI-MOTIVO    TO MUL-ISEN-MOTIVO.
           MOVE WRK-OPERADOR     TO MUL-ISEN-OPERADOR.
           MOVE WRK-OPERADOR     TO MUL-ISEN-SUPERVISOR.
           MOVE WRK-DATA-SISTEMA TO MUL-ISEN-DATA.
           MOVE REG-MUL          TO WRK-JRN-DEPOIS.
           REWRITE REG-MUL.
      *
           MOVE 'MULTAS'         TO WRK-JRN-ARQUIVO.
           MOVE 'A'              TO WRK-JRN-OPERACAO.
           MOVE FS-MULTAS        TO WRK-JRN-STATUS.
           PERFORM 0590-GRAVA-DIARIO.
      *
           ADD 1         TO WRK-FI-BX-QTD.
           ADD MUL-VALOR TO WRK-FI-BX-VAL.
      *
           MOVE MUL-VALOR TO WRK-FI-MUL-EDIT.
           MOVE SPACES TO WRK-FI-D-ORIGEM.
           EVALUATE WRK-FI-ORIGEM
               WHEN 'V' MOVE 'MATR.VENCIDA' TO WRK-FI-D-ORIGEM
               WHEN 'A' MOVE 'ARQUIVADO'    TO WRK-FI-D-ORIGEM
               WHEN 'X' MOVE 'NAO LOCALIZ.' TO WRK-FI-D-ORIGEM
           END-EVALUATE.
      *
           MOVE SPACES TO FIL-REL.
           STRING MUL-NUMERO       DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  MUL-TOM-CODIGO   DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WRK-FI-NOME      DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WRK-FI-TURMA     DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  MUL-TIPO         DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  MUL-DATA-GERACAO DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WRK-FI-MUL-EDIT  DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WRK-FI-D-ORIGEM  DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           PERFORM 0440-GRAVA-LOG.
       0430-BAIXA-COBRANCA-END. EXIT.

       0435-RODAPE-BAIXA SECTION.
           MOVE WRK-FI-BX-QTD TO WRK-FI-QTD-EDIT.
           MOVE WRK-FI-BX-VAL TO WRK-FI-VAL-EDIT.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'TOTAL DE COBRANCAS BAIXADAS: ' DELIMITED BY SIZE
                  WRK-FI-QTD-EDIT                 DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'VALOR TOTAL BAIXADO.......: R$ ' DELIMITED BY SIZE
                  WRK-FI-VAL-EDIT                   DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'BAIXA EXECUTADA PELO OPERADOR ' DELIMITED BY SIZE
                  WRK-OPERADOR                     DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
           WRITE FIL-REL.
           WRITE FIL-REL.
      *
           MOVE
           '  ______________________________      ______________________
      -    '________' TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE
           '  COORDENACAO DA VIDEOTECA            SETOR FINANCEIRO DA ES
      -    'COLA' TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE
           '  DATA: ____/____/________            DATA: ____/____/______
      -    '__' TO FIL-REL.
           WRITE FIL-REL.
       0435-RODAPE-BAIXA-END. EXIT.

       0440-GRAVA-LOG SECTION.
           MOVE MUL-NUMERO   TO CODIGO.
           MOVE 'BAIXA-MULT' TO WRK-LOG-ACAO.
           COPY 'CPVIDLGP'. *> GRAVA LINHA NO LOG DE AUDITORIA
       0440-GRAVA-LOG-END. EXIT.

       0450-CHAMA-CONTABIL SECTION.
      *    CBVIDPRG LE MULTAS.DAT POR CONTA PROPRIA; OS ARQUIVOS SAO
      *    LIBERADOS ANTES DO CALL E REABERTOS NA VOLTA (MESMO
      *    CUIDADO DE MUVIDPRG AO CHAMAR CXVIDPRG).
           PERFORM 0500-CLOSE-DATA.
      *
           CALL 'CBVIDPRG'.
      *
           PERFORM 0100-OPEN-DATA.
       0450-CHAMA-CONTABIL-END. EXIT.

       0460-CHAMA-DEPRECIACAO SECTION.
      *    DRVIDPRG NAO USA OS ARQUIVOS ABERTOS AQUI; CHAMADA DIRETA.
           CALL 'DRVIDPRG'.
       0460-CHAMA-DEPRECIACAO-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE PARCELAS.
           CLOSE TOMADORES.
           CLOSE MULTAS.
      *
           IF FS-MULTAS NOT EQUAL "00"
               MOVE '44ERRO AO FECHAR ARQUIVO DE MULTAS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-MULTAS TO WS-ABEND-CODE
               MOVE 'ERRO AO FECHAR ARQUIVO DE MULTAS.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
       0500-CLOSE-DATA-END. EXIT.

       0590-GRAVA-DIARIO SECTION.
           MOVE 'FIVIDPRG' TO WRK-JRN-PROGRAMA.
           COPY 'CPVIDJNP'. *> GRAVA ENTRADA NO DIARIO DE RECUPERACAO
       0590-GRAVA-DIARIO-END. EXIT.

       0600-ROT-ABEND SECTION.
           MOVE 'FIVIDPRG' TO WS-ABEND-PROGRAM.
           COPY 'CPVIDRAB'. *> ABEND ROUTINE.
      *
           PERFORM 0700-END-PROGRAM.
       0600-ROT-ABEND-END. EXIT.

       0700-END-PROGRAM SECTION.
           GOBACK.
       0700-END-PROGRAM-END. EXIT.

       END PROGRAM FIVIDPRG.
