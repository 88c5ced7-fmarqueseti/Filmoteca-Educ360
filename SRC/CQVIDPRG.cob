      ******************************************************************
      * FILE NAME   : CQVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : CATALOG COMPLETENESS (COMPLETUDE DO CATALOGO) OF *
      *               VIDEOTECA PROGRAM - SCORES EVERY ACTIVE TITLE    *
      *               AGAINST THE CATALOGING GAPS (DETALHES, VALORES,  *
      *               CURRICULUM TAG, CLASSIFICATION, ACTIVE COPIES,   *
      *               COPY BARCODES, DIGITAL MEDIA LOCATION), RANKS    *
      *               THEM BY NUMBER OF GAPS WITH TOTALS PER GAP TYPE  *
      *               AND KEEPS A WORKLIST (COMPLETA.DAT) THAT THE     *
      *               MONITORS PAGE THROUGH AND FIX ONE TITLE AT A     *
      *               TIME, CALLING THE MAINTENANCE PROGRAM OF EACH    *
      *               GAP                                              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CQVIDPRG.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDFCV'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDDEF'. *> DETALHES DAT WORKBOOK
           COPY 'CPVIDVLF'. *> VALORES DAT WORKBOOK
           COPY 'CPVIDTGF'. *> TAGCUR DAT WORKBOOK
           COPY 'CPVIDXFC'. *> EXEMPLAR DAT WORKBOOK
           COPY 'CPVIDBRF'. *> BARCODE DAT WORKBOOK
           COPY 'CPVIDDGF'. *> MIDIADIG DAT WORKBOOK
           COPY 'CPVIDCQF'. *> COMPLETA DAT WORKBOOK
      *
           SELECT SORT-FILE ASSIGN TO "SORTWK1".
      *
           SELECT COMPL-REL
              ASSIGN       TO WRK-SPL-NOME
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-COMPL-REL.
      *
           COPY 'CPVIDSPF'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDALF'. *> ABEND LOG
           COPY 'CPVIDLGF'. *> MAINTENANCE AUDIT LOG
      *
       DATA DIVISION.
       FILE SECTION.
       FD MOVIES.
           COPY 'CPVIDDAT'.

       FD DETALHES.
           COPY 'CPVIDDED'.

       FD VALORES.
           COPY 'CPVIDVLD'.

       FD TAGCUR.
           COPY 'CPVIDTGD'.

       FD EXEMPLAR.
           COPY 'CPVIDXDT'.

       FD BARCODE.
           COPY 'CPVIDBRD'.

       FD MIDIADIG.
           COPY 'CPVIDDGD'.

       FD COMPLETA.
           COPY 'CPVIDCQD'.

       SD SORT-FILE.
       01 REG-SRT.
           05 SRT-LACUNAS      PIC 9(01).
           05 SRT-CODIGO       PIC 9(07).
           05 SRT-TITULO       PIC X(30).
           05 SRT-FALTAS       PIC X(07).

       FD COMPL-REL.
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
           COPY 'CPVIDFCW'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDDEW'. *> DETALHES DAT WORKBOOK
           COPY 'CPVIDVLW'. *> VALORES DAT WORKBOOK
           COPY 'CPVIDTGW'. *> TAGCUR DAT WORKBOOK
           COPY 'CPVIDXNW'. *> EXEMPLAR DAT WORKBOOK
           COPY 'CPVIDBRW'. *> BARCODE DAT WORKBOOK
           COPY 'CPVIDDGW'. *> MIDIADIG DAT WORKBOOK
           COPY 'CPVIDCQW'. *> COMPLETA DAT WORKBOOK
           COPY 'CPVIDSPW'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDABE'. *> ABEND
           COPY 'CPVIDALW'. *> ABEND LOG
           COPY 'CPVIDLGW'. *> MAINTENANCE AUDIT LOG
           COPY 'CPVIDOPW'. *> OPERATOR SESSION
      *
       77 FS-COMPL-REL              PIC X(02).
       77 WRK-SPL-NOME              PIC X(40).
       77 WRK-SPL-PROGRAMA          PIC X(08).
       77 WRK-SORT-FIM              PIC X(01) VALUE 'N'.
      *
       77 WRK-LST-LINE              PIC 9(02) USAGE COMP-3 VALUE 13.
       77 WRK-LST-COUNT             PIC 9(02) USAGE COMP-3 VALUE ZEROES.
       77 WRK-LST-CONTINUA          PIC X(01) VALUE 'S'.
      *
       77 WRK-HOJE                  PIC 9(08) VALUE ZEROES.
      *
      *    LACUNAS DO TITULO AVALIADO, NA MESMA ORDEM DE CQL-FALTA.
       01 WRK-CQ-FALTAS.
           05 WRK-CQ-FALTA          PIC X(01) OCCURS 7 TIMES.
       77 WRK-CQ-LACUNAS            PIC 9(01) VALUE ZEROES.
       77 WRK-CQ-ATIVAS             PIC 9(03) VALUE ZEROES.
       77 WRK-CQ-IX                 PIC 9(02) USAGE COMP VALUE ZEROES.
      *
      *    NOME DE CADA LACUNA, SIGLA DA LISTA E O PROGRAMA DE
      *    MANUTENCAO QUE A CORRIGE.
       01 WRK-CQ-TAB-LACUNAS.
           05 FILLER PIC X(31) VALUE 'DETALHES DO FILME   DETDEVIDPRG'.
           05 FILLER PIC X(31) VALUE 'CUSTO EM VALORES    VALVLVIDPRG'.
           05 FILLER PIC X(31) VALUE 'TAG CURRICULAR      TAGTGVIDPRG'.
           05 FILLER PIC X(31) VALUE 'CLASSIFICACAO       CLAALVIDPRG'.
           05 FILLER PIC X(31) VALUE 'EXEMPLAR ATIVO      EXEECVIDPRG'.
           05 FILLER PIC X(31) VALUE 'CODIGO DE BARRAS    BARBCVIDPRG'.
           05 FILLER PIC X(31) VALUE 'LOCAL MIDIA DIGITAL DIGMDVIDPRG'.
       01 WRK-CQ-TAB-LACUNAS-R REDEFINES WRK-CQ-TAB-LACUNAS.
           05 WRK-CQ-LACUNA OCCURS 7 TIMES.
               10 WRK-CQ-NOME       PIC X(20).
               10 WRK-CQ-SIGLA      PIC X(03).
               10 WRK-CQ-PROGRAMA   PIC X(08).
      *
      *    LISTA E TRATAMENTO DE UM TITULO.
       77 WRK-CQ-ORDEM              PIC 9(05) VALUE ZEROES.
       77 WRK-CQ-ORDEM-ATUAL        PIC 9(05) VALUE ZEROES.
       77 WRK-CQ-LACUNA-ESC         PIC 9(01) VALUE ZEROES.
       77 WRK-CQ-CONTINUA           PIC X(01) VALUE 'S'.
       77 WRK-CQ-ACHOU              PIC X(01) VALUE 'N'.
       77 WRK-CQ-SIGLAS             PIC X(28) VALUE SPACES.
       77 WRK-CQ-PONTEIRO           PIC 9(02) USAGE COMP VALUE ZEROES.
       77 WRK-CQ-SITUACAO           PIC X(06) VALUE SPACES.
       77 WRK-CQ-LINHA              PIC 9(02) VALUE ZEROES.
       77 WRK-CQ-ORDEM-EDIT         PIC ZZZZ9 VALUE ZEROES.
       77 WRK-CQ-LAC-EDIT           PIC 9 VALUE ZEROES.
      *
       01 WRK-ESTATISTICA.
           05 WRK-TOT-AVALIADOS     PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-TOT-COM-LACUNA    PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-TOT-COMPLETOS     PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-TOT-LACUNA        PIC 9(05) USAGE COMP-3
                                     OCCURS 7 TIMES.
           05 WRK-TOT-EDIT          PIC ZZZZ9 VALUE ZEROES.
           05 WRK-TOT-EDIT2         PIC ZZZZ9 VALUE ZEROES.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN'. *> MAIN SCREEN
           COPY 'SCVIDMSG'. *> MESSAGES
      *
       01 SCREEN-CQ-MENU.
           05 LINE 07 COLUMN 02 VALUE "1 - GERAR LISTA DE TRABALHO".
           05 LINE 08 COLUMN 02 VALUE "2 - CONSULTAR TITULOS PENDENTES".
           05 LINE 09 COLUMN 02 VALUE "3 - CORRIGIR UM TITULO".
           05 LINE 10 COLUMN 02 VALUE "0 - VOLTAR".
           05 LINE 11 COLUMN 02 VALUE "OPCAO: ".
           05 COLUMN PLUS 01    PIC X(01) USING WRK-OPTION.
      *
       01 SCREEN-CQ-HEADER.
           05 LINE 12 COLUMN 02 VALUE "ORDEM".
           05 LINE 12 COLUMN 08 VALUE "FILME".
           05 LINE 12 COLUMN 16 VALUE "TITULO".
           05 LINE 12 COLUMN 47 VALUE "LAC".
           05 LINE 12 COLUMN 51 VALUE "LACUNAS".
      *
       01 SCREEN-CQ-KEY.
           05 LINE 12 COLUMN 02 VALUE
               "ORDEM NA LISTA (0 = PROXIMO PENDENTE): ".
           05 COLUMN PLUS 01    PIC 9(05) USING WRK-CQ-ORDEM.
      *
       01 SCREEN-CQ-LACUNA.
           05 LINE 21 COLUMN 02 VALUE
               "LACUNA A CORRIGIR (1-7, 0 = VOLTAR): ".
           05 COLUMN PLUS 01    PIC 9(01) USING WRK-CQ-LACUNA-ESC.
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
           OPEN INPUT MOVIES.
      *
           IF FS-MOVIES NOT EQUAL "00"
               MOVE '46ERRO AO ABRIR ARQUIVO DE DADOS DE FILMES.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-MOVIES TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE DADOS DE FILMES'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT DETALHES.
      *
           IF FS-DETALHES EQUAL "35"
               OPEN OUTPUT DETALHES
               CLOSE DETALHES
               OPEN INPUT DETALHES
           END-IF.
      *
           IF FS-DETALHES NOT EQUAL "00"
               MOVE '40ERRO AO ABRIR ARQUIVO DE DETALHES.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-DETALHES TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE DETALHES'
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
           OPEN INPUT TAGCUR.
      *
           IF FS-TAGCUR EQUAL "35"
               OPEN OUTPUT TAGCUR
               CLOSE TAGCUR
               OPEN INPUT TAGCUR
           END-IF.
      *
           IF FS-TAGCUR NOT EQUAL "00"
               MOVE '40ERRO AO ABRIR ARQUIVO DE TAGS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-TAGCUR TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE TAGS'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT EXEMPLAR.
      *
           IF FS-EXEMPLAR EQUAL "35"
               OPEN OUTPUT EXEMPLAR
               CLOSE EXEMPLAR
               OPEN INPUT EXEMPLAR
           END-IF.
      *
           IF FS-EXEMPLAR NOT EQUAL "00"
               MOVE '45ERRO AO ABRIR ARQUIVO DE EXEMPLARES.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-EXEMPLAR TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE EXEMPLARES'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT BARCODE.
      *
           IF FS-BARCODE EQUAL "35"
               OPEN OUTPUT BARCODE
               CLOSE BARCODE
               OPEN INPUT BARCODE
           END-IF.
      *
           IF FS-BARCODE NOT EQUAL "00"
               MOVE '40ERRO AO ABRIR CODIGOS DE BARRAS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-BARCODE TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR CODIGOS DE BARRAS'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT MIDIADIG.
      *
           IF FS-MIDIADIG EQUAL "35"
               OPEN OUTPUT MIDIADIG
               CLOSE MIDIADIG
               OPEN INPUT MIDIADIG
           END-IF.
      *
           IF FS-MIDIADIG NOT EQUAL "00"
               MOVE '40ERRO AO ABRIR MIDIA DIGITAL.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-MIDIADIG TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR MIDIA DIGITAL'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O COMPLETA.
      *
           IF FS-COMPLETA EQUAL "35"
               OPEN OUTPUT COMPLETA
               CLOSE COMPLETA
               OPEN I-O COMPLETA
           END-IF.
      *
           IF FS-COMPLETA NOT EQUAL "00"
               MOVE '40ERRO AO ABRIR LISTA DE COMPLETUDE.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-COMPLETA TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR LISTA DE COMPLETUDE'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
       0100-OPEN-DATA-END. EXIT.

       0300-PROCESS-DATA SECTION.
           COPY 'CPVIDDTE'. *> DATE/TIME PROCEDURE
           MOVE " * * * * COMPLETUDE DO CATALOGO * * * *"
                                                           TO WRK-TITLE.
           MOVE "PF3=FIM"                                  TO WRK-KEYS.
           INITIALIZE WRK-MSG.
           MOVE WRK-DATA-SISTEMA TO WRK-HOJE.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-CQ-MENU.
           ACCEPT  SCREEN-CQ-MENU.
      *
           EVALUATE WRK-OPTION
               WHEN '1' PERFORM 0400-GERA-LISTA
               WHEN '2' PERFORM 0450-LISTA-PENDENTES
               WHEN '3' PERFORM 0460-TRATA-TITULO
               WHEN '0' CONTINUE
               WHEN OTHER
                   INITIALIZE WRK-MSG
                   MOVE '20OPCAO INVALIDA.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
           END-EVALUATE.
       0300-PROCESS-DATA-END. EXIT.

       0400-GERA-LISTA SECTION.
      *    AVALIA TODOS OS TITULOS ATIVOS, CLASSIFICA POR NUMERO DE
      *    LACUNAS (MAIS LACUNAS PRIMEIRO, EMPATE PELO CODIGO) E REFAZ
      *    A LISTA DE TRABALHO NA ORDEM DA CLASSIFICACAO, COM O
      *    RELATORIO DATADO NO SPOOL. A LISTA ANTERIOR E SUBSTITUIDA;
      *    O QUE JA FOI CORRIGIDO NAO VOLTA PORQUE NAO TEM MAIS LACUNA.
      *    O MONITOR SO CONSULTA E CORRIGE A LISTA JA GERADA.
           INITIALIZE WRK-ESTATISTICA.
           INITIALIZE WRK-MSG.
      *
           IF WRK-OPERADOR-PERFIL EQUAL 'M'
               MOVE '16OPCAO NAO LIBERADA PARA O SEU PERFIL.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0400-GERA-LISTA-END
           END-IF.
      *
           MOVE SPACES TO WRK-SPL-NOME.
           STRING './dat/COMPLETUDE-'  DELIMITED BY SIZE
                  WRK-DATA-AAAA        DELIMITED BY SIZE
                  WRK-DATA-MM          DELIMITED BY SIZE
                  WRK-DATA-DD          DELIMITED BY SIZE
                  '.prt'               DELIMITED BY SIZE
             INTO WRK-SPL-NOME.
      *
           OPEN OUTPUT COMPL-REL.
      *
           IF FS-COMPL-REL NOT EQUAL "00"
               MOVE '42ERRO AO ABRIR ARQUIVO DE RELATORIO.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0400-GERA-LISTA-END
           END-IF.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'VIDEOTECA - COMPLETUDE DO CATALOGO              EMIS'
                       DELIMITED BY SIZE
                  'SAO: '            DELIMITED BY SIZE
                  WRK-DATA-EDIT-DD   DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  WRK-DATA-EDIT-MM   DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  WRK-DATA-EDIT-AAAA DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE 'LACUNAS: DET=DETALHES VAL=CUSTO EM VALORES TAG=TAG CURR
      -         'ICULAR CLA=CLASSIFICACAO' TO FIL-REL.
           WRITE FIL-REL.
           MOVE '         EXE=EXEMPLAR ATIVO BAR=CODIGO DE BARRAS DA COP
      -         'IA DIG=LOCAL DA MIDIA DIGITAL' TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE
              'ORDEM FILME   TITULO                         LAC DET VAL
      -       'TAG CLA EXE BAR DIG' TO FIL-REL.
           WRITE FIL-REL.
      *
           CLOSE COMPLETA.
           OPEN OUTPUT COMPLETA.
      *
           SORT SORT-FILE
               ON DESCENDING KEY SRT-LACUNAS
               ON ASCENDING  KEY SRT-CODIGO
               INPUT  PROCEDURE IS 0410-SOLTA-TITULOS
               OUTPUT PROCEDURE IS 0420-GRAVA-LISTA.
      *
           CLOSE COMPLETA.
           OPEN I-O COMPLETA.
      *
           COMPUTE WRK-TOT-COMPLETOS =
               WRK-TOT-AVALIADOS - WRK-TOT-COM-LACUNA.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
           MOVE 'TOTAIS POR TIPO DE LACUNA:' TO FIL-REL.
           WRITE FIL-REL.
      *
           PERFORM VARYING WRK-CQ-IX FROM 1 BY 1
                     UNTIL WRK-CQ-IX GREATER THAN 7
               MOVE WRK-TOT-LACUNA(WRK-CQ-IX) TO WRK-TOT-EDIT
               MOVE SPACES TO FIL-REL
               STRING '  '                      DELIMITED BY SIZE
                      WRK-CQ-SIGLA(WRK-CQ-IX)   DELIMITED BY SIZE
                      ' '                       DELIMITED BY SIZE
                      WRK-CQ-NOME(WRK-CQ-IX)    DELIMITED BY SIZE
                      ' '                       DELIMITED BY SIZE
                      WRK-TOT-EDIT              DELIMITED BY SIZE
                 INTO FIL-REL
               WRITE FIL-REL
           END-PERFORM.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
           MOVE WRK-TOT-AVALIADOS  TO WRK-TOT-EDIT.
           MOVE WRK-TOT-COM-LACUNA TO WRK-TOT-EDIT2.
           MOVE SPACES TO FIL-REL.
           STRING 'TITULOS ATIVOS AVALIADOS: ' DELIMITED BY SIZE
                  WRK-TOT-EDIT                 DELIMITED BY SIZE
                  '   COM LACUNAS: '           DELIMITED BY SIZE
                  WRK-TOT-EDIT2                DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
           MOVE WRK-TOT-COMPLETOS TO WRK-TOT-EDIT.
           MOVE SPACES TO FIL-REL.
           STRING 'TITULOS COMPLETOS: '        DELIMITED BY SIZE
                  WRK-TOT-EDIT                 DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           CLOSE COMPL-REL.
           PERFORM 0440-REGISTRA-SPOOL.
      *
           MOVE WRK-TOT-AVALIADOS  TO WRK-TOT-EDIT.
           MOVE WRK-TOT-COM-LACUNA TO WRK-TOT-EDIT2.
           INITIALIZE WRK-MSG.
           STRING '14LISTA GERADA. AVALIADOS: ' DELIMITED BY SIZE
                  WRK-TOT-EDIT                  DELIMITED BY SIZE
                  '  COM LACUNAS: '             DELIMITED BY SIZE
                  WRK-TOT-EDIT2                 DELIMITED BY SIZE
             INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0400-GERA-LISTA-END. EXIT.

       0410-SOLTA-TITULOS SECTION.
      *    SO TITULOS ATIVOS: BAIXADO ('B') E TEMPORARIO DE PARCEIRA
      *    ('T') NAO SAO CATALOGADOS PELO ACERVO.
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
               IF VID-SITUACAO NOT EQUAL 'B' AND NOT EQUAL 'T'
                   ADD 1 TO WRK-TOT-AVALIADOS
                   PERFORM 0430-AVALIA-TITULO
                   IF WRK-CQ-LACUNAS GREATER THAN ZEROES
                       ADD 1 TO WRK-TOT-COM-LACUNA
                       PERFORM VARYING WRK-CQ-IX FROM 1 BY 1
                                 UNTIL WRK-CQ-IX GREATER THAN 7
                           IF WRK-CQ-FALTA(WRK-CQ-IX) EQUAL 'X'
                               ADD 1 TO WRK-TOT-LACUNA(WRK-CQ-IX)
                           END-IF
                       END-PERFORM
                       MOVE WRK-CQ-LACUNAS TO SRT-LACUNAS
                       MOVE CODIGO         TO SRT-CODIGO
                       MOVE TITULO         TO SRT-TITULO
                       MOVE WRK-CQ-FALTAS  TO SRT-FALTAS
                       RELEASE REG-SRT
                   END-IF
               END-IF
               READ MOVIES NEXT RECORD
           END-PERFORM.
       0410-SOLTA-TITULOS-END. EXIT.

       0420-GRAVA-LISTA SECTION.
      *    A ORDEM DA CLASSIFICACAO VIRA A CHAVE DA LISTA DE TRABALHO
      *    E O NUMERO IMPRESSO NO RELATORIO.
           MOVE ZEROES TO WRK-CQ-ORDEM.
           MOVE 'N'    TO WRK-SORT-FIM.
      *
           RETURN SORT-FILE
               AT END
                   MOVE 'S' TO WRK-SORT-FIM
           END-RETURN.
      *
           PERFORM UNTIL WRK-SORT-FIM EQUAL 'S'
               ADD 1 TO WRK-CQ-ORDEM
      *
               INITIALIZE REG-CQL
               MOVE WRK-CQ-ORDEM   TO CQL-ORDEM
               MOVE SRT-CODIGO     TO CQL-CODIGO
               MOVE SRT-TITULO     TO CQL-TITULO
               MOVE SRT-LACUNAS    TO CQL-LACUNAS
               MOVE SRT-FALTAS     TO CQL-FALTAS
               MOVE SPACES         TO CQL-SITUACAO
               MOVE WRK-HOJE       TO CQL-DATA-GERACAO
               MOVE ZEROES         TO CQL-DATA-REVISAO
               MOVE SPACES         TO CQL-OPERADOR
               WRITE REG-CQL
      *
               MOVE WRK-CQ-ORDEM   TO WRK-CQ-ORDEM-EDIT
               MOVE SPACES TO FIL-REL
               STRING WRK-CQ-ORDEM-EDIT DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      SRT-CODIGO        DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      SRT-TITULO        DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      SRT-LACUNAS       DELIMITED BY SIZE
                      '   '             DELIMITED BY SIZE
                      SRT-FALTAS(1:1)   DELIMITED BY SIZE
                      '   '             DELIMITED BY SIZE
                      SRT-FALTAS(2:1)   DELIMITED BY SIZE
                      '   '             DELIMITED BY SIZE
                      SRT-FALTAS(3:1)   DELIMITED BY SIZE
                      '   '             DELIMITED BY SIZE
                      SRT-FALTAS(4:1)   DELIMITED BY SIZE
                      '   '             DELIMITED BY SIZE
                      SRT-FALTAS(5:1)   DELIMITED BY SIZE
                      '   '             DELIMITED BY SIZE
                      SRT-FALTAS(6:1)   DELIMITED BY SIZE
                      '   '             DELIMITED BY SIZE
                      SRT-FALTAS(7:1)   DELIMITED BY SIZE
                 INTO FIL-REL
               WRITE FIL-REL
      *
               RETURN SORT-FILE
                   AT END
                       MOVE 'S' TO WRK-SORT-FIM
               END-RETURN
           END-PERFORM.
       0420-GRAVA-LISTA-END. EXIT.

       0430-AVALIA-TITULO SECTION.
      *    LACUNAS DO TITULO LIDO EM REG-FIL. TITULO DIGITAL (MIDIA
      *    'D') NAO TEM COPIA FISICA: EM VEZ DE EXEMPLAR E CODIGO DE
      *    BARRAS, CONFERE A LOCALIZACAO EM MIDIADIG.DAT. VALORES SEM
      *    NENHUM DOS DOIS CUSTOS PREENCHIDO CONTA COMO LACUNA.
           MOVE SPACES TO WRK-CQ-FALTAS.
           MOVE ZEROES TO WRK-CQ-LACUNAS.
      *
           MOVE CODIGO TO DET-CODIGO.
           READ DETALHES
               INVALID KEY
                   MOVE 'X' TO WRK-CQ-FALTA(1)
           END-READ.
      *
           MOVE CODIGO TO VAL-CODIGO.
           READ VALORES
               INVALID KEY
                   MOVE 'X' TO WRK-CQ-FALTA(2)
               NOT INVALID KEY
                   IF VAL-CUSTO-AQUIS EQUAL ZEROES
                      AND VAL-CUSTO-REPOS EQUAL ZEROES
                       MOVE 'X' TO WRK-CQ-FALTA(2)
                   END-IF
           END-READ.
      *
           MOVE CODIGO TO TGX-CODIGO.
           START TAGCUR KEY IS EQUAL TO TGX-CODIGO
               INVALID KEY
                   MOVE 'X' TO WRK-CQ-FALTA(3)
           END-START.
      *
           IF VID-CLASSIF EQUAL SPACES
               MOVE 'X' TO WRK-CQ-FALTA(4)
           END-IF.
      *
           IF MIDIA EQUAL 'D'
               MOVE CODIGO TO LOC-CODIGO
               READ MIDIADIG
                   INVALID KEY
                       MOVE 'X' TO WRK-CQ-FALTA(7)
               END-READ
           ELSE
               PERFORM 0435-VERIFICA-COPIAS
           END-IF.
      *
           INSPECT WRK-CQ-FALTAS TALLYING WRK-CQ-LACUNAS FOR ALL 'X'.
       0430-AVALIA-TITULO-END. EXIT.

       0435-VERIFICA-COPIAS SECTION.
      *    COPIAS ATIVAS DO TITULO (BAIXADA NAO CONTA); CADA UMA
      *    PRECISA TER O SEU CODIGO DE BARRAS PELA CHAVE ALTERNADA
      *    BAR-EXE-CHAVE.
           MOVE ZEROES TO WRK-CQ-ATIVAS.
      *
           MOVE CODIGO TO EXE-CODIGO.
           MOVE ZEROES TO EXE-NUMERO.
           START EXEMPLAR KEY IS NOT LESS THAN EXE-CHAVE
               INVALID KEY
                   MOVE '10' TO FS-EXEMPLAR
           END-START.
      *
           IF FS-EXEMPLAR EQUAL "00"
               READ EXEMPLAR NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-EXEMPLAR EQUAL "10"
                      OR EXE-CODIGO NOT EQUAL CODIGO
               IF EXE-SITUACAO NOT EQUAL 'B'
                   ADD 1 TO WRK-CQ-ATIVAS
                   MOVE EXE-CODIGO TO BAR-CODIGO
                   MOVE EXE-NUMERO TO BAR-EXEMPLAR
                   READ BARCODE KEY IS BAR-EXE-CHAVE
                       INVALID KEY
                           MOVE 'X' TO WRK-CQ-FALTA(6)
                   END-READ
               END-IF
               READ EXEMPLAR NEXT RECORD
           END-PERFORM.
      *
           IF WRK-CQ-ATIVAS EQUAL ZEROES
               MOVE 'X' TO WRK-CQ-FALTA(5)
           END-IF.
       0435-VERIFICA-COPIAS-END. EXIT.

       0440-REGISTRA-SPOOL SECTION.
           MOVE 'CQVIDPRG' TO WRK-SPL-PROGRAMA.
           COPY 'CPVIDSPP'. *> REGISTRA O RELATORIO NO SPOOL
       0440-REGISTRA-SPOOL-END. EXIT.

       0450-LISTA-PENDENTES SECTION.
      *    TITULOS AINDA PENDENTES NA ORDEM DA LISTA, DE 7 EM 7, COM
      *    AS SIGLAS DAS LACUNAS GRAVADAS NA GERACAO OU NA ULTIMA
      *    REAVALIACAO.
           INITIALIZE WRK-MSG.
           MOVE 13     TO WRK-LST-LINE.
           MOVE ZEROES TO WRK-LST-COUNT.
           MOVE 'S'    TO WRK-LST-CONTINUA.
           MOVE 'N'    TO WRK-CQ-ACHOU.
      *
           MOVE ZEROES TO CQL-ORDEM.
           START COMPLETA KEY IS NOT LESS THAN CQL-ORDEM
               INVALID KEY
                   MOVE '10' TO FS-COMPLETA
           END-START.
      *
           IF FS-COMPLETA EQUAL "00"
               READ COMPLETA NEXT RECORD
           END-IF.
      *
           DISPLAY SCREEN-CQ-HEADER.
      *
           PERFORM UNTIL FS-COMPLETA EQUAL "10"
                      OR WRK-LST-CONTINUA EQUAL 'N'
               IF CQL-SITUACAO NOT EQUAL 'R'
                   MOVE 'S' TO WRK-CQ-ACHOU
                   PERFORM 0455-MONTA-SIGLAS
                   MOVE CQL-ORDEM TO WRK-CQ-ORDEM-EDIT
                   DISPLAY WRK-CQ-ORDEM-EDIT
                                    AT LINE WRK-LST-LINE COLUMN 02
                   DISPLAY CQL-CODIGO  AT LINE WRK-LST-LINE COLUMN 08
                   DISPLAY CQL-TITULO  AT LINE WRK-LST-LINE COLUMN 16
                   DISPLAY CQL-LACUNAS AT LINE WRK-LST-LINE COLUMN 48
                   DISPLAY WRK-CQ-SIGLAS
                                    AT LINE WRK-LST-LINE COLUMN 51
                   ADD 1 TO WRK-LST-LINE
                   ADD 1 TO WRK-LST-COUNT
      *
                   IF WRK-LST-COUNT EQUAL 7
                       PERFORM 0457-PAGINA-PENDENTES
                   END-IF
               END-IF
      *
               READ COMPLETA NEXT RECORD
           END-PERFORM.
      *
           IF WRK-CQ-ACHOU EQUAL 'N'
               MOVE '20NENHUM TITULO PENDENTE NA LISTA.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0450-LISTA-PENDENTES-END
           END-IF.
      *
           IF WRK-LST-CONTINUA EQUAL 'S'
               MOVE '20FIM DA LISTA DE PENDENTES.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
           END-IF.
       0450-LISTA-PENDENTES-END. EXIT.

       0455-MONTA-SIGLAS SECTION.
           MOVE SPACES TO WRK-CQ-SIGLAS.
           MOVE 1      TO WRK-CQ-PONTEIRO.
      *
           PERFORM VARYING WRK-CQ-IX FROM 1 BY 1
                     UNTIL WRK-CQ-IX GREATER THAN 7
               IF CQL-FALTA(WRK-CQ-IX) EQUAL 'X'
                   STRING WRK-CQ-SIGLA(WRK-CQ-IX) DELIMITED BY SIZE
                          ' '                     DELIMITED BY SIZE
                     INTO WRK-CQ-SIGLAS
                     WITH POINTER WRK-CQ-PONTEIRO
               END-IF
           END-PERFORM.
       0455-MONTA-SIGLAS-END. EXIT.

       0457-PAGINA-PENDENTES SECTION.
           INITIALIZE WRK-MSG.
           MOVE '31CONTINUAR LISTANDO (S/N)?' TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
      *
           IF WRK-AWAIT EQUAL 'S' OR EQUAL 's'
               MOVE 13     TO WRK-LST-LINE
               MOVE ZEROES TO WRK-LST-COUNT
               DISPLAY SCREEN-MAIN
               DISPLAY SCREEN-CQ-MENU
               DISPLAY SCREEN-CQ-HEADER
           ELSE
               MOVE 'N' TO WRK-LST-CONTINUA
           END-IF.
       0457-PAGINA-PENDENTES-END. EXIT.

       0460-TRATA-TITULO SECTION.
      *    UM TITULO DA LISTA POR VEZ (PELA ORDEM OU O PROXIMO
      *    PENDENTE): REAVALIA NA HORA, MOSTRA AS LACUNAS E CHAMA O
      *    PROGRAMA DE MANUTENCAO DA LACUNA ESCOLHIDA, REAVALIANDO NA
      *    VOLTA. SEM LACUNAS, O TITULO SAI DA LISTA COMO RESOLVIDO.
           INITIALIZE WRK-MSG.
           MOVE ZEROES TO WRK-CQ-ORDEM.
           DISPLAY SCREEN-CQ-KEY.
           ACCEPT  SCREEN-CQ-KEY.
      *
           IF WRK-CQ-ORDEM EQUAL ZEROES
               PERFORM 0462-PROXIMO-PENDENTE
               IF WRK-CQ-ACHOU EQUAL 'N'
                   MOVE '20NENHUM TITULO PENDENTE NA LISTA.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   GO TO 0460-TRATA-TITULO-END
               END-IF
           ELSE
               MOVE WRK-CQ-ORDEM TO CQL-ORDEM
               READ COMPLETA
                   INVALID KEY
                       MOVE '20ORDEM NAO CONSTA DA LISTA DE TRABALHO.'
                           TO WRK-MSG
                       DISPLAY SCREEN-MSG
                       ACCEPT SCREEN-WAIT
                       GO TO 0460-TRATA-TITULO-END
               END-READ
               IF CQL-SITUACAO EQUAL 'R'
                   MOVE '20TITULO JA RESOLVIDO NA LISTA DE TRABALHO.'
                       TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   GO TO 0460-TRATA-TITULO-END
               END-IF
           END-IF.
      *
           MOVE CQL-ORDEM TO WRK-CQ-ORDEM-ATUAL.
           MOVE 'S'       TO WRK-CQ-CONTINUA.
      *
           PERFORM UNTIL WRK-CQ-CONTINUA EQUAL 'N'
               PERFORM 0465-REAVALIA-TITULO
               IF WRK-CQ-CONTINUA EQUAL 'S'
                   PERFORM 0467-MOSTRA-LACUNAS
                   PERFORM 0470-ESCOLHE-LACUNA
               END-IF
           END-PERFORM.
       0460-TRATA-TITULO-END. EXIT.

       0462-PROXIMO-PENDENTE SECTION.
           MOVE 'N'    TO WRK-CQ-ACHOU.
           MOVE ZEROES TO CQL-ORDEM.
           START COMPLETA KEY IS NOT LESS THAN CQL-ORDEM
               INVALID KEY
                   MOVE '10' TO FS-COMPLETA
           END-START.
      *
           IF FS-COMPLETA EQUAL "00"
               READ COMPLETA NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-COMPLETA EQUAL "10"
                      OR WRK-CQ-ACHOU EQUAL 'S'
               IF CQL-SITUACAO NOT EQUAL 'R'
                   MOVE 'S' TO WRK-CQ-ACHOU
               ELSE
                   READ COMPLETA NEXT RECORD
               END-IF
           END-PERFORM.
       0462-PROXIMO-PENDENTE-END. EXIT.

       0465-REAVALIA-TITULO SECTION.
      *    RELE A LINHA DA LISTA E O FILME E REFAZ A AVALIACAO. TITULO
      *    EXCLUIDO, BAIXADO OU SEM LACUNAS E MARCADO COMO RESOLVIDO
      *    E ENCERRA O TRATAMENTO.
           MOVE WRK-CQ-ORDEM-ATUAL TO CQL-ORDEM.
           READ COMPLETA
               INVALID KEY
                   MOVE 'N' TO WRK-CQ-CONTINUA
                   GO TO 0465-REAVALIA-TITULO-END
           END-READ.
      *
           MOVE CQL-CODIGO TO CODIGO.
           READ MOVIES
               INVALID KEY
                   MOVE 'B' TO VID-SITUACAO
           END-READ.
      *
           IF VID-SITUACAO EQUAL 'B' OR EQUAL 'T'
               MOVE SPACES TO CQL-FALTAS
               MOVE ZEROES TO CQL-LACUNAS
               INITIALIZE WRK-MSG
               MOVE '16FILME EXCLUIDO OU BAIXADO; RETIRADO DA LISTA.'
                   TO WRK-MSG
               PERFORM 0468-MARCA-RESOLVIDO
               GO TO 0465-REAVALIA-TITULO-END
           END-IF.
      *
           PERFORM 0430-AVALIA-TITULO.
           MOVE WRK-CQ-FALTAS  TO CQL-FALTAS.
           MOVE WRK-CQ-LACUNAS TO CQL-LACUNAS.
      *
           IF WRK-CQ-LACUNAS EQUAL ZEROES
               INITIALIZE WRK-MSG
               MOVE '16TITULO COMPLETO; MARCADO COMO RESOLVIDO.'
                   TO WRK-MSG
               PERFORM 0468-MARCA-RESOLVIDO
               GO TO 0465-REAVALIA-TITULO-END
           END-IF.
      *
           MOVE WRK-HOJE     TO CQL-DATA-REVISAO.
           MOVE WRK-OPERADOR TO CQL-OPERADOR.
           REWRITE REG-CQL.
       0465-REAVALIA-TITULO-END. EXIT.

       0467-MOSTRA-LACUNAS SECTION.
      *    AS SETE VERIFICACOES DO TITULO, UMA POR LINHA, COM O
      *    PROGRAMA QUE CORRIGE CADA LACUNA. PARA TITULO DIGITAL,
      *    EXEMPLAR E CODIGO DE BARRAS NAO SE APLICAM; PARA TITULO
      *    FISICO, A LOCALIZACAO DIGITAL NAO SE APLICA.
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-CQ-MENU.
      *
           MOVE CQL-ORDEM TO WRK-CQ-ORDEM-EDIT.
           DISPLAY 'ORDEM:'           AT LINE 12 COLUMN 02.
           DISPLAY WRK-CQ-ORDEM-EDIT  AT LINE 12 COLUMN 09.
           DISPLAY 'FILME:'           AT LINE 12 COLUMN 16.
           DISPLAY CQL-CODIGO         AT LINE 12 COLUMN 23.
           DISPLAY TITULO             AT LINE 12 COLUMN 32.
           DISPLAY 'LACUNAS:'         AT LINE 13 COLUMN 02.
           DISPLAY CQL-LACUNAS        AT LINE 13 COLUMN 11.
      *
           MOVE 14 TO WRK-CQ-LINHA.
           PERFORM VARYING WRK-CQ-IX FROM 1 BY 1
                     UNTIL WRK-CQ-IX GREATER THAN 7
               EVALUATE TRUE
                   WHEN MIDIA EQUAL 'D'
                    AND (WRK-CQ-IX EQUAL 5 OR EQUAL 6)
                       MOVE 'N/A'    TO WRK-CQ-SITUACAO
                   WHEN MIDIA NOT EQUAL 'D' AND WRK-CQ-IX EQUAL 7
                       MOVE 'N/A'    TO WRK-CQ-SITUACAO
                   WHEN CQL-FALTA(WRK-CQ-IX) EQUAL 'X'
                       MOVE 'FALTA'  TO WRK-CQ-SITUACAO
                   WHEN OTHER
                       MOVE 'OK'     TO WRK-CQ-SITUACAO
               END-EVALUATE
               MOVE WRK-CQ-IX TO WRK-CQ-LAC-EDIT
               DISPLAY WRK-CQ-LAC-EDIT
                                   AT LINE WRK-CQ-LINHA COLUMN 02
               DISPLAY '-'         AT LINE WRK-CQ-LINHA COLUMN 04
               DISPLAY WRK-CQ-NOME(WRK-CQ-IX)
                                   AT LINE WRK-CQ-LINHA COLUMN 06
               DISPLAY WRK-CQ-SITUACAO
                                   AT LINE WRK-CQ-LINHA COLUMN 28
               IF CQL-FALTA(WRK-CQ-IX) EQUAL 'X'
                   DISPLAY 'CORRIGIR EM'
                                   AT LINE WRK-CQ-LINHA COLUMN 36
                   DISPLAY WRK-CQ-PROGRAMA(WRK-CQ-IX)
                                   AT LINE WRK-CQ-LINHA COLUMN 48
               END-IF
               ADD 1 TO WRK-CQ-LINHA
           END-PERFORM.
       0467-MOSTRA-LACUNAS-END. EXIT.

       0468-MARCA-RESOLVIDO SECTION.
           MOVE 'R'          TO CQL-SITUACAO.
           MOVE WRK-HOJE     TO CQL-DATA-REVISAO.
           MOVE WRK-OPERADOR TO CQL-OPERADOR.
           REWRITE REG-CQL.
      *
           MOVE CQL-CODIGO TO CODIGO.
           PERFORM 0475-GRAVA-LOG.
      *
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
           MOVE 'N' TO WRK-CQ-CONTINUA.
       0468-MARCA-RESOLVIDO-END. EXIT.

       0470-ESCOLHE-LACUNA SECTION.
      *    O PROGRAMA DE MANUTENCAO PEDE O CODIGO DO FILME NA TELA
      *    DELE; O AVISO ANTES DA CHAMADA LEMBRA QUAL CODIGO DIGITAR.
           INITIALIZE WRK-MSG.
           MOVE ZEROES TO WRK-CQ-LACUNA-ESC.
           DISPLAY SCREEN-CQ-LACUNA.
           ACCEPT  SCREEN-CQ-LACUNA.
      *
           IF WRK-CQ-LACUNA-ESC EQUAL ZEROES
               MOVE 'N' TO WRK-CQ-CONTINUA
               GO TO 0470-ESCOLHE-LACUNA-END
           END-IF.
      *
           IF WRK-CQ-LACUNA-ESC GREATER THAN 7
               MOVE '20LACUNA INVALIDA.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0470-ESCOLHE-LACUNA-END
           END-IF.
      *
           MOVE WRK-CQ-LACUNA-ESC TO WRK-CQ-IX.
           IF CQL-FALTA(WRK-CQ-IX) NOT EQUAL 'X'
               MOVE '20ESTA LACUNA NAO CONSTA DO TITULO.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0470-ESCOLHE-LACUNA-END
           END-IF.
      *
           STRING '14CORRIGIR O FILME '       DELIMITED BY SIZE
                  CQL-CODIGO                  DELIMITED BY SIZE
                  ' EM '                      DELIMITED BY SIZE
                  WRK-CQ-PROGRAMA(WRK-CQ-IX)  DELIMITED BY SIZE
                  ' - TECLE ENTER.'           DELIMITED BY SIZE
             INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
      *
           PERFORM 0480-CHAMA-CORRECAO.
       0470-ESCOLHE-LACUNA-END. EXIT.

       0475-GRAVA-LOG SECTION.
           MOVE 'COMPLETUDE' TO WRK-LOG-ACAO.
           COPY 'CPVIDLGP'. *> GRAVA LINHA NO LOG DE AUDITORIA
       0475-GRAVA-LOG-END. EXIT.

       0480-CHAMA-CORRECAO SECTION.
      *    O PROGRAMA CHAMADO ABRE OS MESMOS ARQUIVOS POR CONTA
      *    PROPRIA; OS ARQUIVOS SAO LIBERADOS AQUI ANTES DO CALL E
      *    REABERTOS NA VOLTA (MESMO CUIDADO DE EMVIDPRG AO CHAMAR
      *    MUVIDPRG).
           PERFORM 0500-CLOSE-DATA.
      *
           CALL WRK-CQ-PROGRAMA(WRK-CQ-IX)
               ON EXCEPTION
                   INITIALIZE WRK-MSG
                   MOVE '20PROGRAMA DE MANUTENCAO NAO ENCONTRADO.'
                       TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
           END-CALL.
      *
           PERFORM 0100-OPEN-DATA.
       0480-CHAMA-CORRECAO-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE MOVIES.
           CLOSE DETALHES.
           CLOSE VALORES.
           CLOSE TAGCUR.
           CLOSE EXEMPLAR.
           CLOSE BARCODE.
           CLOSE MIDIADIG.
           CLOSE COMPLETA.
      *
           IF FS-COMPLETA NOT EQUAL "00"
               MOVE '40ERRO AO FECHAR LISTA DE COMPLETUDE.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-COMPLETA TO WS-ABEND-CODE
               MOVE 'ERRO AO FECHAR LISTA DE COMPLETUDE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
       0500-CLOSE-DATA-END. EXIT.

       0600-ROT-ABEND SECTION.
           MOVE 'CQVIDPRG' TO WS-ABEND-PROGRAM.
           COPY 'CPVIDRAB'. *> ABEND ROUTINE.
      *
           PERFORM 0700-END-PROGRAM.
       0600-ROT-ABEND-END. EXIT.

       0700-END-PROGRAM SECTION.
           GOBACK.
       0700-END-PROGRAM-END. EXIT.

       END PROGRAM CQVIDPRG.
