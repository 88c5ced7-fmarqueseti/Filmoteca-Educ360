      ******************************************************************
      * FILE NAME   : VDVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : COPY LIFECYCLE (CICLO DE VIDA DAS COPIAS) OF     *
      *               VIDEOTECA PROGRAM - PER-COPY PANEL WITH LOANS    *
      *               (LOANHIST), REPAIR TICKETS (REPAROS) AND         *
      *               CONDITION CHANGES (CONDHIST) AGAINST THE         *
      *               EXPECTED LIFESPAN OF THE MEDIA, THE REPLACEMENT  *
      *               FORECAST REPORT PER TITLE WITH THE COST FROM     *
      *               VALORES, AND THE CONVERSION OF SELECTED REPORT   *
      *               LINES INTO WISHLIST PURCHASE REQUESTS            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VDVIDPRG.
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
           COPY 'CPVIDXFC'. *> EXEMPLAR DAT WORKBOOK
           COPY 'CPVIDHFC'. *> LOAN HISTORY DAT WORKBOOK
           COPY 'CPVIDHAF'. *> LOAN HISTORY - ARCHIVED YEAR
           COPY 'CPVIDHXF'. *> LOAN HISTORY - ARCHIVED YEARS INDEX
           COPY 'CPVIDPFC'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDRPF'. *> REPAROS DAT WORKBOOK
           COPY 'CPVIDHCF'. *> CONDHIST DAT WORKBOOK
           COPY 'CPVIDVLF'. *> VALORES DAT WORKBOOK
           COPY 'CPVIDWSF'. *> WISHLIST DAT WORKBOOK
           COPY 'CPVIDPAF'. *> SYSTEM PARAMETERS
      *
      *    USO POR COPIA (EMPRESTIMOS E CHAMADOS DE REPARO), MONTADO
      *    EM ARQUIVO DE TRABALHO INDEXADO NUMA PASSADA SO POR
      *    LOANHIST, ANOS ARQUIVADOS, LOANS E REPAROS (MESMO CRITERIO
      *    DE DSVIDPRG).
           SELECT VDUSO
              ASSIGN       TO './dat/VDUSO.tmp'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-VDUSO
              RECORD KEY   IS VU-CHAVE.
      *
      *    LINHAS DA ULTIMA PREVISAO EMITIDA, PELO NUMERO IMPRESSO NO
      *    RELATORIO; A GERACAO DOS PEDIDOS DE COMPRA LE DAQUI.
           SELECT VDPREV
              ASSIGN       TO './dat/VDPREV.tmp'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-VDPREV
              RECORD KEY   IS VP-LINHA.
      *
           SELECT VIDA-REL
              ASSIGN       TO WRK-SPL-NOME
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-VIDA-REL.
      *
           COPY 'CPVIDSPF'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDALF'. *> ABEND LOG
           COPY 'CPVIDLGF'. *> MAINTENANCE AUDIT LOG
      *
       DATA DIVISION.
       FILE SECTION.
       FD MOVIES.
           COPY 'CPVIDDAT'.

       FD EXEMPLAR.
           COPY 'CPVIDXDT'.

       FD LOANHIST.
           COPY 'CPVIDHDT'.

       FD HISTARQ.
           COPY 'CPVIDHAD'.

       FD HISTANOS.
           COPY 'CPVIDHXD'.

       FD LOANS.
           COPY 'CPVIDPDT'.

       FD REPAROS.
           COPY 'CPVIDRPD'.

       FD CONDHIST.
           COPY 'CPVIDHCD'.

       FD VALORES.
           COPY 'CPVIDVLD'.

       FD WISHLIST.
           COPY 'CPVIDWSD'.

       FD VIDPARAM.
           COPY 'CPVIDPAD'.

       FD VDUSO.
           01 REG-VU.
               05 VU-CHAVE.
                   10 VU-CODIGO      PIC 9(07).
                   10 VU-EXEMPLAR    PIC 9(02).
               05 VU-EMPRESTIMOS     PIC 9(05).
               05 VU-REPAROS         PIC 9(03).

       FD VDPREV.
           01 REG-VP.
               05 VP-LINHA           PIC 9(04).
               05 VP-CODIGO          PIC 9(07).
               05 VP-TITULO          PIC X(30).
               05 VP-GENERO          PIC X(08).
               05 VP-QTDE            PIC 9(02).
               05 VP-CUSTO-UNIT      PIC 9(05)V9(02).
      *        'S' = JA VIROU PEDIDO NA LISTA DE DESEJOS.
               05 VP-GERADO          PIC X(01).
      *        'S' = ESCOLHIDA NA SELECAO EM ANDAMENTO.
               05 VP-SELECAO         PIC X(01).

       FD VIDA-REL.
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
           COPY 'CPVIDXNW'. *> EXEMPLAR DAT WORKBOOK
           COPY 'CPVIDHNW'. *> LOAN HISTORY DAT WORKBOOK
           COPY 'CPVIDHAW'. *> LOAN HISTORY - ARCHIVED YEAR
           COPY 'CPVIDHXW'. *> LOAN HISTORY - ARCHIVED YEARS INDEX
           COPY 'CPVIDPNW'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDRPW'. *> REPAROS DAT WORKBOOK
           COPY 'CPVIDHCW'. *> CONDHIST DAT WORKBOOK
           COPY 'CPVIDVLW'. *> VALORES DAT WORKBOOK
           COPY 'CPVIDWSW'. *> WISHLIST DAT WORKBOOK
           COPY 'CPVIDPAW'. *> SYSTEM PARAMETERS
           COPY 'CPVIDSPW'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDABE'. *> ABEND
           COPY 'CPVIDALW'. *> ABEND LOG
           COPY 'CPVIDLGW'. *> MAINTENANCE AUDIT LOG
           COPY 'CPVIDOPW'. *> OPERATOR SESSION
      *
       77 FS-VDUSO                  PIC X(02).
       77 FS-VDPREV                 PIC X(02).
       77 FS-VIDA-REL               PIC X(02).
       77 WRK-SPL-NOME              PIC X(40).
       77 WRK-SPL-PROGRAMA          PIC X(08).
      *
       77 WRK-LST-LINE              PIC 9(02) USAGE COMP-3 VALUE 18.
       77 WRK-LST-COUNT             PIC 9(02) USAGE COMP-3 VALUE ZEROES.
       77 WRK-LST-CONTINUA          PIC X(01) VALUE 'S'.
      *
       77 WRK-HOJE                  PIC 9(08) VALUE ZEROES.
      *
      *    CRITERIO DA PREVISAO: A COPIA ENTRA QUANDO JA CONSUMIU ESTE
      *    PERCENTUAL DA VIDA UTIL DA MIDIA, QUANDO ESTA DANIFICADA OU
      *    QUANDO JA PASSOU POR ESTE NUMERO DE CHAMADOS DE REPARO.
       77 WRK-VD-LIMITE-PCT         PIC 9(03) VALUE 80.
       77 WRK-VD-LIMITE-REPAROS     PIC 9(02) VALUE 2.
      *
      *    PAINEL DA COPIA.
       77 WRK-VD-CODIGO             PIC 9(07) VALUE ZEROES.
       77 WRK-VD-EXEMPLAR           PIC 9(02) VALUE ZEROES.
       77 WRK-VD-EMPREST            PIC 9(05) VALUE ZEROES.
       77 WRK-VD-VIDA               PIC 9(04) VALUE ZEROES.
       77 WRK-VD-PCT                PIC 9(05) VALUE ZEROES.
       77 WRK-VD-REPAROS            PIC 9(03) VALUE ZEROES.
       77 WRK-VD-CUSTO-REP          PIC 9(07)V9(02) VALUE ZEROES.
       77 WRK-VD-ULT-REPARO         PIC 9(08) VALUE ZEROES.
       77 WRK-VD-EM-CURSO           PIC X(01) VALUE SPACES.
       77 WRK-VD-MIDIA-DESC         PIC X(07) VALUE SPACES.
       77 WRK-VD-EMP-EDIT           PIC ZZZZ9 VALUE ZEROES.
       77 WRK-VD-VIDA-EDIT          PIC ZZZ9 VALUE ZEROES.
       77 WRK-VD-PCT-EDIT           PIC ZZZZ9 VALUE ZEROES.
       77 WRK-VD-REP-EDIT           PIC ZZ9 VALUE ZEROES.
       77 WRK-VD-CUSTO-EDIT         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-VD-EXISTE             PIC X(01) VALUE SPACES.
      *
       01 WRK-VD-DATA-AUX           PIC 9(08) VALUE ZEROES.
       01 WRK-VD-DATA-AUX-R REDEFINES WRK-VD-DATA-AUX.
           05 WRK-VD-AUX-AAAA       PIC 9(04).
           05 WRK-VD-AUX-MM         PIC 9(02).
           05 WRK-VD-AUX-DD         PIC 9(02).
       01 WRK-VD-DATA-ED.
           05 WRK-VD-ED-DD          PIC 9(02).
           05 FILLER                PIC X(01) VALUE '/'.
           05 WRK-VD-ED-MM          PIC 9(02).
           05 FILLER                PIC X(01) VALUE '/'.
           05 WRK-VD-ED-AAAA        PIC 9(04).
      *
      *    PREVISAO: COPIAS ATIVAS E MARCADAS DO TITULO EM QUEBRA, COM
      *    AS MARCADAS GUARDADAS PARA AS LINHAS DE DETALHE.
       77 WRK-VD-COD-ATUAL          PIC 9(07) VALUE ZEROES.
       77 WRK-VD-ATIVAS             PIC 9(02) VALUE ZEROES.
       77 WRK-VD-MARCADAS           PIC 9(02) VALUE ZEROES.
       77 WRK-VD-IX                 PIC 9(03) USAGE COMP VALUE ZEROES.
       77 WRK-VD-MOTIVO             PIC X(10) VALUE SPACES.
       77 WRK-VD-LINHA              PIC 9(04) VALUE ZEROES.
       77 WRK-VD-CUSTO-UNIT         PIC 9(05)V9(02) VALUE ZEROES.
       77 WRK-VD-CUSTO-TIT          PIC 9(07)V9(02) VALUE ZEROES.
       77 WRK-VD-ATIVAS-EDIT        PIC Z9 VALUE ZEROES.
       77 WRK-VD-MARCADAS-EDIT      PIC Z9 VALUE ZEROES.
       77 WRK-VD-UNIT-EDIT          PIC ZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-VD-TIT-EDIT           PIC Z.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-VD-ULTIMA             PIC X(12) VALUE SPACES.
      *
       01 WRK-VD-TABELA.
           05 WRK-VD-COPIA OCCURS 99 TIMES.
               10 WRK-VD-T-EXEMPLAR PIC 9(02).
               10 WRK-VD-T-MIDIA    PIC X(01).
               10 WRK-VD-T-CONDICAO PIC X(01).
               10 WRK-VD-T-EMPREST  PIC 9(05).
               10 WRK-VD-T-VIDA     PIC 9(04).
               10 WRK-VD-T-PCT      PIC 9(05).
               10 WRK-VD-T-REPAROS  PIC 9(03).
               10 WRK-VD-T-MOTIVO   PIC X(10).
      *
      *    SELECAO DAS LINHAS PARA OS PEDIDOS DE COMPRA.
       77 WRK-VD-SELECAO            PIC X(60) VALUE SPACES.
       77 WRK-VD-PONTEIRO           PIC 9(03) USAGE COMP VALUE ZEROES.
       77 WRK-VD-ITEM               PIC X(10) VALUE SPACES.
       77 WRK-VD-SO-DIGITOS         PIC X(10) VALUE SPACES.
       77 WRK-VD-SEL-OK             PIC X(01) VALUE 'S'.
       77 WRK-VD-NUM                PIC 9(04) VALUE ZEROES.
       77 WRK-VD-NUM-EDIT           PIC ZZZ9 VALUE ZEROES.
       77 WRK-VD-SELECIONADAS       PIC 9(04) VALUE ZEROES.
       77 WRK-VD-GERADOS            PIC 9(04) VALUE ZEROES.
       77 WRK-VD-IGNORADOS          PIC 9(04) VALUE ZEROES.
       77 WRK-VD-CNT-EDIT           PIC ZZZ9 VALUE ZEROES.
       77 WRK-VD-CNT2-EDIT          PIC ZZZ9 VALUE ZEROES.
       77 WRK-VD-JA-PEDIDO          PIC X(01) VALUE SPACES.
       77 WRK-MAX-PEDIDO            PIC 9(05) VALUE ZEROES.
      *
       01 WRK-ESTATISTICA.
           05 WRK-TOT-TITULOS       PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-TOT-COPIAS        PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-TOT-CUSTO         PIC 9(09)V9(02) USAGE COMP-3
                                     VALUE ZEROES.
           05 WRK-TOT-TITULOS-EDIT  PIC ZZZZ9 VALUE ZEROES.
           05 WRK-TOT-COPIAS-EDIT   PIC ZZZZ9 VALUE ZEROES.
           05 WRK-TOT-CUSTO-EDIT    PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN'. *> MAIN SCREEN
           COPY 'SCVIDMSG'. *> MESSAGES
      *
       01 SCREEN-VIDA-MENU.
           05 LINE 07 COLUMN 02 VALUE "1 - CICLO DE VIDA DE UMA COPIA".
           05 LINE 08 COLUMN 02 VALUE "2 - PREVISAO DE REPOSICAO".
           05 LINE 09 COLUMN 02 VALUE "3 - GERAR PEDIDOS DE COMPRA".
           05 LINE 10 COLUMN 02 VALUE "0 - VOLTAR".
           05 LINE 11 COLUMN 02 VALUE "OPCAO: ".
           05 COLUMN PLUS 01    PIC X(01) USING WRK-OPTION.
      *
       01 SCREEN-VIDA-KEY.
           05 LINE 12 COLUMN 02 VALUE "FILME: ".
           05 COLUMN PLUS 01    PIC 9(07) USING WRK-VD-CODIGO.
           05 COLUMN PLUS 02    VALUE "EXEMPLAR: ".
           05 COLUMN PLUS 01    PIC 9(02) USING WRK-VD-EXEMPLAR.
      *
       01 SCREEN-VIDA-HEADER.
           05 LINE 17 COLUMN 02 VALUE "DATA".
           05 LINE 17 COLUMN 14 VALUE "DE".
           05 LINE 17 COLUMN 18 VALUE "PARA".
           05 LINE 17 COLUMN 24 VALUE "ORIGEM".
           05 LINE 17 COLUMN 34 VALUE "OPERADOR".
      *
       01 SCREEN-VIDA-SELECAO.
           05 LINE 12 COLUMN 02 VALUE
               "LINHAS DA PREVISAO (EX.: 1,4,7 OU T = TODAS):".
           05 LINE 13 COLUMN 02 PIC X(60) USING WRK-VD-SELECAO.
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
           OPEN INPUT LOANHIST.
      *
           IF FS-LOANHIST EQUAL "35"
               OPEN OUTPUT LOANHIST
               CLOSE LOANHIST
               OPEN INPUT LOANHIST
           END-IF.
      *
           IF FS-LOANHIST NOT EQUAL "00"
               MOVE '45ERRO AO ABRIR ARQUIVO DE HISTORICO.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-LOANHIST TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE HISTORICO'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT LOANS.
      *
           IF FS-LOANS EQUAL "35"
               OPEN OUTPUT LOANS
               CLOSE LOANS
               OPEN INPUT LOANS
           END-IF.
      *
           IF FS-LOANS NOT EQUAL "00"
               MOVE '45ERRO AO ABRIR ARQUIVO DE EMPRESTIMOS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-LOANS TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE EMPRESTIMOS'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT REPAROS.
      *
           IF FS-REPAROS EQUAL "35"
               OPEN OUTPUT REPAROS
               CLOSE REPAROS
               OPEN INPUT REPAROS
           END-IF.
      *
           IF FS-REPAROS NOT EQUAL "00"
               MOVE '45ERRO AO ABRIR ARQUIVO DE REPAROS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-REPAROS TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE REPAROS'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT CONDHIST.
      *
           IF FS-CONDHIST EQUAL "35"
               OPEN OUTPUT CONDHIST
               CLOSE CONDHIST
               OPEN INPUT CONDHIST
           END-IF.
      *
           IF FS-CONDHIST NOT EQUAL "00"
               MOVE '40ERRO AO ABRIR HISTORICO DE CONDICAO.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-CONDHIST TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR HISTORICO DE CONDICAO'
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
           OPEN I-O WISHLIST.
      *
           IF FS-WISHLIST EQUAL "35"
               OPEN OUTPUT WISHLIST
               CLOSE WISHLIST
               OPEN I-O WISHLIST
           END-IF.
      *
           IF FS-WISHLIST NOT EQUAL "00"
               MOVE '40ERRO AO ABRIR ARQUIVO DE DESEJOS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-WISHLIST TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE DESEJOS'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           PERFORM 0150-CARREGA-PARAMETROS.
       0100-OPEN-DATA-END. EXIT.

       0150-CARREGA-PARAMETROS SECTION.
           COPY 'CPVIDPAP'. *> CARREGA PARAMETROS DE VIDPARAM.DAT
       0150-CARREGA-PARAMETROS-END. EXIT.

       0300-PROCESS-DATA SECTION.
           COPY 'CPVIDDTE'. *> DATE/TIME PROCEDURE
           MOVE " * * * * CICLO DE VIDA DAS COPIAS * * * *"
                                                           TO WRK-TITLE.
           MOVE "PF3=FIM"                                  TO WRK-KEYS.
           INITIALIZE WRK-MSG.
           MOVE WRK-DATA-SISTEMA TO WRK-HOJE.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-VIDA-MENU.
           ACCEPT  SCREEN-VIDA-MENU.
      *
           EVALUATE WRK-OPTION
               WHEN '1' PERFORM 0310-PAINEL-COPIA
               WHEN '2' PERFORM 0400-PREVISAO-REPOSICAO
               WHEN '3' PERFORM 0450-GERA-PEDIDOS
               WHEN '0' CONTINUE
               WHEN OTHER
                   INITIALIZE WRK-MSG
                   MOVE '20OPCAO INVALIDA.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
           END-EVALUATE.
       0300-PROCESS-DATA-END. EXIT.

       0310-PAINEL-COPIA SECTION.
      *    PAINEL DE UMA COPIA: MIDIA, CONDICAO E SITUACAO, USO
      *    CONTRA A VIDA UTIL DA MIDIA, CHAMADOS DE REPARO E AS
      *    MUDANCAS DE CONDICAO REGISTRADAS, DA MAIS ANTIGA PARA A
      *    MAIS RECENTE, PAGINANDO DE 4 EM 4.
           INITIALIZE WRK-MSG.
           MOVE ZEROES TO WRK-VD-CODIGO.
           MOVE ZEROES TO WRK-VD-EXEMPLAR.
           DISPLAY SCREEN-VIDA-KEY.
           ACCEPT  SCREEN-VIDA-KEY.
      *
           MOVE WRK-VD-CODIGO   TO EXE-CODIGO.
           MOVE WRK-VD-EXEMPLAR TO EXE-NUMERO.
           READ EXEMPLAR
               INVALID KEY
                   MOVE '26EXEMPLAR NAO CADASTRADO.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   GO TO 0310-PAINEL-COPIA-END
           END-READ.
      *
           MOVE WRK-VD-CODIGO TO CODIGO.
           READ MOVIES
               INVALID KEY
                   MOVE '** FILME EXCLUIDO **' TO TITULO
           END-READ.
      *
           PERFORM 0320-CONTA-EMPRESTIMOS.
           PERFORM 0325-CONTA-REPAROS.
           PERFORM 0330-VIDA-DA-MIDIA.
           COMPUTE WRK-VD-PCT = WRK-VD-EMPREST * 100 / WRK-VD-VIDA.
      *
           MOVE WRK-VD-EMPREST TO WRK-VD-EMP-EDIT.
           MOVE WRK-VD-VIDA    TO WRK-VD-VIDA-EDIT.
           MOVE WRK-VD-PCT     TO WRK-VD-PCT-EDIT.
           MOVE WRK-VD-REPAROS TO WRK-VD-REP-EDIT.
           MOVE WRK-VD-CUSTO-REP TO WRK-VD-CUSTO-EDIT.
      *
           DISPLAY TITULO                AT LINE 13 COLUMN 02.
           DISPLAY 'MIDIA:'              AT LINE 14 COLUMN 02.
           DISPLAY WRK-VD-MIDIA-DESC     AT LINE 14 COLUMN 09.
           DISPLAY 'CONDICAO:'           AT LINE 14 COLUMN 19.
           DISPLAY EXE-CONDICAO          AT LINE 14 COLUMN 29.
           DISPLAY 'SITUACAO:'           AT LINE 14 COLUMN 33.
           DISPLAY EXE-SITUACAO          AT LINE 14 COLUMN 43.
           IF WRK-VD-EM-CURSO EQUAL 'S'
               DISPLAY '(EMPRESTADA AGORA)' AT LINE 14 COLUMN 47
           END-IF.
      *
           DISPLAY 'EMPRESTIMOS:'        AT LINE 15 COLUMN 02.
           DISPLAY WRK-VD-EMP-EDIT       AT LINE 15 COLUMN 15.
           DISPLAY 'VIDA UTIL:'          AT LINE 15 COLUMN 22.
           DISPLAY WRK-VD-VIDA-EDIT      AT LINE 15 COLUMN 33.
           DISPLAY 'USO:'                AT LINE 15 COLUMN 39.
           DISPLAY WRK-VD-PCT-EDIT       AT LINE 15 COLUMN 44.
           DISPLAY '%'                   AT LINE 15 COLUMN 49.
      *
           DISPLAY 'REPAROS:'            AT LINE 16 COLUMN 02.
           DISPLAY WRK-VD-REP-EDIT       AT LINE 16 COLUMN 11.
           DISPLAY 'CUSTO:'              AT LINE 16 COLUMN 16.
           DISPLAY WRK-VD-CUSTO-EDIT     AT LINE 16 COLUMN 23.
           IF WRK-VD-ULT-REPARO NOT EQUAL ZEROES
               MOVE WRK-VD-ULT-REPARO TO WRK-VD-DATA-AUX
               PERFORM 0390-FORMATA-DATA
               DISPLAY 'ULTIMO:'         AT LINE 16 COLUMN 38
               DISPLAY WRK-VD-DATA-ED    AT LINE 16 COLUMN 46
           END-IF.
      *
           PERFORM 0340-LISTA-CONDICOES.
       0310-PAINEL-COPIA-END. EXIT.

       0320-CONTA-EMPRESTIMOS SECTION.
      *    EMPRESTIMOS ENCERRADOS DA COPIA PELA CHAVE ALTERNADA
      *    HIS-CODIGO (DEVOLUCAO E PERDA; RENOVACAO NAO E NOVA SAIDA
      *    E O ACESSO DIGITAL NAO TEM COPIA), MAIS O EMPRESTIMO EM
      *    ABERTO, SE HOUVER.
           MOVE ZEROES TO WRK-VD-EMPREST.
           MOVE SPACES TO WRK-VD-EM-CURSO.
      *
           MOVE WRK-VD-CODIGO TO HIS-CODIGO.
           START LOANHIST KEY IS EQUAL TO HIS-CODIGO
               INVALID KEY
                   MOVE '10' TO FS-LOANHIST
           END-START.
      *
           IF FS-LOANHIST EQUAL "00"
               READ LOANHIST NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-LOANHIST EQUAL "10"
                      OR HIS-CODIGO NOT EQUAL WRK-VD-CODIGO
               IF HIS-EXEMPLAR EQUAL WRK-VD-EXEMPLAR
                  AND (HIS-TIPO EQUAL 'D' OR EQUAL 'P'
                       OR EQUAL SPACES)
                   ADD 1 TO WRK-VD-EMPREST
               END-IF
               READ LOANHIST NEXT RECORD
           END-PERFORM.
      *
           MOVE WRK-VD-CODIGO   TO EMP-CODIGO.
           MOVE WRK-VD-EXEMPLAR TO EMP-EXEMPLAR.
           READ LOANS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1   TO WRK-VD-EMPREST
                   MOVE 'S' TO WRK-VD-EM-CURSO
           END-READ.
       0320-CONTA-EMPRESTIMOS-END. EXIT.

       0325-CONTA-REPAROS SECTION.
      *    REPAROS.DAT NAO TEM CHAVE POR FILME; VARRE O ARQUIVO, NO
      *    MESMO CRITERIO DA LISTA DE CHAMADOS DE RPVIDPRG.
           MOVE ZEROES TO WRK-VD-REPAROS.
           MOVE ZEROES TO WRK-VD-CUSTO-REP.
           MOVE ZEROES TO WRK-VD-ULT-REPARO.
      *
           MOVE ZEROES TO REP-NUMERO.
           START REPAROS KEY IS NOT LESS THAN REP-NUMERO
               INVALID KEY
                   MOVE '10' TO FS-REPAROS
           END-START.
      *
           IF FS-REPAROS EQUAL "00"
               READ REPAROS NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-REPAROS EQUAL "10"
               IF REP-CODIGO EQUAL WRK-VD-CODIGO
                  AND REP-EXEMPLAR EQUAL WRK-VD-EXEMPLAR
                   ADD 1        TO WRK-VD-REPAROS
                   ADD REP-CUSTO TO WRK-VD-CUSTO-REP
                   IF REP-DATA-ABERTURA GREATER THAN WRK-VD-ULT-REPARO
                       MOVE REP-DATA-ABERTURA TO WRK-VD-ULT-REPARO
                   END-IF
               END-IF
               READ REPAROS NEXT RECORD
           END-PERFORM.
       0325-CONTA-REPAROS-END. EXIT.

       0330-VIDA-DA-MIDIA SECTION.
      *    VIDA UTIL ESPERADA PELA MIDIA DA COPIA (PARAMETROS VIDA-*
      *    DE VIDPARAM.DAT), NA MESMA TABELA DE MIDIAS DE DRVIDPRG.
           EVALUATE EXE-MIDIA
               WHEN 'V'
                   MOVE WRK-PAR-VIDA-VHS    TO WRK-VD-VIDA
                   MOVE 'VHS'               TO WRK-VD-MIDIA-DESC
               WHEN 'D'
                   MOVE WRK-PAR-VIDA-DVD    TO WRK-VD-VIDA
                   MOVE 'DVD'               TO WRK-VD-MIDIA-DESC
               WHEN 'B'
                   MOVE WRK-PAR-VIDA-BLURAY TO WRK-VD-VIDA
                   MOVE 'BLU-RAY'           TO WRK-VD-MIDIA-DESC
               WHEN OTHER
                   MOVE WRK-PAR-VIDA-OUTRAS TO WRK-VD-VIDA
                   MOVE 'OUTRAS'            TO WRK-VD-MIDIA-DESC
           END-EVALUATE.
      *
           IF WRK-VD-VIDA EQUAL ZEROES
               MOVE 1 TO WRK-VD-VIDA
           END-IF.
       0330-VIDA-DA-MIDIA-END. EXIT.

       0340-LISTA-CONDICOES SECTION.
           MOVE 18     TO WRK-LST-LINE.
           MOVE ZEROES TO WRK-LST-COUNT.
           MOVE 'S'    TO WRK-LST-CONTINUA.
      *
           MOVE WRK-VD-CODIGO   TO HCO-CODIGO.
           MOVE WRK-VD-EXEMPLAR TO HCO-EXEMPLAR.
           MOVE ZEROES          TO HCO-DATA.
           MOVE ZEROES          TO HCO-HORA.
           START CONDHIST KEY IS NOT LESS THAN HCO-CHAVE
               INVALID KEY
                   MOVE '10' TO FS-CONDHIST
           END-START.
      *
           IF FS-CONDHIST EQUAL "00"
               READ CONDHIST NEXT RECORD
           END-IF.
      *
           IF FS-CONDHIST EQUAL "10"
           OR HCO-CODIGO   NOT EQUAL WRK-VD-CODIGO
           OR HCO-EXEMPLAR NOT EQUAL WRK-VD-EXEMPLAR
               MOVE '20SEM MUDANCAS DE CONDICAO REGISTRADAS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0340-LISTA-CONDICOES-END
           END-IF.
      *
           DISPLAY SCREEN-VIDA-HEADER.
      *
           PERFORM UNTIL FS-CONDHIST EQUAL "10"
                      OR HCO-CODIGO   NOT EQUAL WRK-VD-CODIGO
                      OR HCO-EXEMPLAR NOT EQUAL WRK-VD-EXEMPLAR
                      OR WRK-LST-CONTINUA EQUAL 'N'
               MOVE HCO-DATA TO WRK-VD-DATA-AUX
               PERFORM 0390-FORMATA-DATA
               DISPLAY WRK-VD-DATA-ED AT LINE WRK-LST-LINE COLUMN 02
               DISPLAY HCO-ANTERIOR   AT LINE WRK-LST-LINE COLUMN 14
               DISPLAY HCO-NOVA       AT LINE WRK-LST-LINE COLUMN 18
               DISPLAY HCO-ORIGEM     AT LINE WRK-LST-LINE COLUMN 24
               DISPLAY HCO-OPERADOR   AT LINE WRK-LST-LINE COLUMN 34
               ADD 1 TO WRK-LST-LINE
               ADD 1 TO WRK-LST-COUNT
      *
               IF WRK-LST-COUNT EQUAL 4
                   PERFORM 0345-PAGINA-CONDICOES
               END-IF
      *
               READ CONDHIST NEXT RECORD
           END-PERFORM.
      *
           IF WRK-LST-CONTINUA EQUAL 'S'
               MOVE '20FIM DO HISTORICO DA COPIA.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
           END-IF.
       0340-LISTA-CONDICOES-END. EXIT.

       0345-PAGINA-CONDICOES SECTION.
           INITIALIZE WRK-MSG.
           MOVE '31CONTINUAR LISTANDO (S/N)?' TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
      *
           IF WRK-AWAIT EQUAL 'S' OR EQUAL 's'
               MOVE 18     TO WRK-LST-LINE
               MOVE ZEROES TO WRK-LST-COUNT
               DISPLAY SCREEN-MAIN
               DISPLAY SCREEN-VIDA-MENU
               DISPLAY SCREEN-VIDA-KEY
               DISPLAY TITULO AT LINE 13 COLUMN 02
               DISPLAY SCREEN-VIDA-HEADER
           ELSE
               MOVE 'N' TO WRK-LST-CONTINUA
           END-IF.
       0345-PAGINA-CONDICOES-END. EXIT.

       0390-FORMATA-DATA SECTION.
           MOVE WRK-VD-AUX-DD   TO WRK-VD-ED-DD.
           MOVE WRK-VD-AUX-MM   TO WRK-VD-ED-MM.
           MOVE WRK-VD-AUX-AAAA TO WRK-VD-ED-AAAA.
       0390-FORMATA-DATA-END. EXIT.

       0400-PREVISAO-REPOSICAO SECTION.
      *    PREVISAO DE REPOSICAO: PERCORRE AS COPIAS ATIVAS EM ORDEM
      *    DE FILME E MARCA AS QUE ESTAO NO FIM DA VIDA UTIL; CADA
      *    TITULO COM COPIA MARCADA GANHA UMA LINHA NUMERADA (A QUE
      *    A OPCAO 3 TRANSFORMA EM PEDIDO DE COMPRA), COM O CUSTO DE
      *    REPOSICAO DE VALORES.DAT. UMA GERACAO DATADA REGISTRADA NO
      *    SPOOL (MESMO CRITERIO DE RPVIDPRG).
           INITIALIZE WRK-ESTATISTICA.
           INITIALIZE WRK-MSG.
      *
           PERFORM 0410-MONTA-USO.
      *
           OPEN OUTPUT VDPREV.
           CLOSE VDPREV.
           OPEN I-O VDPREV.
      *
           MOVE SPACES TO WRK-SPL-NOME.
           STRING './dat/REPOSICAO-' DELIMITED BY SIZE
                  WRK-DATA-AAAA      DELIMITED BY SIZE
                  WRK-DATA-MM        DELIMITED BY SIZE
                  WRK-DATA-DD        DELIMITED BY SIZE
                  '.prt'             DELIMITED BY SIZE
             INTO WRK-SPL-NOME.
      *
           OPEN OUTPUT VIDA-REL.
      *
           IF FS-VIDA-REL NOT EQUAL "00"
               MOVE '42ERRO AO ABRIR ARQUIVO DE RELATORIO.' TO WRK-MSG
               CLOSE VDUSO
               CLOSE VDPREV
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0400-PREVISAO-REPOSICAO-END
           END-IF.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'VIDEOTECA - PREVISAO DE REPOSICAO DE COPIAS     EMIS'
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
           MOVE WRK-VD-LIMITE-PCT     TO WRK-VD-PCT-EDIT.
           MOVE WRK-VD-LIMITE-REPAROS TO WRK-VD-REP-EDIT.
           MOVE SPACES TO FIL-REL.
           STRING 'CRITERIO: USO DE '       DELIMITED BY SIZE
                  WRK-VD-PCT-EDIT           DELIMITED BY SIZE
                  '% DA VIDA UTIL OU MAIS, CONDICAO D OU '
                                            DELIMITED BY SIZE
                  WRK-VD-REP-EDIT           DELIMITED BY SIZE
                  ' REPAROS OU MAIS.'       DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE
              'LINHA FILME   TITULO                         ATIVAS REPOR
      -       '  CUSTO UNIT.        TOTAL' TO FIL-REL.
           WRITE FIL-REL.
           MOVE
              '      EX MIDIA   COND EMPREST VIDA   USO% REPAROS MOTIVO'
               TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE ZEROES TO WRK-VD-LINHA.
           MOVE ZEROES TO WRK-VD-COD-ATUAL.
           MOVE ZEROES TO WRK-VD-ATIVAS.
           MOVE ZEROES TO WRK-VD-MARCADAS.
      *
           MOVE ZEROES TO EXE-CHAVE.
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
               IF EXE-CODIGO NOT EQUAL WRK-VD-COD-ATUAL
                   IF WRK-VD-COD-ATUAL NOT EQUAL ZEROES
                       PERFORM 0430-FECHA-TITULO
                   END-IF
                   MOVE EXE-CODIGO TO WRK-VD-COD-ATUAL
                   MOVE ZEROES     TO WRK-VD-ATIVAS
                   MOVE ZEROES     TO WRK-VD-MARCADAS
               END-IF
      *
               IF EXE-SITUACAO NOT EQUAL 'B'
                   PERFORM 0420-AVALIA-COPIA
               END-IF
      *
               READ EXEMPLAR NEXT RECORD
           END-PERFORM.
      *
           IF WRK-VD-COD-ATUAL NOT EQUAL ZEROES
               PERFORM 0430-FECHA-TITULO
           END-IF.
      *
           MOVE WRK-TOT-TITULOS TO WRK-TOT-TITULOS-EDIT.
           MOVE WRK-TOT-COPIAS  TO WRK-TOT-COPIAS-EDIT.
           MOVE WRK-TOT-CUSTO   TO WRK-TOT-CUSTO-EDIT.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
           MOVE SPACES TO FIL-REL.
           STRING 'TITULOS: '          DELIMITED BY SIZE
                  WRK-TOT-TITULOS-EDIT DELIMITED BY SIZE
                  '   COPIAS A REPOR: ' DELIMITED BY SIZE
                  WRK-TOT-COPIAS-EDIT  DELIMITED BY SIZE
                  '   CUSTO ESTIMADO: ' DELIMITED BY SIZE
                  WRK-TOT-CUSTO-EDIT   DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE 'ULTIMA COPIA = TODAS AS COPIAS ATIVAS DO TITULO ESTAO
      -         ' NA PREVISAO.' TO FIL-REL.
           WRITE FIL-REL.
      *
           CLOSE VIDA-REL.
           CLOSE VDUSO.
           CLOSE VDPREV.
           PERFORM 0440-REGISTRA-SPOOL.
      *
           INITIALIZE WRK-MSG.
           STRING '20PREVISAO GERADA. TITULOS: ' DELIMITED BY SIZE
                  WRK-TOT-TITULOS-EDIT           DELIMITED BY SIZE
                  '  COPIAS: '                   DELIMITED BY SIZE
                  WRK-TOT-COPIAS-EDIT            DELIMITED BY SIZE
             INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0400-PREVISAO-REPOSICAO-END. EXIT.

       0410-MONTA-USO SECTION.
      *    UMA PASSADA POR LOANHIST E PELOS ANOS JA ARQUIVADOS
      *    (DEVOLUCOES E PERDAS), POR LOANS (EMPRESTIMOS EM ABERTO) E
      *    POR REPAROS, SOMANDO POR COPIA.
           OPEN OUTPUT VDUSO.
           CLOSE VDUSO.
           OPEN I-O VDUSO.
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
           PERFORM UNTIL FS-LOANHIST EQUAL "10"
               IF HIS-EXEMPLAR NOT EQUAL ZEROES
                  AND (HIS-TIPO EQUAL 'D' OR EQUAL 'P'
                       OR EQUAL SPACES)
                   MOVE HIS-CODIGO   TO VU-CODIGO
                   MOVE HIS-EXEMPLAR TO VU-EXEMPLAR
                   PERFORM 0415-LE-USO
                   ADD 1 TO VU-EMPRESTIMOS
                   PERFORM 0418-GRAVA-USO
               END-IF
               READ LOANHIST NEXT RECORD
           END-PERFORM.
      *
      *    O DESGASTE DA COPIA E DA VIDA TODA: OS ANOS QUE HAVIDPRG
      *    TIROU DO HISTORICO VIVO TAMBEM CONTAM.
           COPY 'CPVIDHAP'. *> CARREGA OS ANOS JA ARQUIVADOS
           PERFORM VARYING WRK-HSA-IX FROM 1 BY 1
                     UNTIL WRK-HSA-IX GREATER WRK-HSA-QTD
               PERFORM 0412-USO-ARQUIVADO
           END-PERFORM.
      *
           MOVE ZEROES TO EMP-CHAVE.
           START LOANS KEY IS NOT LESS THAN EMP-CHAVE
               INVALID KEY
                   MOVE '10' TO FS-LOANS
           END-START.
      *
           IF FS-LOANS EQUAL "00"
               READ LOANS NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-LOANS EQUAL "10"
               IF EMP-EXEMPLAR NOT EQUAL ZEROES
                   MOVE EMP-CODIGO   TO VU-CODIGO
                   MOVE EMP-EXEMPLAR TO VU-EXEMPLAR
                   PERFORM 0415-LE-USO
                   ADD 1 TO VU-EMPRESTIMOS
                   PERFORM 0418-GRAVA-USO
               END-IF
               READ LOANS NEXT RECORD
           END-PERFORM.
      *
           MOVE ZEROES TO REP-NUMERO.
           START REPAROS KEY IS NOT LESS THAN REP-NUMERO
               INVALID KEY
                   MOVE '10' TO FS-REPAROS
           END-START.
      *
           IF FS-REPAROS EQUAL "00"
               READ REPAROS NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-REPAROS EQUAL "10"
               MOVE REP-CODIGO   TO VU-CODIGO
               MOVE REP-EXEMPLAR TO VU-EXEMPLAR
               PERFORM 0415-LE-USO
               ADD 1 TO VU-REPAROS
               PERFORM 0418-GRAVA-USO
               READ REPAROS NEXT RECORD
           END-PERFORM.
       0410-MONTA-USO-END. EXIT.

       0412-USO-ARQUIVADO SECTION.
      *    DEVOLUCOES E PERDAS DO ARQUIVO DO ANO WRK-HSA-ANO
      *    (WRK-HSA-IX), GRAVADO POR HAVIDPRG COM O LEIAUTE DE REG-HIS.
           COPY 'CPVIDHAN'. *> NOME DO ARQUIVO DO ANO
      *
           OPEN INPUT HISTARQ.
      *
           IF FS-HISTARQ NOT EQUAL "00"
               GO TO 0412-USO-ARQUIVADO-END
           END-IF.
      *
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
               IF HSA-EXEMPLAR NOT EQUAL ZEROES
                  AND (HSA-TIPO EQUAL 'D' OR EQUAL 'P'
                       OR EQUAL SPACES)
                   MOVE HSA-CODIGO   TO VU-CODIGO
                   MOVE HSA-EXEMPLAR TO VU-EXEMPLAR
                   PERFORM 0415-LE-USO
                   ADD 1 TO VU-EMPRESTIMOS
                   PERFORM 0418-GRAVA-USO
               END-IF
               READ HISTARQ NEXT RECORD
           END-PERFORM.
      *
           CLOSE HISTARQ.
       0412-USO-ARQUIVADO-END. EXIT.

       0415-LE-USO SECTION.
           READ VDUSO
               INVALID KEY
                   MOVE ZEROES TO VU-EMPRESTIMOS
                   MOVE ZEROES TO VU-REPAROS
                   MOVE 'N'    TO WRK-VD-EXISTE
               NOT INVALID KEY
                   MOVE 'S'    TO WRK-VD-EXISTE
           END-READ.
       0415-LE-USO-END. EXIT.

       0418-GRAVA-USO SECTION.
           IF WRK-VD-EXISTE EQUAL 'S'
               REWRITE REG-VU
           ELSE
               WRITE REG-VU
           END-IF.
       0418-GRAVA-USO-END. EXIT.

       0420-AVALIA-COPIA SECTION.
      *    COPIA ATIVA DO TITULO EM QUEBRA: SOMA NAS ATIVAS E, SE
      *    ESTIVER NO FIM DA VIDA UTIL, GUARDA NA TABELA DO TITULO.
           ADD 1 TO WRK-VD-ATIVAS.
      *
           MOVE EXE-CODIGO TO VU-CODIGO.
           MOVE EXE-NUMERO TO VU-EXEMPLAR.
           PERFORM 0415-LE-USO.
           PERFORM 0330-VIDA-DA-MIDIA.
           COMPUTE WRK-VD-PCT = VU-EMPRESTIMOS * 100 / WRK-VD-VIDA.
      *
           MOVE SPACES TO WRK-VD-MOTIVO.
           IF EXE-CONDICAO EQUAL 'D'
               MOVE 'DANIFICADA' TO WRK-VD-MOTIVO
           ELSE
               IF VU-REPAROS NOT LESS THAN WRK-VD-LIMITE-REPAROS
                   MOVE 'REPAROS'    TO WRK-VD-MOTIVO
               ELSE
                   IF WRK-VD-PCT NOT LESS THAN WRK-VD-LIMITE-PCT
                       MOVE 'DESGASTE'   TO WRK-VD-MOTIVO
                   END-IF
               END-IF
           END-IF.
      *
           IF WRK-VD-MOTIVO EQUAL SPACES
               GO TO 0420-AVALIA-COPIA-END
           END-IF.
      *
           ADD 1 TO WRK-VD-MARCADAS.
           MOVE WRK-VD-MARCADAS  TO WRK-VD-IX.
           MOVE EXE-NUMERO       TO WRK-VD-T-EXEMPLAR(WRK-VD-IX).
           MOVE EXE-MIDIA        TO WRK-VD-T-MIDIA(WRK-VD-IX).
           MOVE EXE-CONDICAO     TO WRK-VD-T-CONDICAO(WRK-VD-IX).
           MOVE VU-EMPRESTIMOS   TO WRK-VD-T-EMPREST(WRK-VD-IX).
           MOVE WRK-VD-VIDA      TO WRK-VD-T-VIDA(WRK-VD-IX).
           MOVE WRK-VD-PCT       TO WRK-VD-T-PCT(WRK-VD-IX).
           MOVE VU-REPAROS       TO WRK-VD-T-REPAROS(WRK-VD-IX).
           MOVE WRK-VD-MOTIVO    TO WRK-VD-T-MOTIVO(WRK-VD-IX).
       0420-AVALIA-COPIA-END. EXIT.

       0430-FECHA-TITULO SECTION.
      *    QUEBRA DE TITULO: SEM COPIA MARCADA NAO SAI NADA. TITULO
      *    BAIXADO OU TEMPORARIO DE PARCEIRA (SITUACAO 'T') NAO E
      *    REPOSTO PELO ACERVO.
           IF WRK-VD-MARCADAS EQUAL ZEROES
               GO TO 0430-FECHA-TITULO-END
           END-IF.
      *
           MOVE WRK-VD-COD-ATUAL TO CODIGO.
           READ MOVIES
               INVALID KEY
                   GO TO 0430-FECHA-TITULO-END
           END-READ.
      *
           IF VID-SITUACAO EQUAL 'B' OR EQUAL 'T'
               GO TO 0430-FECHA-TITULO-END
           END-IF.
      *
           MOVE WRK-VD-COD-ATUAL TO VAL-CODIGO.
           READ VALORES
               INVALID KEY
                   COMPUTE WRK-VD-CUSTO-UNIT =
                       WRK-PAR-VALOR-REPOSICAO / 100
               NOT INVALID KEY
                   MOVE VAL-CUSTO-REPOS TO WRK-VD-CUSTO-UNIT
           END-READ.
      *
           IF WRK-VD-CUSTO-UNIT EQUAL ZEROES
               COMPUTE WRK-VD-CUSTO-UNIT =
                   WRK-PAR-VALOR-REPOSICAO / 100
           END-IF.
      *
           COMPUTE WRK-VD-CUSTO-TIT =
               WRK-VD-CUSTO-UNIT * WRK-VD-MARCADAS.
      *
           ADD 1                 TO WRK-VD-LINHA.
           ADD 1                 TO WRK-TOT-TITULOS.
           ADD WRK-VD-MARCADAS   TO WRK-TOT-COPIAS.
           ADD WRK-VD-CUSTO-TIT  TO WRK-TOT-CUSTO.
      *
           IF WRK-VD-MARCADAS EQUAL WRK-VD-ATIVAS
               MOVE 'ULTIMA COPIA' TO WRK-VD-ULTIMA
           ELSE
               MOVE SPACES         TO WRK-VD-ULTIMA
           END-IF.
      *
           MOVE WRK-VD-LINHA      TO WRK-VD-NUM-EDIT.
           MOVE WRK-VD-ATIVAS     TO WRK-VD-ATIVAS-EDIT.
           MOVE WRK-VD-MARCADAS   TO WRK-VD-MARCADAS-EDIT.
           MOVE WRK-VD-CUSTO-UNIT TO WRK-VD-UNIT-EDIT.
           MOVE WRK-VD-CUSTO-TIT  TO WRK-VD-TIT-EDIT.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
           MOVE SPACES TO FIL-REL.
           STRING WRK-VD-NUM-EDIT      DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  CODIGO               DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  TITULO               DELIMITED BY SIZE
                  '     '              DELIMITED BY SIZE
                  WRK-VD-ATIVAS-EDIT   DELIMITED BY SIZE
                  '    '               DELIMITED BY SIZE
                  WRK-VD-MARCADAS-EDIT DELIMITED BY SIZE
                  '   '                DELIMITED BY SIZE
                  WRK-VD-UNIT-EDIT     DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-VD-TIT-EDIT      DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-VD-ULTIMA        DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           PERFORM VARYING WRK-VD-IX FROM 1 BY 1
                     UNTIL WRK-VD-IX GREATER THAN WRK-VD-MARCADAS
               PERFORM 0435-LINHA-COPIA
           END-PERFORM.
      *
           INITIALIZE REG-VP.
           MOVE WRK-VD-LINHA      TO VP-LINHA.
           MOVE CODIGO            TO VP-CODIGO.
           MOVE TITULO            TO VP-TITULO.
           MOVE GENERO            TO VP-GENERO.
           MOVE WRK-VD-MARCADAS   TO VP-QTDE.
           MOVE WRK-VD-CUSTO-UNIT TO VP-CUSTO-UNIT.
           MOVE 'N'               TO VP-GERADO.
           MOVE SPACES            TO VP-SELECAO.
           WRITE REG-VP.
       0430-FECHA-TITULO-END. EXIT.

       0435-LINHA-COPIA SECTION.
           EVALUATE WRK-VD-T-MIDIA(WRK-VD-IX)
               WHEN 'V'   MOVE 'VHS'     TO WRK-VD-MIDIA-DESC
               WHEN 'D'   MOVE 'DVD'     TO WRK-VD-MIDIA-DESC
               WHEN 'B'   MOVE 'BLU-RAY' TO WRK-VD-MIDIA-DESC
               WHEN OTHER MOVE 'OUTRAS'  TO WRK-VD-MIDIA-DESC
           END-EVALUATE.
      *
           MOVE WRK-VD-T-EMPREST(WRK-VD-IX)  TO WRK-VD-EMP-EDIT.
           MOVE WRK-VD-T-VIDA(WRK-VD-IX)     TO WRK-VD-VIDA-EDIT.
           MOVE WRK-VD-T-PCT(WRK-VD-IX)      TO WRK-VD-PCT-EDIT.
           MOVE WRK-VD-T-REPAROS(WRK-VD-IX)  TO WRK-VD-REP-EDIT.
      *
           MOVE SPACES TO FIL-REL.
           STRING '      '                      DELIMITED BY SIZE
                  WRK-VD-T-EXEMPLAR(WRK-VD-IX)  DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  WRK-VD-MIDIA-DESC             DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  WRK-VD-T-CONDICAO(WRK-VD-IX)  DELIMITED BY SIZE
                  '    '                        DELIMITED BY SIZE
                  WRK-VD-EMP-EDIT               DELIMITED BY SIZE
                  '   '                         DELIMITED BY SIZE
                  WRK-VD-VIDA-EDIT              DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  WRK-VD-PCT-EDIT               DELIMITED BY SIZE
                  '     '                       DELIMITED BY SIZE
                  WRK-VD-REP-EDIT               DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  WRK-VD-T-MOTIVO(WRK-VD-IX)    DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
       0435-LINHA-COPIA-END. EXIT.

       0440-REGISTRA-SPOOL SECTION.
           MOVE 'VDVIDPRG' TO WRK-SPL-PROGRAMA.
           COPY 'CPVIDSPP'. *> REGISTRA O RELATORIO NO SPOOL
       0440-REGISTRA-SPOOL-END. EXIT.

       0450-GERA-PEDIDOS SECTION.
      *    TRANSFORMA LINHAS DA ULTIMA PREVISAO EM PEDIDOS DA LISTA DE
      *    DESEJOS (WISHLIST.DAT), COM UMA CONFIRMACAO SO PARA O LOTE.
      *    O TITULO QUE JA TEM PEDIDO PENDENTE OU ENCOMENDADO NAO
      *    GANHA OUTRO. RESTRITO AO COORDENADOR.
           INITIALIZE WRK-MSG.
      *
           IF WRK-OPERADOR-PERFIL NOT EQUAL 'C'
               MOVE '20OPCAO RESTRITA AO COORDENADOR.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0450-GERA-PEDIDOS-END
           END-IF.
      *
           OPEN I-O VDPREV.
      *
           IF FS-VDPREV NOT EQUAL "00"
               MOVE '20EMITA ANTES A PREVISAO DE REPOSICAO (OPCAO 2).'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0450-GERA-PEDIDOS-END
           END-IF.
      *
           MOVE SPACES TO WRK-VD-SELECAO.
           DISPLAY SCREEN-VIDA-SELECAO.
           ACCEPT  SCREEN-VIDA-SELECAO.
      *
           IF WRK-VD-SELECAO EQUAL SPACES
               MOVE '28OPERACAO CANCELADA.' TO WRK-MSG
               GO TO 0450-GERA-PEDIDOS-FIM
           END-IF.
      *
           PERFORM 0455-MARCA-SELECAO.
      *
           IF WRK-VD-SEL-OK NOT EQUAL 'S'
               GO TO 0450-GERA-PEDIDOS-FIM
           END-IF.
      *
           IF WRK-VD-SELECIONADAS EQUAL ZEROES
               MOVE '20NENHUMA LINHA PENDENTE ENTRE AS ESCOLHIDAS.'
                   TO WRK-MSG
               GO TO 0450-GERA-PEDIDOS-FIM
           END-IF.
      *
           MOVE WRK-VD-SELECIONADAS TO WRK-VD-CNT-EDIT.
           INITIALIZE WRK-MSG.
           STRING '20CONFIRMA '      DELIMITED BY SIZE
                  WRK-VD-CNT-EDIT    DELIMITED BY SIZE
                  ' PEDIDO(S) NA LISTA DE DESEJOS (S/N)?'
                                     DELIMITED BY SIZE
             INTO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
      *
           IF WRK-AWAIT NOT EQUAL 'S' AND NOT EQUAL 's'
               INITIALIZE WRK-MSG
               MOVE '28OPERACAO CANCELADA.' TO WRK-MSG
               GO TO 0450-GERA-PEDIDOS-FIM
           END-IF.
      *
           PERFORM 0460-GRAVA-PEDIDOS.
      *
           MOVE WRK-VD-GERADOS   TO WRK-VD-CNT-EDIT.
           MOVE WRK-VD-IGNORADOS TO WRK-VD-CNT2-EDIT.
           INITIALIZE WRK-MSG.
           STRING '20PEDIDOS GERADOS: ' DELIMITED BY SIZE
                  WRK-VD-CNT-EDIT       DELIMITED BY SIZE
                  '  JA HAVIA PEDIDO: ' DELIMITED BY SIZE
                  WRK-VD-CNT2-EDIT      DELIMITED BY SIZE
             INTO WRK-MSG.
      *
       0450-GERA-PEDIDOS-FIM.
           CLOSE VDPREV.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0450-GERA-PEDIDOS-END. EXIT.

       0455-MARCA-SELECAO SECTION.
      *    LIMPA A SELECAO ANTERIOR E MARCA AS LINHAS ESCOLHIDAS ('T'
      *    = TODAS). LINHA JA TRANSFORMADA EM PEDIDO NAO CONTA; LINHA
      *    INEXISTENTE OU TEXTO INVALIDO INTERROMPE A SELECAO.
           MOVE 'S'    TO WRK-VD-SEL-OK.
           MOVE ZEROES TO WRK-VD-SELECIONADAS.
      *
           MOVE ZEROES TO VP-LINHA.
           START VDPREV KEY IS NOT LESS THAN VP-LINHA
               INVALID KEY
                   MOVE '10' TO FS-VDPREV
           END-START.
      *
           IF FS-VDPREV EQUAL "00"
               READ VDPREV NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-VDPREV EQUAL "10"
               MOVE SPACES TO VP-SELECAO
               IF (WRK-VD-SELECAO EQUAL 'T' OR EQUAL 't')
                  AND VP-GERADO NOT EQUAL 'S'
                   MOVE 'S' TO VP-SELECAO
                   ADD 1    TO WRK-VD-SELECIONADAS
               END-IF
               REWRITE REG-VP
               READ VDPREV NEXT RECORD
           END-PERFORM.
      *
           IF WRK-VD-SELECAO EQUAL 'T' OR EQUAL 't'
               GO TO 0455-MARCA-SELECAO-END
           END-IF.
      *
           MOVE 1 TO WRK-VD-PONTEIRO.
           PERFORM UNTIL WRK-VD-PONTEIRO GREATER THAN 60
                      OR WRK-VD-SEL-OK NOT EQUAL 'S'
               MOVE SPACES TO WRK-VD-ITEM
               UNSTRING WRK-VD-SELECAO DELIMITED BY ','
                   INTO WRK-VD-ITEM
                   WITH POINTER WRK-VD-PONTEIRO
               END-UNSTRING
               IF WRK-VD-ITEM NOT EQUAL SPACES
                   PERFORM 0457-MARCA-LINHA
               END-IF
           END-PERFORM.
       0455-MARCA-SELECAO-END. EXIT.

       0457-MARCA-LINHA SECTION.
      *    UM NUMERO DA LISTA: SO DIGITOS (BRANCOS EM VOLTA ACEITOS),
      *    NO MESMO CRITERIO DA CONVERSAO DE CSVIDPRG.
           MOVE FUNCTION TRIM(WRK-VD-ITEM) TO WRK-VD-ITEM.
           MOVE WRK-VD-ITEM TO WRK-VD-SO-DIGITOS.
           INSPECT WRK-VD-SO-DIGITOS
               CONVERTING '0123456789' TO '          '.
      *
           IF WRK-VD-SO-DIGITOS NOT EQUAL SPACES
           OR WRK-VD-ITEM(5:6) NOT EQUAL SPACES
               MOVE 'N' TO WRK-VD-SEL-OK
               INITIALIZE WRK-MSG
               MOVE '20LISTA INVALIDA: NUMEROS SEPARADOS POR VIRGULA.'
                   TO WRK-MSG
               GO TO 0457-MARCA-LINHA-END
           END-IF.
      *
           COMPUTE WRK-VD-NUM = FUNCTION NUMVAL(WRK-VD-ITEM).
           MOVE WRK-VD-NUM TO VP-LINHA.
           READ VDPREV
               INVALID KEY
                   MOVE 'N' TO WRK-VD-SEL-OK
                   MOVE WRK-VD-NUM TO WRK-VD-NUM-EDIT
                   INITIALIZE WRK-MSG
                   STRING '20LINHA '          DELIMITED BY SIZE
                          WRK-VD-NUM-EDIT     DELIMITED BY SIZE
                          ' NAO CONSTA DA ULTIMA PREVISAO.'
                                              DELIMITED BY SIZE
                     INTO WRK-MSG
                   GO TO 0457-MARCA-LINHA-END
           END-READ.
      *
           IF VP-GERADO NOT EQUAL 'S' AND VP-SELECAO NOT EQUAL 'S'
               MOVE 'S' TO VP-SELECAO
               ADD 1    TO WRK-VD-SELECIONADAS
               REWRITE REG-VP
           END-IF.
       0457-MARCA-LINHA-END. EXIT.

       0460-GRAVA-PEDIDOS SECTION.
           MOVE ZEROES TO WRK-VD-GERADOS.
           MOVE ZEROES TO WRK-VD-IGNORADOS.
      *
           MOVE ZEROES TO VP-LINHA.
           START VDPREV KEY IS NOT LESS THAN VP-LINHA
               INVALID KEY
                   MOVE '10' TO FS-VDPREV
           END-START.
      *
           IF FS-VDPREV EQUAL "00"
               READ VDPREV NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-VDPREV EQUAL "10"
               IF VP-SELECAO EQUAL 'S'
                   PERFORM 0465-VERIFICA-DESEJO
                   IF WRK-VD-JA-PEDIDO EQUAL 'S'
                       ADD 1 TO WRK-VD-IGNORADOS
                   ELSE
                       PERFORM 0470-INCLUI-DESEJO
                   END-IF
                   MOVE 'S'    TO VP-GERADO
                   MOVE SPACES TO VP-SELECAO
                   REWRITE REG-VP
               END-IF
               READ VDPREV NEXT RECORD
           END-PERFORM.
       0460-GRAVA-PEDIDOS-END. EXIT.

       0465-VERIFICA-DESEJO SECTION.
      *    JA HA PEDIDO PENDENTE OU ENCOMENDADO PARA O MESMO TITULO?
           MOVE 'N'    TO WRK-VD-JA-PEDIDO.
           MOVE ZEROES TO WSH-NUMERO.
           START WISHLIST KEY IS NOT LESS THAN WSH-NUMERO
               INVALID KEY
                   MOVE '10' TO FS-WISHLIST
           END-START.
      *
           IF FS-WISHLIST EQUAL "00"
               READ WISHLIST NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-WISHLIST EQUAL "10"
                      OR WRK-VD-JA-PEDIDO EQUAL 'S'
               IF WSH-TITULO EQUAL VP-TITULO
                  AND (WSH-SITUACAO EQUAL 'P' OR EQUAL 'E')
                   MOVE 'S' TO WRK-VD-JA-PEDIDO
               END-IF
               READ WISHLIST NEXT RECORD
           END-PERFORM.
       0465-VERIFICA-DESEJO-END. EXIT.

       0470-INCLUI-DESEJO SECTION.
      *    NUMERO SEQUENCIAL DO PEDIDO NO MESMO CRITERIO DE WLVIDPRG;
      *    O SOLICITANTE IDENTIFICA A REPOSICAO, O FILME DE ORIGEM E
      *    QUANTAS COPIAS REPOR.
           MOVE ZEROES TO WRK-MAX-PEDIDO.
           MOVE ZEROES TO WSH-NUMERO.
           START WISHLIST KEY IS NOT LESS THAN WSH-NUMERO
               INVALID KEY
                   MOVE '10' TO FS-WISHLIST
           END-START.
      *
           IF FS-WISHLIST EQUAL "00"
               READ WISHLIST NEXT RECORD
               PERFORM UNTIL FS-WISHLIST EQUAL "10"
                   MOVE WSH-NUMERO TO WRK-MAX-PEDIDO
                   READ WISHLIST NEXT RECORD
               END-PERFORM
           END-IF.
      *
           INITIALIZE REG-WSH.
           COMPUTE WSH-NUMERO = WRK-MAX-PEDIDO + 1.
           MOVE VP-TITULO        TO WSH-TITULO.
           MOVE VP-GENERO        TO WSH-GENERO.
           STRING 'REPOSICAO COD ' DELIMITED BY SIZE
                  VP-CODIGO        DELIMITED BY SIZE
                  ' QTD '          DELIMITED BY SIZE
                  VP-QTDE          DELIMITED BY SIZE
             INTO WSH-SOLICITANTE.
           MOVE WRK-HOJE         TO WSH-DATA.
           MOVE 'P'              TO WSH-SITUACAO.
           MOVE ZEROES           TO WSH-CODIGO-GERADO.
      *
           WRITE REG-WSH
               INVALID KEY
                   ADD 1 TO WRK-VD-IGNORADOS
               NOT INVALID KEY
                   ADD 1 TO WRK-VD-GERADOS
                   MOVE VP-CODIGO TO CODIGO
                   PERFORM 0475-GRAVA-LOG
           END-WRITE.
       0470-INCLUI-DESEJO-END. EXIT.

       0475-GRAVA-LOG SECTION.
           MOVE 'REPOS-WSH' TO WRK-LOG-ACAO.
           COPY 'CPVIDLGP'. *> GRAVA LINHA NO LOG DE AUDITORIA
       0475-GRAVA-LOG-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE MOVIES.
           CLOSE EXEMPLAR.
           CLOSE LOANHIST.
           CLOSE LOANS.
           CLOSE REPAROS.
           CLOSE CONDHIST.
           CLOSE VALORES.
           CLOSE WISHLIST.
      *
           IF FS-WISHLIST NOT EQUAL "00"
               MOVE '40ERRO AO FECHAR ARQUIVO DE DESEJOS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-WISHLIST TO WS-ABEND-CODE
               MOVE 'ERRO AO FECHAR ARQUIVO DE DESEJOS.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
       0500-CLOSE-DATA-END. EXIT.

       0600-ROT-ABEND SECTION.
           MOVE 'VDVIDPRG' TO WS-ABEND-PROGRAM.
           COPY 'CPVIDRAB'. *> ABEND ROUTINE.
      *
           PERFORM 0700-END-PROGRAM.
       0600-ROT-ABEND-END. EXIT.

       0700-END-PROGRAM SECTION.
           GOBACK.
       0700-END-PROGRAM-END. EXIT.

       END PROGRAM VDVIDPRG.
