      ******************************************************************
      * FILE NAME   : BAVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : COLLECTION BALANCING (BALANCEAMENTO DO ACERVO)   *
      *               REPORT OF VIDEOTECA PROGRAM - COMPARES, PER      *
      *               TITLE AND PER LOCATION, THE COPIES HELD AGAINST  *
      *               THE LOANS, RESERVATIONS AND BOOKINGS OF A PERIOD *
      *               (DEMLOCAL.DAT TELLS WHERE EACH ONE WAS ASKED     *
      *               FOR) AND PROPOSES TRANSFERS FROM LOW-DEMAND TO   *
      *               HIGH-DEMAND LOCATIONS, RANKED BY THE EXPECTED    *
      *               BENEFIT. THE PROPOSALS GO TO BAPROP.TMP FOR THE  *
      *               BATCH TRANSFER OF LCVIDPRG                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAVIDPRG.
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
           COPY 'CPVIDLCF'. *> LOCAIS DAT WORKBOOK
           COPY 'CPVIDHFC'. *> LOAN HISTORY DAT WORKBOOK
           COPY 'CPVIDHAF'. *> LOAN HISTORY - ARCHIVED YEAR
           COPY 'CPVIDHXF'. *> LOAN HISTORY - ARCHIVED YEARS INDEX
           COPY 'CPVIDPFC'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDRFC'. *> RESERVAS DAT WORKBOOK
           COPY 'CPVIDAGF'. *> AGENDA DAT WORKBOOK
           COPY 'CPVIDDLF'. *> DEMLOCAL (DEMAND BY LOCATION)
           COPY 'CPVIDBAF'. *> BAPROP (TRANSFER PROPOSALS)
      *
      *    PROCURA DO PERIODO POR TITULO, TIRADA DOS ARQUIVOS DE
      *    MOVIMENTO (TOTAL VERDADEIRO, COM OU SEM LOCAL REGISTRADO).
           SELECT BAUSO
              ASSIGN       TO './dat/BAUSO.tmp'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-BAUSO
              RECORD KEY   IS BAU-CODIGO.
      *
      *    PROCURA DO PERIODO POR TITULO E LOCAL DO BALCAO, SOMADA DOS
      *    MESES DE DEMLOCAL.DAT.
           SELECT BALOC
              ASSIGN       TO './dat/BALOC.tmp'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-BALOC
              RECORD KEY   IS BAL-CHAVE.
      *
      *    PROPOSTAS NA ORDEM DO BENEFICIO (CHAVE COM O BENEFICIO
      *    INVERTIDO, PARA A MAIOR SAIR PRIMEIRO NA LEITURA).
           SELECT BAORD
              ASSIGN       TO './dat/BAORD.tmp'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-BAORD
              RECORD KEY   IS BAO-CHAVE.
      *
           SELECT BALANC-REL
              ASSIGN       TO WRK-SPL-NOME
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-BALANC-REL.
      *
           COPY 'CPVIDSPF'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDALF'. *> ABEND LOG
      *
       DATA DIVISION.
       FILE SECTION.
       FD MOVIES.
           COPY 'CPVIDDAT'.

       FD EXEMPLAR.
           COPY 'CPVIDXDT'.

       FD LOCAIS.
           COPY 'CPVIDLCD'.

       FD LOANHIST.
           COPY 'CPVIDHDT'.

       FD HISTARQ.
           COPY 'CPVIDHAD'.

       FD HISTANOS.
           COPY 'CPVIDHXD'.

       FD LOANS.
           COPY 'CPVIDPDT'.

       FD RESERVAS.
           COPY 'CPVIDRDT'.

       FD AGENDA.
           COPY 'CPVIDAGD'.

       FD DEMLOCAL.
           COPY 'CPVIDDLD'.

       FD BAPROP.
           COPY 'CPVIDBAD'.

       FD BAUSO.
           01 REG-BAU.
               05 BAU-CODIGO         PIC 9(07).
               05 BAU-EMPRESTIMOS    PIC 9(05).
               05 BAU-RESERVAS       PIC 9(05).
               05 BAU-AGENDAMENTOS   PIC 9(05).

       FD BALOC.
           01 REG-BAL.
               05 BAL-CHAVE.
                   10 BAL-CODIGO     PIC 9(07).
                   10 BAL-LOCAL      PIC X(03).
               05 BAL-EMPRESTIMOS    PIC 9(05).
               05 BAL-RESERVAS       PIC 9(05).
               05 BAL-AGENDAMENTOS   PIC 9(05).

       FD BAORD.
           01 REG-BAO.
               05 BAO-CHAVE.
                   10 BAO-INVERSO    PIC 9(05).
                   10 BAO-CODIGO     PIC 9(07).
               05 BAO-TITULO         PIC X(30).
               05 BAO-ORIGEM         PIC X(03).
               05 BAO-DESTINO        PIC X(03).
               05 BAO-PROC-ORIGEM    PIC 9(06).
               05 BAO-PROC-DESTINO   PIC 9(06).
               05 BAO-BENEFICIO      PIC 9(05).

       FD BALANC-REL.
           01 FIL-REL          PIC X(132).

       FD VIDRELS.
           COPY 'CPVIDSPD'.

       FD VIDABEND.
           COPY 'CPVIDALD'.
      *
       WORKING-STORAGE SECTION.
           COPY 'CPVIDMAN'. *> MAIN SCREEN
           COPY 'CPVIDMNU'. *> MAIN MENU
           COPY 'CPVIDMSG'. *> MESSAGES
           COPY 'CPVIDFCW'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDXNW'. *> EXEMPLAR DAT WORKBOOK
           COPY 'CPVIDLCW'. *> LOCAIS DAT WORKBOOK
           COPY 'CPVIDHNW'. *> LOAN HISTORY DAT WORKBOOK
           COPY 'CPVIDHAW'. *> LOAN HISTORY - ARCHIVED YEAR
           COPY 'CPVIDHXW'. *> LOAN HISTORY - ARCHIVED YEARS INDEX
           COPY 'CPVIDPNW'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDRNW'. *> RESERVAS DAT WORKBOOK
           COPY 'CPVIDAGW'. *> AGENDA DAT WORKBOOK
           COPY 'CPVIDDLW'. *> DEMLOCAL (DEMAND BY LOCATION)
           COPY 'CPVIDBAW'. *> BAPROP (TRANSFER PROPOSALS)
           COPY 'CPVIDSPW'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDABE'. *> ABEND
           COPY 'CPVIDALW'. *> ABEND LOG
      *
       77 FS-BAUSO                  PIC X(02).
       77 FS-BALOC                  PIC X(02).
       77 FS-BAORD                  PIC X(02).
       77 FS-BALANC-REL             PIC X(02).
       77 WRK-SPL-NOME              PIC X(40).
       77 WRK-SPL-PROGRAMA          PIC X(08).
      *
      *    PERIODO DA PROCURA EM MESES (AAAAMM); EM BRANCO VALE DE
      *    JANEIRO DO ANO CORRENTE ATE O MES ATUAL.
       01 WRK-BA-PERIODO.
           05 WRK-BA-DE             PIC 9(06) VALUE ZEROES.
           05 WRK-BA-ATE            PIC 9(06) VALUE ZEROES.
       77 WRK-BA-EXISTE             PIC X(01) VALUE SPACES.
      *
      *    TITULO EM AVALIACAO.
       77 WRK-BA-CASA               PIC X(03) VALUE SPACES.
       77 WRK-BA-COPIAS             PIC 9(05) VALUE ZEROES.
       77 WRK-BA-SEM-EXE            PIC X(01) VALUE 'S'.
       77 WRK-BA-ST-EMP             PIC 9(05) VALUE ZEROES.
       77 WRK-BA-ST-RES             PIC 9(05) VALUE ZEROES.
       77 WRK-BA-ST-AGE             PIC 9(05) VALUE ZEROES.
       77 WRK-BA-MELHOR             PIC 9(02) USAGE COMP VALUE ZEROES.
       77 WRK-BA-LOCAL-BUSCA        PIC X(03) VALUE SPACES.
      *
      *    PROCURA DO TITULO POR LOCAL; A ENTRADA 1 E SEMPRE O LOCAL
      *    ONDE O TITULO ESTA GUARDADO.
       01 WRK-BA-TITULO-LOCAIS.
           05 WRK-BA-TL-QTD         PIC 9(02) USAGE COMP VALUE ZEROES.
           05 WRK-BA-TL OCCURS 20 TIMES.
               10 WRK-BA-TL-LOCAL   PIC X(03).
               10 WRK-BA-TL-EMP     PIC 9(05).
               10 WRK-BA-TL-RES     PIC 9(05).
               10 WRK-BA-TL-AGE     PIC 9(05).
               10 WRK-BA-TL-TOT     PIC 9(06).
       77 WRK-BA-TX                 PIC 9(02) USAGE COMP VALUE ZEROES.
      *
      *    RESUMO POR LOCAL: TITULOS E COPIAS GUARDADOS E PROCURA.
       01 WRK-BA-RESUMO.
           05 WRK-BA-RS-QTD         PIC 9(02) USAGE COMP VALUE ZEROES.
           05 WRK-BA-RS OCCURS 20 TIMES.
               10 WRK-BA-RS-LOCAL   PIC X(03).
               10 WRK-BA-RS-NOME    PIC X(20).
               10 WRK-BA-RS-TITULOS PIC 9(07).
               10 WRK-BA-RS-COPIAS  PIC 9(06).
               10 WRK-BA-RS-PROCURA PIC 9(07).
       77 WRK-BA-RX                 PIC 9(02) USAGE COMP VALUE ZEROES.
      *
       77 WRK-BA-LINHA              PIC 9(04) VALUE ZEROES.
       77 WRK-BA-TITULOS-REL        PIC 9(05) VALUE ZEROES.
       77 WRK-BA-TIPO               PIC X(10) VALUE SPACES.
       01 WRK-BA-EDITADOS.
           05 WRK-BA-COP-EDIT       PIC ZZZZ9    VALUE ZEROES.
           05 WRK-BA-EMP-EDIT       PIC ZZZZ9    VALUE ZEROES.
           05 WRK-BA-RES-EDIT       PIC ZZZZ9    VALUE ZEROES.
           05 WRK-BA-AGE-EDIT       PIC ZZZZ9    VALUE ZEROES.
           05 WRK-BA-TOT-EDIT       PIC ZZZZZ9   VALUE ZEROES.
           05 WRK-BA-LINHA-EDIT     PIC ZZZ9     VALUE ZEROES.
           05 WRK-BA-PORIG-EDIT     PIC ZZZZZ9   VALUE ZEROES.
           05 WRK-BA-PDEST-EDIT     PIC ZZZZZ9   VALUE ZEROES.
           05 WRK-BA-BENEF-EDIT     PIC ZZZZ9    VALUE ZEROES.
           05 WRK-BA-RS-TIT-EDIT    PIC ZZZZZZ9  VALUE ZEROES.
           05 WRK-BA-RS-COP-EDIT    PIC ZZZZZ9   VALUE ZEROES.
           05 WRK-BA-RS-PRO-EDIT    PIC ZZZZZZ9  VALUE ZEROES.
           05 WRK-BA-QTD-EDIT       PIC ZZZZ9    VALUE ZEROES.
           05 WRK-BA-PROP-EDIT      PIC ZZZ9     VALUE ZEROES.
       01 WRK-BA-DATA-ED.
           05 WRK-BA-ED-MM          PIC 9(02).
           05 FILLER                PIC X(01) VALUE '/'.
           05 WRK-BA-ED-AAAA        PIC 9(04).
       77 WRK-BA-DE-ED              PIC X(07) VALUE SPACES.
       77 WRK-BA-ATE-ED             PIC X(07) VALUE SPACES.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN'. *> MAIN SCREEN
           COPY 'SCVIDMSG'. *> MESSAGES
      *
       01 SCREEN-BALANC-CRIT.
           05 LINE 07 COLUMN 02 VALUE "PROCURA DE (AAAAMM).: ".
           05 COLUMN PLUS 01    PIC 9(06) USING WRK-BA-DE.
           05 LINE 08 COLUMN 02 VALUE "PROCURA ATE (AAAAMM): ".
           05 COLUMN PLUS 01    PIC 9(06) USING WRK-BA-ATE.
           05 LINE 09 COLUMN 02 VALUE
               "(EM BRANCO: DE JANEIRO ATE O MES ATUAL)".
      *
       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           PERFORM 0100-OPEN-DATA.
           PERFORM 0300-GERA-BALANCEAMENTO.
           PERFORM 0500-CLOSE-DATA.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.

       0100-OPEN-DATA SECTION.
           COPY 'CPVIDDTE'. *> DATE/TIME PROCEDURE
           MOVE " * * * * BALANCEAMENTO DO ACERVO * * * *" TO WRK-TITLE.
           MOVE "ENTER=CONFIRMA"                           TO WRK-KEYS.
           INITIALIZE WRK-MSG.
      *
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
           OPEN INPUT LOCAIS.
      *
           IF FS-LOCAIS EQUAL "35"
               OPEN OUTPUT LOCAIS
               CLOSE LOCAIS
               OPEN INPUT LOCAIS
           END-IF.
      *
           IF FS-LOCAIS NOT EQUAL "00"
               MOVE '46ERRO AO ABRIR ARQUIVO DE LOCAIS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-LOCAIS TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE LOCAIS'
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
           OPEN INPUT RESERVAS.
      *
           IF FS-RESERVAS EQUAL "35"
               OPEN OUTPUT RESERVAS
               CLOSE RESERVAS
               OPEN INPUT RESERVAS
           END-IF.
      *
           IF FS-RESERVAS NOT EQUAL "00"
               MOVE '45ERRO AO ABRIR ARQUIVO DE RESERVAS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-RESERVAS TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE RESERVAS'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT AGENDA.
      *
           IF FS-AGENDA EQUAL "35"
               OPEN OUTPUT AGENDA
               CLOSE AGENDA
               OPEN INPUT AGENDA
           END-IF.
      *
           IF FS-AGENDA NOT EQUAL "00"
               MOVE '44ERRO AO ABRIR ARQUIVO DE AGENDA.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-AGENDA TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE AGENDA'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT DEMLOCAL.
      *
           IF FS-DEMLOCAL EQUAL "35"
               OPEN OUTPUT DEMLOCAL
               CLOSE DEMLOCAL
               OPEN INPUT DEMLOCAL
           END-IF.
      *
           IF FS-DEMLOCAL NOT EQUAL "00"
               MOVE '40ERRO AO ABRIR ARQUIVO DE PROCURA POR LOCAL.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-DEMLOCAL TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE PROCURA POR LOCAL'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
       0100-OPEN-DATA-END. EXIT.

       0300-GERA-BALANCEAMENTO SECTION.
      *    PARA CADA TITULO ATIVO E FISICO COM PROCURA NO PERIODO, A
      *    PROCURA E REPARTIDA PELOS LOCAIS DE DEMLOCAL.DAT; A PARTE
      *    SEM LOCAL REGISTRADO (MOVIMENTO ANTERIOR A IMPLANTACAO OU
      *    FEITO FORA DO BALCAO) FICA NO LOCAL ONDE O TITULO ESTA.
      *    QUANDO OUTRO LOCAL PROCURA O TITULO MAIS DO QUE O SEU,
      *    PROPOE A TRANSFERENCIA PARA O LOCAL DE MAIOR PROCURA; O
      *    BENEFICIO E A DIFERENCA ENTRE AS DUAS PROCURAS (RETIRADAS
      *    ENTRE PREDIOS QUE DEIXARIAM DE ACONTECER). UMA GERACAO
      *    DATADA REGISTRADA NO SPOOL (MESMO CRITERIO DE VDVIDPRG).
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-BALANC-CRIT.
           ACCEPT  SCREEN-BALANC-CRIT.
      *
           IF WRK-BA-DE EQUAL ZEROES
               COMPUTE WRK-BA-DE = WRK-DATA-AAAA * 100 + 1
           END-IF.
      *
           IF WRK-BA-ATE EQUAL ZEROES
               COMPUTE WRK-BA-ATE = WRK-DATA-AAAA * 100 + WRK-DATA-MM
           END-IF.
      *
           IF WRK-BA-DE(5:2) LESS THAN '01'
           OR WRK-BA-DE(5:2) GREATER THAN '12'
           OR WRK-BA-ATE(5:2) LESS THAN '01'
           OR WRK-BA-ATE(5:2) GREATER THAN '12'
           OR WRK-BA-DE GREATER THAN WRK-BA-ATE
               MOVE '22PERIODO INVALIDO.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0300-GERA-BALANCEAMENTO-END
           END-IF.
      *
           MOVE WRK-BA-DE(5:2)  TO WRK-BA-ED-MM.
           MOVE WRK-BA-DE(1:4)  TO WRK-BA-ED-AAAA.
           MOVE WRK-BA-DATA-ED  TO WRK-BA-DE-ED.
           MOVE WRK-BA-ATE(5:2) TO WRK-BA-ED-MM.
           MOVE WRK-BA-ATE(1:4) TO WRK-BA-ED-AAAA.
           MOVE WRK-BA-DATA-ED  TO WRK-BA-ATE-ED.
      *
           PERFORM 0305-CARREGA-LOCAIS.
           PERFORM 0310-MONTA-PROCURA.
           PERFORM 0320-MONTA-PROCURA-LOCAL.
      *
           OPEN OUTPUT BAORD.
           CLOSE BAORD.
           OPEN I-O BAORD.
      *
           MOVE SPACES TO WRK-SPL-NOME.
           STRING './dat/BALANCEAMENTO-' DELIMITED BY SIZE
                  WRK-DATA-AAAA          DELIMITED BY SIZE
                  WRK-DATA-MM            DELIMITED BY SIZE
                  WRK-DATA-DD            DELIMITED BY SIZE
                  '.prt'                 DELIMITED BY SIZE
             INTO WRK-SPL-NOME.
      *
           OPEN OUTPUT BALANC-REL.
      *
           IF FS-BALANC-REL NOT EQUAL "00"
               MOVE '42ERRO AO ABRIR ARQUIVO DE RELATORIO.' TO WRK-MSG
               CLOSE BAUSO
               CLOSE BALOC
               CLOSE BAORD
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0300-GERA-BALANCEAMENTO-END
           END-IF.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'VIDEOTECA - BALANCEAMENTO DO ACERVO ENTRE LOCAIS   '
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
           STRING 'PROCURA DE '  DELIMITED BY SIZE
                  WRK-BA-DE-ED   DELIMITED BY SIZE
                  ' A '          DELIMITED BY SIZE
                  WRK-BA-ATE-ED  DELIMITED BY SIZE
                  ' (EMPRESTIMOS, RESERVAS E AGENDAMENTOS, PELO LOCAL '
                                 DELIMITED BY SIZE
                  'DO BALCAO QUE ATENDEU).'
                                 DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
           MOVE 'TITULOS PROCURADOS FORA DO LOCAL ONDE ESTAO GUARDADOS'
               TO FIL-REL.
           WRITE FIL-REL.
           MOVE
              'CODIGO   TITULO                         LOC SITUACAO  COP
      -       'IAS EMPR. RESER AGEND PROCUR' TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE ZEROES TO WRK-BA-TITULOS-REL.
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
           PERFORM UNTIL FS-MOVIES NOT EQUAL "00"
               PERFORM 0330-AVALIA-TITULO
               READ MOVIES NEXT RECORD
           END-PERFORM.
      *
           PERFORM 0360-LISTA-PROPOSTAS.
           PERFORM 0370-RESUMO-LOCAIS.
      *
           CLOSE BALANC-REL.
           CLOSE BAUSO.
           CLOSE BALOC.
           CLOSE BAORD.
           PERFORM 0390-REGISTRA-SPOOL.
      *
           MOVE WRK-BA-TITULOS-REL TO WRK-BA-QTD-EDIT.
           MOVE WRK-BA-LINHA       TO WRK-BA-PROP-EDIT.
           INITIALIZE WRK-MSG.
           STRING '20RELATORIO GERADO. TITULOS: ' DELIMITED BY SIZE
                  WRK-BA-QTD-EDIT                 DELIMITED BY SIZE
                  '  PROPOSTAS: '                 DELIMITED BY SIZE
                  WRK-BA-PROP-EDIT                DELIMITED BY SIZE
             INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0300-GERA-BALANCEAMENTO-END. EXIT.

       0305-CARREGA-LOCAIS SECTION.
      *    O RESUMO COMECA COM OS LOCAIS DO CADASTRO, PARA O NOME SAIR
      *    NO RELATORIO; LOCAL SEM CADASTRO ENTRA QUANDO APARECER.
           INITIALIZE WRK-BA-RESUMO.
           MOVE SPACES TO LCL-CODIGO.
           START LOCAIS KEY IS NOT LESS THAN LCL-CODIGO
               INVALID KEY
                   MOVE '10' TO FS-LOCAIS
           END-START.
      *
           IF FS-LOCAIS EQUAL "00"
               READ LOCAIS NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-LOCAIS NOT EQUAL "00"
                      OR WRK-BA-RS-QTD EQUAL 20
               ADD 1 TO WRK-BA-RS-QTD
               MOVE LCL-CODIGO TO WRK-BA-RS-LOCAL(WRK-BA-RS-QTD)
               MOVE LCL-NOME   TO WRK-BA-RS-NOME(WRK-BA-RS-QTD)
               READ LOCAIS NEXT RECORD
           END-PERFORM.
       0305-CARREGA-LOCAIS-END. EXIT.

       0310-MONTA-PROCURA SECTION.
      *    EMPRESTIMOS FEITOS NO PERIODO (LOANHIST SEM AS RENOVACOES,
      *    OS ANOS ARQUIVADOS QUE PODEM TER EMPRESTIMO DO PERIODO E OS
      *    EMPRESTIMOS EM ABERTO, NO CRITERIO DE SSVIDPRG), RESERVAS
      *    FEITAS NO PERIODO EM QUALQUER SITUACAO E AGENDAMENTOS NAO
      *    CANCELADOS QUE COMECAM NO PERIODO, SOMADOS POR TITULO.
           OPEN OUTPUT BAUSO.
           CLOSE BAUSO.
           OPEN I-O BAUSO.
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
               IF HIS-TIPO NOT EQUAL 'R'
              AND HIS-DATA-EMPRESTIMO(1:6) NOT LESS THAN WRK-BA-DE
              AND HIS-DATA-EMPRESTIMO(1:6) NOT GREATER THAN WRK-BA-ATE
                   MOVE HIS-CODIGO TO BAU-CODIGO
                   PERFORM 0315-LE-PROCURA
                   ADD 1 TO BAU-EMPRESTIMOS
                   PERFORM 0318-GRAVA-PROCURA
               END-IF
               READ LOANHIST NEXT RECORD
           END-PERFORM.
      *
      *    O ANO DO ARQUIVO E O DA DEVOLUCAO, NUNCA ANTERIOR AO DO
      *    EMPRESTIMO: SO OS ANOS A PARTIR DO INICIO DO PERIODO PODEM
      *    TER EMPRESTIMO DELE.
           COPY 'CPVIDHAP'. *> CARREGA OS ANOS JA ARQUIVADOS
           PERFORM VARYING WRK-HSA-IX FROM 1 BY 1
                     UNTIL WRK-HSA-IX GREATER WRK-HSA-QTD
               IF WRK-HSA-ANO(WRK-HSA-IX) NOT LESS THAN WRK-BA-DE(1:4)
                   PERFORM 0312-PROCURA-ARQUIVADA
               END-IF
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
               IF EMP-DATA-EMPRESTIMO(1:6) NOT LESS THAN WRK-BA-DE
              AND EMP-DATA-EMPRESTIMO(1:6) NOT GREATER THAN WRK-BA-ATE
                   MOVE EMP-CODIGO TO BAU-CODIGO
                   PERFORM 0315-LE-PROCURA
                   ADD 1 TO BAU-EMPRESTIMOS
                   PERFORM 0318-GRAVA-PROCURA
               END-IF
               READ LOANS NEXT RECORD
           END-PERFORM.
      *
           MOVE ZEROES TO RES-NUMERO.
           START RESERVAS KEY IS NOT LESS THAN RES-NUMERO
               INVALID KEY
                   MOVE '10' TO FS-RESERVAS
           END-START.
      *
           IF FS-RESERVAS EQUAL "00"
               READ RESERVAS NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-RESERVAS EQUAL "10"
               IF RES-DATA(1:6) NOT LESS THAN WRK-BA-DE
              AND RES-DATA(1:6) NOT GREATER THAN WRK-BA-ATE
                   MOVE RES-CODIGO TO BAU-CODIGO
                   PERFORM 0315-LE-PROCURA
                   ADD 1 TO BAU-RESERVAS
                   PERFORM 0318-GRAVA-PROCURA
               END-IF
               READ RESERVAS NEXT RECORD
           END-PERFORM.
      *
           MOVE ZEROES TO AGE-NUMERO.
           START AGENDA KEY IS NOT LESS THAN AGE-NUMERO
               INVALID KEY
                   MOVE '10' TO FS-AGENDA
           END-START.
      *
           IF FS-AGENDA EQUAL "00"
               READ AGENDA NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-AGENDA EQUAL "10"
               IF AGE-SITUACAO NOT EQUAL 'C'
              AND AGE-DATA-DE(1:6) NOT LESS THAN WRK-BA-DE
              AND AGE-DATA-DE(1:6) NOT GREATER THAN WRK-BA-ATE
                   MOVE AGE-CODIGO TO BAU-CODIGO
                   PERFORM 0315-LE-PROCURA
                   ADD 1 TO BAU-AGENDAMENTOS
                   PERFORM 0318-GRAVA-PROCURA
               END-IF
               READ AGENDA NEXT RECORD
           END-PERFORM.
       0310-MONTA-PROCURA-END. EXIT.

       0312-PROCURA-ARQUIVADA SECTION.
      *    EMPRESTIMOS DO PERIODO NO ARQUIVO DO ANO WRK-HSA-ANO
      *    (WRK-HSA-IX), GRAVADO POR HAVIDPRG COM O LEIAUTE DE REG-HIS.
           COPY 'CPVIDHAN'. *> NOME DO ARQUIVO DO ANO
      *
           OPEN INPUT HISTARQ.
      *
           IF FS-HISTARQ NOT EQUAL "00"
               GO TO 0312-PROCURA-ARQUIVADA-END
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
               IF HSA-TIPO NOT EQUAL 'R'
              AND HSA-DATA-EMPRESTIMO(1:6) NOT LESS THAN WRK-BA-DE
              AND HSA-DATA-EMPRESTIMO(1:6) NOT GREATER THAN WRK-BA-ATE
                   MOVE HSA-CODIGO TO BAU-CODIGO
                   PERFORM 0315-LE-PROCURA
                   ADD 1 TO BAU-EMPRESTIMOS
                   PERFORM 0318-GRAVA-PROCURA
               END-IF
               READ HISTARQ NEXT RECORD
           END-PERFORM.
      *
           CLOSE HISTARQ.
       0312-PROCURA-ARQUIVADA-END. EXIT.

       0315-LE-PROCURA SECTION.
           READ BAUSO
               INVALID KEY
                   MOVE ZEROES TO BAU-EMPRESTIMOS
                   MOVE ZEROES TO BAU-RESERVAS
                   MOVE ZEROES TO BAU-AGENDAMENTOS
                   MOVE 'N'    TO WRK-BA-EXISTE
               NOT INVALID KEY
                   MOVE 'S'    TO WRK-BA-EXISTE
           END-READ.
       0315-LE-PROCURA-END. EXIT.

       0318-GRAVA-PROCURA SECTION.
           IF WRK-BA-EXISTE EQUAL 'S'
               REWRITE REG-BAU
           ELSE
               WRITE REG-BAU
           END-IF.
       0318-GRAVA-PROCURA-END. EXIT.

       0320-MONTA-PROCURA-LOCAL SECTION.
      *    SOMA OS MESES DO PERIODO DE DEMLOCAL.DAT POR TITULO E LOCAL
      *    (A CHAVE COMECA PELO MES: POSICIONA NO PRIMEIRO E PARA
      *    DEPOIS DO ULTIMO).
           OPEN OUTPUT BALOC.
           CLOSE BALOC.
           OPEN I-O BALOC.
      *
           MOVE LOW-VALUES TO DML-CHAVE.
           MOVE WRK-BA-DE  TO DML-ANOMES.
           START DEMLOCAL KEY IS NOT LESS THAN DML-CHAVE
               INVALID KEY
                   MOVE '10' TO FS-DEMLOCAL
           END-START.
      *
           IF FS-DEMLOCAL EQUAL "00"
               READ DEMLOCAL NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-DEMLOCAL NOT EQUAL "00"
                      OR DML-ANOMES GREATER THAN WRK-BA-ATE
               MOVE DML-CODIGO TO BAL-CODIGO
               MOVE DML-LOCAL  TO BAL-LOCAL
               READ BALOC
                   INVALID KEY
                       MOVE ZEROES TO BAL-EMPRESTIMOS
                       MOVE ZEROES TO BAL-RESERVAS
                       MOVE ZEROES TO BAL-AGENDAMENTOS
                       MOVE 'N'    TO WRK-BA-EXISTE
                   NOT INVALID KEY
                       MOVE 'S'    TO WRK-BA-EXISTE
               END-READ
               EVALUATE DML-EVENTO
                   WHEN 'E' ADD DML-QTDE TO BAL-EMPRESTIMOS
                   WHEN 'R' ADD DML-QTDE TO BAL-RESERVAS
                   WHEN 'A' ADD DML-QTDE TO BAL-AGENDAMENTOS
               END-EVALUATE
               IF WRK-BA-EXISTE EQUAL 'S'
                   REWRITE REG-BAL
               ELSE
                   WRITE REG-BAL
               END-IF
               READ DEMLOCAL NEXT RECORD
           END-PERFORM.
       0320-MONTA-PROCURA-LOCAL-END. EXIT.

       0330-AVALIA-TITULO SECTION.
      *    SO O TITULO FISICO DO ACERVO PODE MUDAR DE PREDIO: BAIXADO,
      *    TEMPORARIO DE BIBLIOTECA PARCEIRA E DIGITAL FICAM DE FORA.
      *    LOCAL EM BRANCO VALE COMO A SEDE 'SED' (CPVIDDAT).
           IF VID-SITUACAO EQUAL 'B' OR EQUAL 'T'
           OR MIDIA EQUAL 'D'
               GO TO 0330-AVALIA-TITULO-END
           END-IF.
      *
           MOVE VID-LOCAL TO WRK-BA-CASA.
           IF WRK-BA-CASA EQUAL SPACES
               MOVE 'SED' TO WRK-BA-CASA
           END-IF.
      *
           PERFORM 0335-CONTA-COPIAS.
      *
           MOVE WRK-BA-CASA TO WRK-BA-LOCAL-BUSCA.
           PERFORM 0380-ACHA-RESUMO.
           IF WRK-BA-RX GREATER THAN ZEROES
               ADD 1             TO WRK-BA-RS-TITULOS(WRK-BA-RX)
               ADD WRK-BA-COPIAS TO WRK-BA-RS-COPIAS(WRK-BA-RX)
           END-IF.
      *
           MOVE CODIGO TO BAU-CODIGO.
           READ BAUSO
               INVALID KEY
                   GO TO 0330-AVALIA-TITULO-END
           END-READ.
      *
           INITIALIZE WRK-BA-TITULO-LOCAIS.
           MOVE 1           TO WRK-BA-TL-QTD.
           MOVE WRK-BA-CASA TO WRK-BA-TL-LOCAL(1).
           MOVE ZEROES      TO WRK-BA-ST-EMP.
           MOVE ZEROES      TO WRK-BA-ST-RES.
           MOVE ZEROES      TO WRK-BA-ST-AGE.
      *
           MOVE CODIGO      TO BAL-CODIGO.
           MOVE LOW-VALUES  TO BAL-LOCAL.
           START BALOC KEY IS NOT LESS THAN BAL-CHAVE
               INVALID KEY
                   MOVE '10' TO FS-BALOC
           END-START.
      *
           IF FS-BALOC EQUAL "00"
               READ BALOC NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-BALOC NOT EQUAL "00"
                      OR BAL-CODIGO NOT EQUAL CODIGO
               PERFORM 0340-SOMA-LOCAL-TITULO
               READ BALOC NEXT RECORD
           END-PERFORM.
      *
      *    PROCURA SEM LOCAL REGISTRADO FICA NO LOCAL DO TITULO.
           IF BAU-EMPRESTIMOS GREATER THAN WRK-BA-ST-EMP
               COMPUTE WRK-BA-TL-EMP(1) = WRK-BA-TL-EMP(1)
                     + BAU-EMPRESTIMOS - WRK-BA-ST-EMP
           END-IF.
           IF BAU-RESERVAS GREATER THAN WRK-BA-ST-RES
               COMPUTE WRK-BA-TL-RES(1) = WRK-BA-TL-RES(1)
                     + BAU-RESERVAS - WRK-BA-ST-RES
           END-IF.
           IF BAU-AGENDAMENTOS GREATER THAN WRK-BA-ST-AGE
               COMPUTE WRK-BA-TL-AGE(1) = WRK-BA-TL-AGE(1)
                     + BAU-AGENDAMENTOS - WRK-BA-ST-AGE
           END-IF.
      *
           MOVE ZEROES TO WRK-BA-MELHOR.
           PERFORM VARYING WRK-BA-TX FROM 1 BY 1
                     UNTIL WRK-BA-TX GREATER WRK-BA-TL-QTD
               COMPUTE WRK-BA-TL-TOT(WRK-BA-TX) =
                   WRK-BA-TL-EMP(WRK-BA-TX) + WRK-BA-TL-RES(WRK-BA-TX)
                 + WRK-BA-TL-AGE(WRK-BA-TX)
               MOVE WRK-BA-TL-LOCAL(WRK-BA-TX) TO WRK-BA-LOCAL-BUSCA
               PERFORM 0380-ACHA-RESUMO
               IF WRK-BA-RX GREATER THAN ZEROES
                   ADD WRK-BA-TL-TOT(WRK-BA-TX)
                       TO WRK-BA-RS-PROCURA(WRK-BA-RX)
               END-IF
               IF WRK-BA-TX GREATER THAN 1
                  AND WRK-BA-TL-TOT(WRK-BA-TX) GREATER THAN ZEROES
                   IF WRK-BA-MELHOR EQUAL ZEROES
                       MOVE WRK-BA-TX TO WRK-BA-MELHOR
                   ELSE
                       IF WRK-BA-TL-TOT(WRK-BA-TX) GREATER THAN
                          WRK-BA-TL-TOT(WRK-BA-MELHOR)
                           MOVE WRK-BA-TX TO WRK-BA-MELHOR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *
      *    TITULO PROCURADO SO ONDE ESTA NAO ENTRA NO RELATORIO.
           IF WRK-BA-MELHOR EQUAL ZEROES
               GO TO 0330-AVALIA-TITULO-END
           END-IF.
      *
           ADD 1 TO WRK-BA-TITULOS-REL.
           PERFORM 0350-LINHAS-TITULO.
      *
           IF WRK-BA-TL-TOT(WRK-BA-MELHOR) GREATER THAN
              WRK-BA-TL-TOT(1)
               INITIALIZE REG-BAO
               COMPUTE BAO-BENEFICIO =
                   WRK-BA-TL-TOT(WRK-BA-MELHOR) - WRK-BA-TL-TOT(1)
               COMPUTE BAO-INVERSO = 99999 - BAO-BENEFICIO
               MOVE CODIGO                         TO BAO-CODIGO
               MOVE TITULO                         TO BAO-TITULO
               MOVE WRK-BA-CASA                    TO BAO-ORIGEM
               MOVE WRK-BA-TL-LOCAL(WRK-BA-MELHOR) TO BAO-DESTINO
               MOVE WRK-BA-TL-TOT(1)               TO BAO-PROC-ORIGEM
               MOVE WRK-BA-TL-TOT(WRK-BA-MELHOR)   TO BAO-PROC-DESTINO
               WRITE REG-BAO
           END-IF.
       0330-AVALIA-TITULO-END. EXIT.

       0335-CONTA-COPIAS SECTION.
      *    COPIA DISPONIVEL NO CRITERIO DE AUVIDPRG: EM CIRCULACAO
      *    (SITUACAO EM BRANCO) E NAO DANIFICADA. O TITULO ANTIGO SEM
      *    REGISTRO EM EXEMPLAR CONTA COMO UMA.
           MOVE ZEROES TO WRK-BA-COPIAS.
           MOVE 'S'    TO WRK-BA-SEM-EXE.
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
           PERFORM UNTIL FS-EXEMPLAR NOT EQUAL "00"
                      OR EXE-CODIGO NOT EQUAL CODIGO
               MOVE 'N' TO WRK-BA-SEM-EXE
               IF EXE-SITUACAO EQUAL SPACES
              AND EXE-CONDICAO NOT EQUAL 'D'
                   ADD 1 TO WRK-BA-COPIAS
               END-IF
               READ EXEMPLAR NEXT RECORD
           END-PERFORM.
      *
           IF WRK-BA-SEM-EXE EQUAL 'S'
               MOVE 1 TO WRK-BA-COPIAS
           END-IF.
       0335-CONTA-COPIAS-END. EXIT.

       0340-SOMA-LOCAL-TITULO SECTION.
      *    PROCURA REGISTRADA DE UM LOCAL PARA O TITULO CORRENTE.
      *    ALEM DE 20 LOCAIS O EXCEDENTE FICA NO LOCAL DO TITULO.
           ADD BAL-EMPRESTIMOS  TO WRK-BA-ST-EMP.
           ADD BAL-RESERVAS     TO WRK-BA-ST-RES.
           ADD BAL-AGENDAMENTOS TO WRK-BA-ST-AGE.
      *
           PERFORM VARYING WRK-BA-TX FROM 1 BY 1
                     UNTIL WRK-BA-TX GREATER WRK-BA-TL-QTD
                        OR WRK-BA-TL-LOCAL(WRK-BA-TX) EQUAL BAL-LOCAL
               CONTINUE
           END-PERFORM.
      *
           IF WRK-BA-TX GREATER WRK-BA-TL-QTD
               IF WRK-BA-TL-QTD EQUAL 20
                   MOVE 1 TO WRK-BA-TX
               ELSE
                   ADD 1 TO WRK-BA-TL-QTD
                   MOVE BAL-LOCAL TO WRK-BA-TL-LOCAL(WRK-BA-TX)
               END-IF
           END-IF.
      *
           ADD BAL-EMPRESTIMOS  TO WRK-BA-TL-EMP(WRK-BA-TX).
           ADD BAL-RESERVAS     TO WRK-BA-TL-RES(WRK-BA-TX).
           ADD BAL-AGENDAMENTOS TO WRK-BA-TL-AGE(WRK-BA-TX).
       0340-SOMA-LOCAL-TITULO-END. EXIT.

       0350-LINHAS-TITULO SECTION.
      *    A PRIMEIRA LINHA E O LOCAL ONDE O TITULO ESTA, COM AS
      *    COPIAS DISPONIVEIS; AS DEMAIS SAO OS LOCAIS QUE O PROCURAM.
           PERFORM VARYING WRK-BA-TX FROM 1 BY 1
                     UNTIL WRK-BA-TX GREATER WRK-BA-TL-QTD
               IF WRK-BA-TX EQUAL 1
                  OR WRK-BA-TL-TOT(WRK-BA-TX) GREATER THAN ZEROES
                   MOVE WRK-BA-TL-EMP(WRK-BA-TX) TO WRK-BA-EMP-EDIT
                   MOVE WRK-BA-TL-RES(WRK-BA-TX) TO WRK-BA-RES-EDIT
                   MOVE WRK-BA-TL-AGE(WRK-BA-TX) TO WRK-BA-AGE-EDIT
                   MOVE WRK-BA-TL-TOT(WRK-BA-TX) TO WRK-BA-TOT-EDIT
                   MOVE SPACES TO FIL-REL
                   IF WRK-BA-TX EQUAL 1
                       MOVE 'GUARDADO'    TO WRK-BA-TIPO
                       MOVE WRK-BA-COPIAS TO WRK-BA-COP-EDIT
                       STRING CODIGO            DELIMITED BY SIZE
                              '  '              DELIMITED BY SIZE
                              TITULO            DELIMITED BY SIZE
                         INTO FIL-REL
                   ELSE
                       MOVE 'PROCURADO'   TO WRK-BA-TIPO
                       MOVE ZEROES        TO WRK-BA-COP-EDIT
                   END-IF
                   MOVE WRK-BA-TL-LOCAL(WRK-BA-TX) TO FIL-REL(41:3)
                   MOVE WRK-BA-TIPO                TO FIL-REL(45:10)
                   MOVE WRK-BA-COP-EDIT            TO FIL-REL(56:5)
                   MOVE WRK-BA-EMP-EDIT            TO FIL-REL(62:5)
                   MOVE WRK-BA-RES-EDIT            TO FIL-REL(68:5)
                   MOVE WRK-BA-AGE-EDIT            TO FIL-REL(74:5)
                   MOVE WRK-BA-TOT-EDIT            TO FIL-REL(80:6)
                   WRITE FIL-REL
               END-IF
           END-PERFORM.
       0350-LINHAS-TITULO-END. EXIT.

       0360-LISTA-PROPOSTAS SECTION.
      *    NUMERA AS PROPOSTAS NA ORDEM DO BENEFICIO E AS GRAVA EM
      *    BAPROP.TMP, SUBSTITUINDO AS DA EMISSAO ANTERIOR: O NUMERO
      *    IMPRESSO E O QUE O COORDENADOR ESCOLHE NA TRANSFERENCIA EM
      *    LOTE DE LCVIDPRG.
           OPEN OUTPUT BAPROP.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
           MOVE 'PROPOSTAS DE TRANSFERENCIA (MAIOR BENEFICIO PRIMEIRO;
      -         ' BENEFICIO = RETIRADAS ENTRE PREDIOS EVITADAS)'
               TO FIL-REL.
           WRITE FIL-REL.
           MOVE
              'No.   CODIGO   TITULO                          DE     PA
      -       'RA P.ORIG  P.DEST  BENEF' TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE ZEROES TO WRK-BA-LINHA.
           MOVE LOW-VALUES TO BAO-CHAVE.
           START BAORD KEY IS NOT LESS THAN BAO-CHAVE
               INVALID KEY
                   MOVE '10' TO FS-BAORD
           END-START.
      *
           IF FS-BAORD EQUAL "00"
               READ BAORD NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-BAORD NOT EQUAL "00"
               ADD 1 TO WRK-BA-LINHA
               INITIALIZE REG-BAP
               MOVE WRK-BA-LINHA   TO BAP-LINHA
               MOVE BAO-CODIGO     TO BAP-CODIGO
               MOVE BAO-ORIGEM     TO BAP-ORIGEM
               MOVE BAO-DESTINO    TO BAP-DESTINO
               MOVE BAO-BENEFICIO  TO BAP-BENEFICIO
               MOVE SPACES         TO BAP-SITUACAO
               MOVE SPACES         TO BAP-SELECAO
               WRITE REG-BAP
      *
               MOVE WRK-BA-LINHA     TO WRK-BA-LINHA-EDIT
               MOVE BAO-PROC-ORIGEM  TO WRK-BA-PORIG-EDIT
               MOVE BAO-PROC-DESTINO TO WRK-BA-PDEST-EDIT
               MOVE BAO-BENEFICIO    TO WRK-BA-BENEF-EDIT
               MOVE SPACES TO FIL-REL
               STRING WRK-BA-LINHA-EDIT DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      BAO-CODIGO        DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      BAO-TITULO        DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      BAO-ORIGEM        DELIMITED BY SIZE
                      ' -> '            DELIMITED BY SIZE
                      BAO-DESTINO       DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      WRK-BA-PORIG-EDIT DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      WRK-BA-PDEST-EDIT DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      WRK-BA-BENEF-EDIT DELIMITED BY SIZE
                 INTO FIL-REL
               WRITE FIL-REL
               READ BAORD NEXT RECORD
           END-PERFORM.
      *
           CLOSE BAPROP.
      *
           IF WRK-BA-LINHA EQUAL ZEROES
               MOVE '(NENHUMA TRANSFERENCIA PROPOSTA NO PERIODO)'
                   TO FIL-REL
               WRITE FIL-REL
           ELSE
               MOVE 'AS PROPOSTAS ACEITAS SAO EFETIVADAS EM LOCAIS E TRA
      -             'NSFERENCIAS, OPCAO TRANSFERIR PROPOSTAS EM LOTE.'
                   TO FIL-REL
               WRITE FIL-REL
           END-IF.
       0360-LISTA-PROPOSTAS-END. EXIT.

       0370-RESUMO-LOCAIS SECTION.
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
           MOVE 'RESUMO POR LOCAL (TITULOS E COPIAS DISPONIVEIS GUARDAD
      -         'OS X PROCURA NO PERIODO)' TO FIL-REL.
           WRITE FIL-REL.
           MOVE 'LOC NOME                  TITULOS  COPIAS  PROCURA'
               TO FIL-REL.
           WRITE FIL-REL.
      *
           PERFORM VARYING WRK-BA-RX FROM 1 BY 1
                     UNTIL WRK-BA-RX GREATER WRK-BA-RS-QTD
               MOVE WRK-BA-RS-TITULOS(WRK-BA-RX) TO WRK-BA-RS-TIT-EDIT
               MOVE WRK-BA-RS-COPIAS(WRK-BA-RX)  TO WRK-BA-RS-COP-EDIT
               MOVE WRK-BA-RS-PROCURA(WRK-BA-RX) TO WRK-BA-RS-PRO-EDIT
               MOVE SPACES TO FIL-REL
               STRING WRK-BA-RS-LOCAL(WRK-BA-RX) DELIMITED BY SIZE
                      ' '                        DELIMITED BY SIZE
                      WRK-BA-RS-NOME(WRK-BA-RX)  DELIMITED BY SIZE
                      '  '                       DELIMITED BY SIZE
                      WRK-BA-RS-TIT-EDIT         DELIMITED BY SIZE
                      '  '                       DELIMITED BY SIZE
                      WRK-BA-RS-COP-EDIT         DELIMITED BY SIZE
                      '  '                       DELIMITED BY SIZE
                      WRK-BA-RS-PRO-EDIT         DELIMITED BY SIZE
                 INTO FIL-REL
               WRITE FIL-REL
           END-PERFORM.
       0370-RESUMO-LOCAIS-END. EXIT.

       0380-ACHA-RESUMO SECTION.
      *    POSICAO DE WRK-BA-LOCAL-BUSCA NO RESUMO, INCLUINDO O LOCAL
      *    SEM CADASTRO; ZERO QUANDO A TABELA JA ESTA CHEIA.
           PERFORM VARYING WRK-BA-RX FROM 1 BY 1
                     UNTIL WRK-BA-RX GREATER WRK-BA-RS-QTD
                        OR WRK-BA-RS-LOCAL(WRK-BA-RX)
                           EQUAL WRK-BA-LOCAL-BUSCA
               CONTINUE
           END-PERFORM.
      *
           IF WRK-BA-RX GREATER WRK-BA-RS-QTD
               IF WRK-BA-RS-QTD EQUAL 20
                   MOVE ZEROES TO WRK-BA-RX
               ELSE
                   ADD 1 TO WRK-BA-RS-QTD
                   MOVE WRK-BA-RS-QTD      TO WRK-BA-RX
                   MOVE WRK-BA-LOCAL-BUSCA TO WRK-BA-RS-LOCAL(WRK-BA-RX)
                   MOVE '(SEM CADASTRO)'   TO WRK-BA-RS-NOME(WRK-BA-RX)
               END-IF
           END-IF.
       0380-ACHA-RESUMO-END. EXIT.

       0390-REGISTRA-SPOOL SECTION.
           MOVE 'BAVIDPRG' TO WRK-SPL-PROGRAMA.
           COPY 'CPVIDSPP'. *> REGISTRA O RELATORIO NO SPOOL
       0390-REGISTRA-SPOOL-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE MOVIES.
           CLOSE EXEMPLAR.
           CLOSE LOCAIS.
           CLOSE LOANHIST.
           CLOSE LOANS.
           CLOSE RESERVAS.
           CLOSE AGENDA.
           CLOSE DEMLOCAL.
       0500-CLOSE-DATA-END. EXIT.

       0600-ROT-ABEND SECTION.
           MOVE 'BAVIDPRG' TO WS-ABEND-PROGRAM.
           COPY 'CPVIDRAB'. *> ABEND ROUTINE.
      *
           PERFORM 0700-END-PROGRAM.
       0600-ROT-ABEND-END. EXIT.

       0700-END-PROGRAM SECTION.
           GOBACK.
       0700-END-PROGRAM-END. EXIT.

       END PROGRAM BAVIDPRG.
