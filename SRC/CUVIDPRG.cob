      ******************************************************************
      * FILE NAME   : CUVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : CURRICULUM COVERAGE (COBERTURA DO CURRICULO) OF  *
      *               VIDEOTECA PROGRAM - CROSSES EVERY TAG OF         *
      *               TAGLIST WITH ITS ACTIVE TITLES, AVAILABLE        *
      *               COPIES, LOANS, CLASSROOM SCREENINGS (USOLOCAL)   *
      *               AND AGENDA BOOKINGS IN A PERIOD, FLAGS THE TAGS  *
      *               BELOW THE VIDPARAM THRESHOLDS AS NO MATERIAL,    *
      *               THIN OR UNUSED, AND TURNS SELECTED MATERIAL      *
      *               GAPS INTO WISHLIST PURCHASE SUGGESTIONS          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUVIDPRG.
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
           COPY 'CPVIDTLF'. *> TAGLIST (CONTROLLED TAGS)
           COPY 'CPVIDTGF'. *> TAGCUR (CURRICULUM TAGS)
           COPY 'CPVIDHFC'. *> LOAN HISTORY DAT WORKBOOK
           COPY 'CPVIDHAF'. *> LOAN HISTORY - ARCHIVED YEAR
           COPY 'CPVIDHXF'. *> LOAN HISTORY - ARCHIVED YEARS INDEX
           COPY 'CPVIDPFC'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDULF'. *> USOLOCAL DAT WORKBOOK
           COPY 'CPVIDAGF'. *> AGENDA DAT WORKBOOK
           COPY 'CPVIDWSF'. *> WISHLIST DAT WORKBOOK
           COPY 'CPVIDPAF'. *> SYSTEM PARAMETERS
      *
      *    USO NO PERIODO POR TITULO (EMPRESTIMOS, EXIBICOES E
      *    AGENDAMENTOS), MONTADO NUMA PASSADA SO POR CADA ARQUIVO DE
      *    MOVIMENTO (MESMO CRITERIO DE VDUSO EM VDVIDPRG).
           SELECT CUUSO
              ASSIGN       TO './dat/CUUSO.tmp'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-CUUSO
              RECORD KEY   IS CUU-CODIGO.
      *
      *    LACUNAS DE MATERIAL DO ULTIMO RELATORIO, PELO NUMERO
      *    IMPRESSO; A GERACAO DAS SUGESTOES DE COMPRA LE DAQUI.
           SELECT CULAC
              ASSIGN       TO './dat/CULAC.tmp'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-CULAC
              RECORD KEY   IS CUL-LINHA.
      *
           SELECT CURRIC-REL
              ASSIGN       TO WRK-SPL-NOME
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-CURRIC-REL.
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

       FD TAGLIST.
           COPY 'CPVIDTLD'.

       FD TAGCUR.
           COPY 'CPVIDTGD'.

       FD LOANHIST.
           COPY 'CPVIDHDT'.

       FD HISTARQ.
           COPY 'CPVIDHAD'.

       FD HISTANOS.
           COPY 'CPVIDHXD'.

       FD LOANS.
           COPY 'CPVIDPDT'.

       FD USOLOCAL.
           COPY 'CPVIDULD'.

       FD AGENDA.
           COPY 'CPVIDAGD'.

       FD WISHLIST.
           COPY 'CPVIDWSD'.

       FD VIDPARAM.
           COPY 'CPVIDPAD'.

       FD CUUSO.
           01 REG-CUU.
               05 CUU-CODIGO         PIC 9(07).
               05 CUU-EMPRESTIMOS    PIC 9(05).
               05 CUU-EXIBICOES      PIC 9(05).
               05 CUU-AGENDAMENTOS   PIC 9(05).

       FD CULAC.
           01 REG-CUL.
               05 CUL-LINHA          PIC 9(04).
               05 CUL-TAG            PIC X(08).
               05 CUL-DESCRICAO      PIC X(30).
      *        TITULOS QUE FALTAM PARA CHEGAR A CURRICULO-TITULOS.
               05 CUL-FALTAM         PIC 9(02).
      *        'S' = JA VIROU SUGESTAO NA LISTA DE DESEJOS.
               05 CUL-GERADO         PIC X(01).
      *        'S' = ESCOLHIDA NA SELECAO EM ANDAMENTO.
               05 CUL-SELECAO        PIC X(01).

       FD CURRIC-REL.
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
           COPY 'CPVIDTLW'. *> TAGLIST (CONTROLLED TAGS)
           COPY 'CPVIDTGW'. *> TAGCUR (CURRICULUM TAGS)
           COPY 'CPVIDHNW'. *> LOAN HISTORY DAT WORKBOOK
           COPY 'CPVIDHAW'. *> LOAN HISTORY - ARCHIVED YEAR
           COPY 'CPVIDHXW'. *> LOAN HISTORY - ARCHIVED YEARS INDEX
           COPY 'CPVIDPNW'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDULW'. *> USOLOCAL DAT WORKBOOK
           COPY 'CPVIDAGW'. *> AGENDA DAT WORKBOOK
           COPY 'CPVIDWSW'. *> WISHLIST DAT WORKBOOK
           COPY 'CPVIDPAW'. *> SYSTEM PARAMETERS
           COPY 'CPVIDSPW'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDABE'. *> ABEND
           COPY 'CPVIDALW'. *> ABEND LOG
           COPY 'CPVIDLGW'. *> MAINTENANCE AUDIT LOG
           COPY 'CPVIDOPW'. *> OPERATOR SESSION
      *
       77 FS-CUUSO                  PIC X(02).
       77 FS-CULAC                  PIC X(02).
       77 FS-CURRIC-REL             PIC X(02).
       77 WRK-SPL-NOME              PIC X(40).
       77 WRK-SPL-PROGRAMA          PIC X(08).
      *
       77 WRK-HOJE                  PIC 9(08) VALUE ZEROES.
      *
      *    PERIODO DO USO (AAAAMMDD); EM BRANCO VALE DO INICIO DO ANO
      *    LETIVO CORRENTE ATE HOJE.
       01 WRK-CU-PERIODO.
           05 WRK-CU-DE             PIC 9(08) VALUE ZEROES.
           05 WRK-CU-ATE            PIC 9(08) VALUE ZEROES.
       01 WRK-CU-DATA-AUX           PIC 9(08) VALUE ZEROES.
       01 WRK-CU-DATA-AUX-R REDEFINES WRK-CU-DATA-AUX.
           05 WRK-CU-AUX-AAAA       PIC 9(04).
           05 WRK-CU-AUX-MM         PIC 9(02).
           05 WRK-CU-AUX-DD         PIC 9(02).
       01 WRK-CU-DATA-ED.
           05 WRK-CU-ED-DD          PIC 9(02).
           05 FILLER                PIC X(01) VALUE '/'.
           05 WRK-CU-ED-MM          PIC 9(02).
           05 FILLER                PIC X(01) VALUE '/'.
           05 WRK-CU-ED-AAAA        PIC 9(04).
       77 WRK-CU-DE-ED              PIC X(10) VALUE SPACES.
       77 WRK-CU-ATE-ED             PIC X(10) VALUE SPACES.
      *
      *    TOTAIS DA TAG EM AVALIACAO.
       77 WRK-CU-TITULOS            PIC 9(05) VALUE ZEROES.
       77 WRK-CU-COPIAS             PIC 9(05) VALUE ZEROES.
       77 WRK-CU-EMPREST            PIC 9(05) VALUE ZEROES.
       77 WRK-CU-EXIBIC             PIC 9(05) VALUE ZEROES.
       77 WRK-CU-AGENDA             PIC 9(05) VALUE ZEROES.
       77 WRK-CU-USOS               PIC 9(06) VALUE ZEROES.
       77 WRK-CU-SEM-EXE            PIC X(01) VALUE 'S'.
       77 WRK-CU-EXISTE             PIC X(01) VALUE SPACES.
       77 WRK-CU-SITUACAO           PIC X(22) VALUE SPACES.
       77 WRK-CU-FALTA-MATERIAL     PIC X(01) VALUE 'N'.
       77 WRK-CU-LINHA              PIC 9(04) VALUE ZEROES.
       77 WRK-CU-FALTAM             PIC 9(02) VALUE ZEROES.
      *
       01 WRK-CU-EDITADOS.
           05 WRK-CU-LINHA-EDIT     PIC ZZZ9  VALUE ZEROES.
           05 WRK-CU-TIT-EDIT       PIC ZZZZ9 VALUE ZEROES.
           05 WRK-CU-COP-EDIT       PIC ZZZZ9 VALUE ZEROES.
           05 WRK-CU-EMP-EDIT       PIC ZZZZ9 VALUE ZEROES.
           05 WRK-CU-EXI-EDIT       PIC ZZZZ9 VALUE ZEROES.
           05 WRK-CU-AGE-EDIT       PIC ZZZZ9 VALUE ZEROES.
           05 WRK-CU-LIM-TIT-EDIT   PIC Z9    VALUE ZEROES.
           05 WRK-CU-LIM-USO-EDIT   PIC ZZ9   VALUE ZEROES.
      *
      *    SELECAO DAS LINHAS PARA AS SUGESTOES DE COMPRA.
       77 WRK-CU-SELECAO            PIC X(60) VALUE SPACES.
       77 WRK-CU-PONTEIRO           PIC 9(03) USAGE COMP VALUE ZEROES.
       77 WRK-CU-ITEM               PIC X(10) VALUE SPACES.
       77 WRK-CU-SO-DIGITOS         PIC X(10) VALUE SPACES.
       77 WRK-CU-SEL-OK             PIC X(01) VALUE 'S'.
       77 WRK-CU-NUM                PIC 9(04) VALUE ZEROES.
       77 WRK-CU-NUM-EDIT           PIC ZZZ9 VALUE ZEROES.
       77 WRK-CU-SELECIONADAS       PIC 9(04) VALUE ZEROES.
       77 WRK-CU-GERADOS            PIC 9(04) VALUE ZEROES.
       77 WRK-CU-IGNORADOS          PIC 9(04) VALUE ZEROES.
       77 WRK-CU-CNT-EDIT           PIC ZZZ9 VALUE ZEROES.
       77 WRK-CU-CNT2-EDIT          PIC ZZZ9 VALUE ZEROES.
       77 WRK-CU-JA-PEDIDO          PIC X(01) VALUE SPACES.
       77 WRK-CU-SOLICITANTE        PIC X(30) VALUE SPACES.
       77 WRK-MAX-PEDIDO            PIC 9(05) VALUE ZEROES.
      *
       01 WRK-ESTATISTICA.
           05 WRK-TOT-TAGS          PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-TOT-SEM-MATERIAL  PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-TOT-POUCO         PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-TOT-SEM-USO       PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-TOT-TAGS-EDIT     PIC ZZZZ9 VALUE ZEROES.
           05 WRK-TOT-SEM-MAT-EDIT  PIC ZZZZ9 VALUE ZEROES.
           05 WRK-TOT-POUCO-EDIT    PIC ZZZZ9 VALUE ZEROES.
           05 WRK-TOT-SEM-USO-EDIT  PIC ZZZZ9 VALUE ZEROES.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN'. *> MAIN SCREEN
           COPY 'SCVIDMSG'. *> MESSAGES
      *
       01 SCREEN-CURRIC-MENU.
           05 LINE 07 COLUMN 02 VALUE "1 - RELATORIO DE LACUNAS".
           05 LINE 08 COLUMN 02 VALUE "2 - GERAR SUGESTOES DE COMPRA".
           05 LINE 09 COLUMN 02 VALUE "0 - VOLTAR".
           05 LINE 10 COLUMN 02 VALUE "OPCAO: ".
           05 COLUMN PLUS 01    PIC X(01) USING WRK-OPTION.
      *
       01 SCREEN-CURRIC-PERIODO.
           05 LINE 12 COLUMN 02 VALUE "USO DE (AAAAMMDD).: ".
           05 COLUMN PLUS 01    PIC 9(08) USING WRK-CU-DE.
           05 LINE 13 COLUMN 02 VALUE "USO ATE (AAAAMMDD): ".
           05 COLUMN PLUS 01    PIC 9(08) USING WRK-CU-ATE.
           05 LINE 14 COLUMN 02 VALUE
               "(EM BRANCO: DO INICIO DO ANO LETIVO ATE HOJE)".
      *
       01 SCREEN-CURRIC-SELECAO.
           05 LINE 12 COLUMN 02 VALUE
               "LINHAS DO RELATORIO (EX.: 1,4,7 OU T = TODAS):".
           05 LINE 13 COLUMN 02 PIC X(60) USING WRK-CU-SELECAO.
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
           OPEN INPUT TAGLIST.
      *
           IF FS-TAGLIST EQUAL "35"
               OPEN OUTPUT TAGLIST
               CLOSE TAGLIST
               OPEN INPUT TAGLIST
           END-IF.
      *
           IF FS-TAGLIST NOT EQUAL "00"
               MOVE '45ERRO AO ABRIR LISTA DE TAGS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-TAGLIST TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR LISTA DE TAGS'
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
               MOVE '44ERRO AO ABRIR VINCULOS DE TAGS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-TAGCUR TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR VINCULOS DE TAGS'
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
           OPEN INPUT USOLOCAL.
      *
           IF FS-USOLOCAL EQUAL "35"
               OPEN OUTPUT USOLOCAL
               CLOSE USOLOCAL
               OPEN INPUT USOLOCAL
           END-IF.
      *
           IF FS-USOLOCAL NOT EQUAL "00"
               MOVE '40ERRO AO ABRIR ARQUIVO DE USO LOCAL.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-USOLOCAL TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE USO LOCAL'
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
           MOVE " * * * * COBERTURA DO CURRICULO * * * *"
                                                           TO WRK-TITLE.
           MOVE "PF3=FIM"                                  TO WRK-KEYS.
           INITIALIZE WRK-MSG.
           MOVE WRK-DATA-SISTEMA TO WRK-HOJE.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-CURRIC-MENU.
           ACCEPT  SCREEN-CURRIC-MENU.
      *
           EVALUATE WRK-OPTION
               WHEN '1' PERFORM 0400-RELATORIO-LACUNAS
               WHEN '2' PERFORM 0450-GERA-SUGESTOES
               WHEN '0' CONTINUE
               WHEN OTHER
                   INITIALIZE WRK-MSG
                   MOVE '20OPCAO INVALIDA.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
           END-EVALUATE.
       0300-PROCESS-DATA-END. EXIT.

       0390-FORMATA-DATA SECTION.
           MOVE WRK-CU-AUX-DD   TO WRK-CU-ED-DD.
           MOVE WRK-CU-AUX-MM   TO WRK-CU-ED-MM.
           MOVE WRK-CU-AUX-AAAA TO WRK-CU-ED-AAAA.
       0390-FORMATA-DATA-END. EXIT.

       0400-RELATORIO-LACUNAS SECTION.
      *    UMA LINHA POR TAG DA LISTA CONTROLADA, EM ORDEM DE TAG. A
      *    TAG SEM TITULO ATIVO OU SEM COPIA DISPONIVEL E 'SEM
      *    MATERIAL'; ABAIXO DE CURRICULO-TITULOS TITULOS E 'POUCO
      *    MATERIAL'; COM MENOS DE CURRICULO-USOS USOS NO PERIODO E
      *    'SEM USO'. SO AS LACUNAS DE MATERIAL GANHAM NUMERO DE LINHA
      *    (A OPCAO 2 AS TRANSFORMA EM SUGESTAO DE COMPRA): TAG SEM
      *    USO PEDE DIVULGACAO, NAO COMPRA. UMA GERACAO DATADA
      *    REGISTRADA NO SPOOL (MESMO CRITERIO DE VDVIDPRG).
           INITIALIZE WRK-ESTATISTICA.
           INITIALIZE WRK-MSG.
      *
           MOVE ZEROES TO WRK-CU-DE.
           MOVE ZEROES TO WRK-CU-ATE.
           DISPLAY SCREEN-CURRIC-PERIODO.
           ACCEPT  SCREEN-CURRIC-PERIODO.
      *
           IF WRK-CU-DE EQUAL ZEROES
               COMPUTE WRK-CU-DE = WRK-DATA-AAAA * 10000 + 0101
           END-IF.
      *
           IF WRK-CU-ATE EQUAL ZEROES
               MOVE WRK-HOJE TO WRK-CU-ATE
           END-IF.
      *
           IF WRK-CU-DE GREATER THAN WRK-CU-ATE
               MOVE '22PERIODO INVALIDO: INICIO DEPOIS DO FIM.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0400-RELATORIO-LACUNAS-END
           END-IF.
      *
           MOVE WRK-CU-DE TO WRK-CU-DATA-AUX.
           PERFORM 0390-FORMATA-DATA.
           MOVE WRK-CU-DATA-ED TO WRK-CU-DE-ED.
           MOVE WRK-CU-ATE TO WRK-CU-DATA-AUX.
           PERFORM 0390-FORMATA-DATA.
           MOVE WRK-CU-DATA-ED TO WRK-CU-ATE-ED.
      *
           PERFORM 0410-MONTA-USO.
      *
           OPEN OUTPUT CULAC.
           CLOSE CULAC.
           OPEN I-O CULAC.
      *
           MOVE SPACES TO WRK-SPL-NOME.
           STRING './dat/CURRICULO-' DELIMITED BY SIZE
                  WRK-DATA-AAAA      DELIMITED BY SIZE
                  WRK-DATA-MM        DELIMITED BY SIZE
                  WRK-DATA-DD        DELIMITED BY SIZE
                  '.prt'             DELIMITED BY SIZE
             INTO WRK-SPL-NOME.
      *
           OPEN OUTPUT CURRIC-REL.
      *
           IF FS-CURRIC-REL NOT EQUAL "00"
               MOVE '42ERRO AO ABRIR ARQUIVO DE RELATORIO.' TO WRK-MSG
               CLOSE CUUSO
               CLOSE CULAC
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0400-RELATORIO-LACUNAS-END
           END-IF.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'VIDEOTECA - COBERTURA DO CURRICULO POR TAG      EMIS'
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
           MOVE SPACES TO FIL-REL.
           STRING 'USO NO PERIODO DE ' DELIMITED BY SIZE
                  WRK-CU-DE-ED         DELIMITED BY SIZE
                  ' A '                DELIMITED BY SIZE
                  WRK-CU-ATE-ED        DELIMITED BY SIZE
                  ' (EMPRESTIMOS, EXIBICOES EM SALA E AGENDAMENTOS).'
                                       DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE WRK-PAR-CURRIC-TITULOS TO WRK-CU-LIM-TIT-EDIT.
           MOVE WRK-PAR-CURRIC-USOS    TO WRK-CU-LIM-USO-EDIT.
           MOVE SPACES TO FIL-REL.
           STRING 'CRITERIO: SEM MATERIAL = NENHUM TITULO ATIVO OU NEN'
                                          DELIMITED BY SIZE
                  'HUMA COPIA DISPONIVEL; POUCO MATERIAL = MENOS DE '
                                          DELIMITED BY SIZE
                  WRK-CU-LIM-TIT-EDIT     DELIMITED BY SIZE
                  ' TITULOS; SEM USO = MENOS DE '
                                          DELIMITED BY SIZE
                  WRK-CU-LIM-USO-EDIT     DELIMITED BY SIZE
                  ' USOS.'                DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE
              'LINHA TAG      DESCRICAO                      TITULOS COP
      -       'IAS EMPREST EXIBIC AGENDA SITUACAO' TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE ZEROES TO WRK-CU-LINHA.
      *
           MOVE LOW-VALUES TO TGL-CODIGO.
           START TAGLIST KEY IS NOT LESS THAN TGL-CODIGO
               INVALID KEY
                   MOVE '10' TO FS-TAGLIST
           END-START.
      *
           IF FS-TAGLIST EQUAL "00"
               READ TAGLIST NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-TAGLIST NOT EQUAL "00"
               PERFORM 0420-AVALIA-TAG
               READ TAGLIST NEXT RECORD
           END-PERFORM.
      *
           MOVE WRK-TOT-TAGS         TO WRK-TOT-TAGS-EDIT.
           MOVE WRK-TOT-SEM-MATERIAL TO WRK-TOT-SEM-MAT-EDIT.
           MOVE WRK-TOT-POUCO        TO WRK-TOT-POUCO-EDIT.
           MOVE WRK-TOT-SEM-USO      TO WRK-TOT-SEM-USO-EDIT.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
           MOVE SPACES TO FIL-REL.
           STRING 'TAGS: '              DELIMITED BY SIZE
                  WRK-TOT-TAGS-EDIT     DELIMITED BY SIZE
                  '   SEM MATERIAL: '   DELIMITED BY SIZE
                  WRK-TOT-SEM-MAT-EDIT  DELIMITED BY SIZE
                  '   POUCO MATERIAL: ' DELIMITED BY SIZE
                  WRK-TOT-POUCO-EDIT    DELIMITED BY SIZE
                  '   SEM USO: '        DELIMITED BY SIZE
                  WRK-TOT-SEM-USO-EDIT  DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE 'LINHA NUMERADA = LACUNA DE MATERIAL, QUE PODE VIRAR SUG
      -         'ESTAO DE COMPRA (OPCAO 2).' TO FIL-REL.
           WRITE FIL-REL.
      *
           CLOSE CURRIC-REL.
           CLOSE CUUSO.
           CLOSE CULAC.
           PERFORM 0440-REGISTRA-SPOOL.
      *
           INITIALIZE WRK-MSG.
           STRING '20RELATORIO GERADO. TAGS: ' DELIMITED BY SIZE
                  WRK-TOT-TAGS-EDIT            DELIMITED BY SIZE
                  '  SEM MATERIAL: '           DELIMITED BY SIZE
                  WRK-TOT-SEM-MAT-EDIT         DELIMITED BY SIZE
             INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0400-RELATORIO-LACUNAS-END. EXIT.

       0410-MONTA-USO SECTION.
      *    EMPRESTIMOS FEITOS NO PERIODO (LOANHIST SEM AS RENOVACOES,
      *    OS ANOS ARQUIVADOS QUE PODEM TER EMPRESTIMO DO PERIODO E OS
      *    EMPRESTIMOS EM ABERTO, NO CRITERIO DE SSVIDPRG), EXIBICOES
      *    EM SALA (USOLOCAL) E AGENDAMENTOS NAO CANCELADOS QUE
      *    COMECAM NO PERIODO, SOMADOS POR TITULO.
           OPEN OUTPUT CUUSO.
           CLOSE CUUSO.
           OPEN I-O CUUSO.
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
              AND HIS-DATA-EMPRESTIMO NOT LESS THAN WRK-CU-DE
              AND HIS-DATA-EMPRESTIMO NOT GREATER THAN WRK-CU-ATE
                   MOVE HIS-CODIGO TO CUU-CODIGO
                   PERFORM 0415-LE-USO
                   ADD 1 TO CUU-EMPRESTIMOS
                   PERFORM 0418-GRAVA-USO
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
               IF WRK-HSA-ANO(WRK-HSA-IX) NOT LESS THAN WRK-CU-DE(1:4)
                   PERFORM 0412-USO-ARQUIVADO
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
               IF EMP-DATA-EMPRESTIMO NOT LESS THAN WRK-CU-DE
              AND EMP-DATA-EMPRESTIMO NOT GREATER THAN WRK-CU-ATE
                   MOVE EMP-CODIGO TO CUU-CODIGO
                   PERFORM 0415-LE-USO
                   ADD 1 TO CUU-EMPRESTIMOS
                   PERFORM 0418-GRAVA-USO
               END-IF
               READ LOANS NEXT RECORD
           END-PERFORM.
      *
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
               IF USO-DATA NOT LESS THAN WRK-CU-DE
              AND USO-DATA NOT GREATER THAN WRK-CU-ATE
                   MOVE USO-CODIGO TO CUU-CODIGO
                   PERFORM 0415-LE-USO
                   ADD 1 TO CUU-EXIBICOES
                   PERFORM 0418-GRAVA-USO
               END-IF
               READ USOLOCAL NEXT RECORD
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
              AND AGE-DATA-DE NOT LESS THAN WRK-CU-DE
              AND AGE-DATA-DE NOT GREATER THAN WRK-CU-ATE
                   MOVE AGE-CODIGO TO CUU-CODIGO
                   PERFORM 0415-LE-USO
                   ADD 1 TO CUU-AGENDAMENTOS
                   PERFORM 0418-GRAVA-USO
               END-IF
               READ AGENDA NEXT RECORD
           END-PERFORM.
       0410-MONTA-USO-END. EXIT.

       0412-USO-ARQUIVADO SECTION.
      *    EMPRESTIMOS DO PERIODO NO ARQUIVO DO ANO WRK-HSA-ANO
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
               IF HSA-TIPO NOT EQUAL 'R'
              AND HSA-DATA-EMPRESTIMO NOT LESS THAN WRK-CU-DE
              AND HSA-DATA-EMPRESTIMO NOT GREATER THAN WRK-CU-ATE
                   MOVE HSA-CODIGO TO CUU-CODIGO
                   PERFORM 0415-LE-USO
                   ADD 1 TO CUU-EMPRESTIMOS
                   PERFORM 0418-GRAVA-USO
               END-IF
               READ HISTARQ NEXT RECORD
           END-PERFORM.
      *
           CLOSE HISTARQ.
       0412-USO-ARQUIVADO-END. EXIT.

       0415-LE-USO SECTION.
           READ CUUSO
               INVALID KEY
                   MOVE ZEROES TO CUU-EMPRESTIMOS
                   MOVE ZEROES TO CUU-EXIBICOES
                   MOVE ZEROES TO CUU-AGENDAMENTOS
                   MOVE 'N'    TO WRK-CU-EXISTE
               NOT INVALID KEY
                   MOVE 'S'    TO WRK-CU-EXISTE
           END-READ.
       0415-LE-USO-END. EXIT.

       0418-GRAVA-USO SECTION.
           IF WRK-CU-EXISTE EQUAL 'S'
               REWRITE REG-CUU
           ELSE
               WRITE REG-CUU
           END-IF.
       0418-GRAVA-USO-END. EXIT.

       0420-AVALIA-TAG SECTION.
      *    TOTAIS DA TAG CORRENTE DE TAGLIST PELOS VINCULOS DE TAGCUR.
      *    UM FILME COM VARIAS TAGS CONTA EM CADA UMA DELAS.
           ADD 1 TO WRK-TOT-TAGS.
           MOVE ZEROES TO WRK-CU-TITULOS.
           MOVE ZEROES TO WRK-CU-COPIAS.
           MOVE ZEROES TO WRK-CU-EMPREST.
           MOVE ZEROES TO WRK-CU-EXIBIC.
           MOVE ZEROES TO WRK-CU-AGENDA.
      *
           MOVE TGL-CODIGO TO TGX-TAG.
           MOVE ZEROES     TO TGX-CODIGO.
           START TAGCUR KEY IS NOT LESS THAN TGX-CHAVE
               INVALID KEY
                   MOVE '10' TO FS-TAGCUR
           END-START.
      *
           IF FS-TAGCUR EQUAL "00"
               READ TAGCUR NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-TAGCUR NOT EQUAL "00"
                      OR TGX-TAG NOT EQUAL TGL-CODIGO
               PERFORM 0425-SOMA-TITULO
               READ TAGCUR NEXT RECORD
           END-PERFORM.
      *
           COMPUTE WRK-CU-USOS =
               WRK-CU-EMPREST + WRK-CU-EXIBIC + WRK-CU-AGENDA.
      *
           MOVE SPACES TO WRK-CU-SITUACAO.
           MOVE 'N'    TO WRK-CU-FALTA-MATERIAL.
           MOVE ZEROES TO WRK-CU-FALTAM.
      *
           IF WRK-CU-TITULOS EQUAL ZEROES OR WRK-CU-COPIAS EQUAL ZEROES
               MOVE 'SEM MATERIAL' TO WRK-CU-SITUACAO
               MOVE 'S'            TO WRK-CU-FALTA-MATERIAL
               ADD 1 TO WRK-TOT-SEM-MATERIAL
           ELSE
               IF WRK-CU-TITULOS LESS THAN WRK-PAR-CURRIC-TITULOS
                   MOVE 'POUCO MATERIAL' TO WRK-CU-SITUACAO
                   MOVE 'S'              TO WRK-CU-FALTA-MATERIAL
                   ADD 1 TO WRK-TOT-POUCO
               END-IF
               IF WRK-CU-USOS LESS THAN WRK-PAR-CURRIC-USOS
                   IF WRK-CU-SITUACAO EQUAL SPACES
                       MOVE 'SEM USO' TO WRK-CU-SITUACAO
                   ELSE
                       MOVE 'POUCO MATERIAL/SEM USO'
                           TO WRK-CU-SITUACAO
                   END-IF
                   ADD 1 TO WRK-TOT-SEM-USO
               END-IF
           END-IF.
      *
           IF WRK-CU-FALTA-MATERIAL EQUAL 'S'
               ADD 1 TO WRK-CU-LINHA
               MOVE WRK-CU-LINHA TO WRK-CU-LINHA-EDIT
               IF WRK-CU-TITULOS LESS THAN WRK-PAR-CURRIC-TITULOS
                   COMPUTE WRK-CU-FALTAM =
                       WRK-PAR-CURRIC-TITULOS - WRK-CU-TITULOS
               ELSE
                   MOVE 1 TO WRK-CU-FALTAM
               END-IF
               INITIALIZE REG-CUL
               MOVE WRK-CU-LINHA  TO CUL-LINHA
               MOVE TGL-CODIGO    TO CUL-TAG
               MOVE TGL-DESCRICAO TO CUL-DESCRICAO
               MOVE WRK-CU-FALTAM TO CUL-FALTAM
               MOVE 'N'           TO CUL-GERADO
               MOVE SPACES        TO CUL-SELECAO
               WRITE REG-CUL
           ELSE
               MOVE ZEROES TO WRK-CU-LINHA-EDIT
           END-IF.
      *
           MOVE WRK-CU-TITULOS TO WRK-CU-TIT-EDIT.
           MOVE WRK-CU-COPIAS  TO WRK-CU-COP-EDIT.
           MOVE WRK-CU-EMPREST TO WRK-CU-EMP-EDIT.
           MOVE WRK-CU-EXIBIC  TO WRK-CU-EXI-EDIT.
           MOVE WRK-CU-AGENDA  TO WRK-CU-AGE-EDIT.
      *
           MOVE SPACES TO FIL-REL.
           STRING WRK-CU-LINHA-EDIT    DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  TGL-CODIGO           DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  TGL-DESCRICAO        DELIMITED BY SIZE
                  '   '                DELIMITED BY SIZE
                  WRK-CU-TIT-EDIT      DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WRK-CU-COP-EDIT      DELIMITED BY SIZE
                  '   '                DELIMITED BY SIZE
                  WRK-CU-EMP-EDIT      DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WRK-CU-EXI-EDIT      DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WRK-CU-AGE-EDIT      DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-CU-SITUACAO      DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
       0420-AVALIA-TAG-END. EXIT.

       0425-SOMA-TITULO SECTION.
      *    SO CONTA O TITULO ATIVO DO ACERVO: BAIXADO ('B') OU
      *    TEMPORARIO DE BIBLIOTECA PARCEIRA ('T') NAO COBRE A TAG.
           MOVE TGX-CODIGO TO CODIGO.
           READ MOVIES
               INVALID KEY
                   GO TO 0425-SOMA-TITULO-END
           END-READ.
      *
           IF VID-SITUACAO EQUAL 'B' OR EQUAL 'T'
               GO TO 0425-SOMA-TITULO-END
           END-IF.
      *
           ADD 1 TO WRK-CU-TITULOS.
           PERFORM 0427-CONTA-COPIAS.
      *
           MOVE CODIGO TO CUU-CODIGO.
           PERFORM 0415-LE-USO.
           ADD CUU-EMPRESTIMOS  TO WRK-CU-EMPREST.
           ADD CUU-EXIBICOES    TO WRK-CU-EXIBIC.
           ADD CUU-AGENDAMENTOS TO WRK-CU-AGENDA.
       0425-SOMA-TITULO-END. EXIT.

       0427-CONTA-COPIAS SECTION.
      *    COPIA DISPONIVEL NO CRITERIO DE AUVIDPRG: EM CIRCULACAO
      *    (SITUACAO EM BRANCO) E NAO DANIFICADA. O TITULO DIGITAL E
      *    O TITULO ANTIGO SEM REGISTRO EM EXEMPLAR CONTAM COMO UMA.
           IF MIDIA EQUAL 'D'
               ADD 1 TO WRK-CU-COPIAS
               GO TO 0427-CONTA-COPIAS-END
           END-IF.
      *
           MOVE 'S'    TO WRK-CU-SEM-EXE.
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
               MOVE 'N' TO WRK-CU-SEM-EXE
               IF EXE-SITUACAO EQUAL SPACES
              AND EXE-CONDICAO NOT EQUAL 'D'
                   ADD 1 TO WRK-CU-COPIAS
               END-IF
               READ EXEMPLAR NEXT RECORD
           END-PERFORM.
      *
           IF WRK-CU-SEM-EXE EQUAL 'S'
               ADD 1 TO WRK-CU-COPIAS
           END-IF.
       0427-CONTA-COPIAS-END. EXIT.

       0440-REGISTRA-SPOOL SECTION.
           MOVE 'CUVIDPRG' TO WRK-SPL-PROGRAMA.
           COPY 'CPVIDSPP'. *> REGISTRA O RELATORIO NO SPOOL
       0440-REGISTRA-SPOOL-END. EXIT.

       0450-GERA-SUGESTOES SECTION.
      *    TRANSFORMA LACUNAS DE MATERIAL DO ULTIMO RELATORIO EM
      *    SUGESTOES DE COMPRA NA LISTA DE DESEJOS (WISHLIST.DAT), COM
      *    UMA CONFIRMACAO SO PARA O LOTE. A TAG QUE JA TEM SUGESTAO
      *    PENDENTE OU ENCOMENDADA NAO GANHA OUTRA. RESTRITO AO
      *    COORDENADOR.
           INITIALIZE WRK-MSG.
      *
           IF WRK-OPERADOR-PERFIL NOT EQUAL 'C'
               MOVE '20OPCAO RESTRITA AO COORDENADOR.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0450-GERA-SUGESTOES-END
           END-IF.
      *
           OPEN I-O CULAC.
      *
           IF FS-CULAC NOT EQUAL "00"
               MOVE '20EMITA ANTES O RELATORIO DE LACUNAS (OPCAO 1).'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0450-GERA-SUGESTOES-END
           END-IF.
      *
           MOVE SPACES TO WRK-CU-SELECAO.
           DISPLAY SCREEN-CURRIC-SELECAO.
           ACCEPT  SCREEN-CURRIC-SELECAO.
      *
           IF WRK-CU-SELECAO EQUAL SPACES
               MOVE '28OPERACAO CANCELADA.' TO WRK-MSG
               GO TO 0450-GERA-SUGESTOES-FIM
           END-IF.
      *
           PERFORM 0455-MARCA-SELECAO.
      *
           IF WRK-CU-SEL-OK NOT EQUAL 'S'
               GO TO 0450-GERA-SUGESTOES-FIM
           END-IF.
      *
           IF WRK-CU-SELECIONADAS EQUAL ZEROES
               MOVE '20NENHUMA LINHA PENDENTE ENTRE AS ESCOLHIDAS.'
                   TO WRK-MSG
               GO TO 0450-GERA-SUGESTOES-FIM
           END-IF.
      *
           MOVE WRK-CU-SELECIONADAS TO WRK-CU-CNT-EDIT.
           INITIALIZE WRK-MSG.
           STRING '20CONFIRMA '      DELIMITED BY SIZE
                  WRK-CU-CNT-EDIT    DELIMITED BY SIZE
                  ' SUGESTAO(OES) NA LISTA DE DESEJOS (S/N)?'
                                     DELIMITED BY SIZE
             INTO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
      *
           IF WRK-AWAIT NOT EQUAL 'S' AND NOT EQUAL 's'
               INITIALIZE WRK-MSG
               MOVE '28OPERACAO CANCELADA.' TO WRK-MSG
               GO TO 0450-GERA-SUGESTOES-FIM
           END-IF.
      *
           PERFORM 0460-GRAVA-SUGESTOES.
      *
           MOVE WRK-CU-GERADOS   TO WRK-CU-CNT-EDIT.
           MOVE WRK-CU-IGNORADOS TO WRK-CU-CNT2-EDIT.
           INITIALIZE WRK-MSG.
           STRING '20SUGESTOES GERADAS: ' DELIMITED BY SIZE
                  WRK-CU-CNT-EDIT         DELIMITED BY SIZE
                  '  JA HAVIA PEDIDO: '   DELIMITED BY SIZE
                  WRK-CU-CNT2-EDIT        DELIMITED BY SIZE
             INTO WRK-MSG.
      *
       0450-GERA-SUGESTOES-FIM.
           CLOSE CULAC.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0450-GERA-SUGESTOES-END. EXIT.

       0455-MARCA-SELECAO SECTION.
      *    LIMPA A SELECAO ANTERIOR E MARCA AS LINHAS ESCOLHIDAS ('T'
      *    = TODAS). LINHA JA TRANSFORMADA EM SUGESTAO NAO CONTA;
      *    LINHA INEXISTENTE OU TEXTO INVALIDO INTERROMPE A SELECAO.
           MOVE 'S'    TO WRK-CU-SEL-OK.
           MOVE ZEROES TO WRK-CU-SELECIONADAS.
      *
           MOVE ZEROES TO CUL-LINHA.
           START CULAC KEY IS NOT LESS THAN CUL-LINHA
               INVALID KEY
                   MOVE '10' TO FS-CULAC
           END-START.
      *
           IF FS-CULAC EQUAL "00"
               READ CULAC NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-CULAC EQUAL "10"
               MOVE SPACES TO CUL-SELECAO
               IF (WRK-CU-SELECAO EQUAL 'T' OR EQUAL 't')
                  AND CUL-GERADO NOT EQUAL 'S'
                   MOVE 'S' TO CUL-SELECAO
                   ADD 1    TO WRK-CU-SELECIONADAS
               END-IF
               REWRITE REG-CUL
               READ CULAC NEXT RECORD
           END-PERFORM.
      *
           IF WRK-CU-SELECAO EQUAL 'T' OR EQUAL 't'
               GO TO 0455-MARCA-SELECAO-END
           END-IF.
      *
           MOVE 1 TO WRK-CU-PONTEIRO.
           PERFORM UNTIL WRK-CU-PONTEIRO GREATER THAN 60
                      OR WRK-CU-SEL-OK NOT EQUAL 'S'
               MOVE SPACES TO WRK-CU-ITEM
               UNSTRING WRK-CU-SELECAO DELIMITED BY ','
                   INTO WRK-CU-ITEM
                   WITH POINTER WRK-CU-PONTEIRO
               END-UNSTRING
               IF WRK-CU-ITEM NOT EQUAL SPACES
                   PERFORM 0457-MARCA-LINHA
               END-IF
           END-PERFORM.
       0455-MARCA-SELECAO-END. EXIT.

       0457-MARCA-LINHA SECTION.
      *    UM NUMERO DA LISTA: SO DIGITOS (BRANCOS EM VOLTA ACEITOS),
      *    NO MESMO CRITERIO DE VDVIDPRG.
           MOVE FUNCTION TRIM(WRK-CU-ITEM) TO WRK-CU-ITEM.
           MOVE WRK-CU-ITEM TO WRK-CU-SO-DIGITOS.
           INSPECT WRK-CU-SO-DIGITOS
               CONVERTING '0123456789' TO '          '.
      *
           IF WRK-CU-SO-DIGITOS NOT EQUAL SPACES
           OR WRK-CU-ITEM(5:6) NOT EQUAL SPACES
               MOVE 'N' TO WRK-CU-SEL-OK
               INITIALIZE WRK-MSG
               MOVE '20LISTA INVALIDA: NUMEROS SEPARADOS POR VIRGULA.'
                   TO WRK-MSG
               GO TO 0457-MARCA-LINHA-END
           END-IF.
      *
           COMPUTE WRK-CU-NUM = FUNCTION NUMVAL(WRK-CU-ITEM).
           MOVE WRK-CU-NUM TO CUL-LINHA.
           READ CULAC
               INVALID KEY
                   MOVE 'N' TO WRK-CU-SEL-OK
                   MOVE WRK-CU-NUM TO WRK-CU-NUM-EDIT
                   INITIALIZE WRK-MSG
                   STRING '20LINHA '          DELIMITED BY SIZE
                          WRK-CU-NUM-EDIT     DELIMITED BY SIZE
                          ' NAO CONSTA DO ULTIMO RELATORIO.'
                                              DELIMITED BY SIZE
                     INTO WRK-MSG
                   GO TO 0457-MARCA-LINHA-END
           END-READ.
      *
           IF CUL-GERADO NOT EQUAL 'S' AND CUL-SELECAO NOT EQUAL 'S'
               MOVE 'S' TO CUL-SELECAO
               ADD 1    TO WRK-CU-SELECIONADAS
               REWRITE REG-CUL
           END-IF.
       0457-MARCA-LINHA-END. EXIT.

       0460-GRAVA-SUGESTOES SECTION.
           MOVE ZEROES TO WRK-CU-GERADOS.
           MOVE ZEROES TO WRK-CU-IGNORADOS.
      *
           MOVE ZEROES TO CUL-LINHA.
           START CULAC KEY IS NOT LESS THAN CUL-LINHA
               INVALID KEY
                   MOVE '10' TO FS-CULAC
           END-START.
      *
           IF FS-CULAC EQUAL "00"
               READ CULAC NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-CULAC EQUAL "10"
               IF CUL-SELECAO EQUAL 'S'
                   PERFORM 0465-VERIFICA-DESEJO
                   IF WRK-CU-JA-PEDIDO EQUAL 'S'
                       ADD 1 TO WRK-CU-IGNORADOS
                   ELSE
                       PERFORM 0470-INCLUI-DESEJO
                   END-IF
                   MOVE 'S'    TO CUL-GERADO
                   MOVE SPACES TO CUL-SELECAO
                   REWRITE REG-CUL
               END-IF
               READ CULAC NEXT RECORD
           END-PERFORM.
       0460-GRAVA-SUGESTOES-END. EXIT.

       0465-VERIFICA-DESEJO SECTION.
      *    O SOLICITANTE DA SUGESTAO IDENTIFICA A TAG (DISCIPLINA E
      *    SERIE): JA HA SUGESTAO PENDENTE OU ENCOMENDADA PARA ELA?
           MOVE SPACES TO WRK-CU-SOLICITANTE.
           STRING 'CURRICULO TAG ' DELIMITED BY SIZE
                  CUL-TAG          DELIMITED BY SIZE
             INTO WRK-CU-SOLICITANTE.
      *
           MOVE 'N'    TO WRK-CU-JA-PEDIDO.
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
                      OR WRK-CU-JA-PEDIDO EQUAL 'S'
               IF WSH-SOLICITANTE(1:22) EQUAL WRK-CU-SOLICITANTE(1:22)
                  AND (WSH-SITUACAO EQUAL 'P' OR EQUAL 'E')
                   MOVE 'S' TO WRK-CU-JA-PEDIDO
               END-IF
               READ WISHLIST NEXT RECORD
           END-PERFORM.
       0465-VERIFICA-DESEJO-END. EXIT.

       0470-INCLUI-DESEJO SECTION.
      *    NUMERO SEQUENCIAL DO PEDIDO NO MESMO CRITERIO DE WLVIDPRG.
      *    O TITULO DESCREVE A DISCIPLINA/SERIE (O COORDENADOR ESCOLHE
      *    O FILME AO EFETIVAR O PEDIDO) E O SOLICITANTE LEVA A TAG E
      *    QUANTOS TITULOS FALTAM PARA SAIR DA LACUNA.
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
           STRING 'SUGESTAO: '     DELIMITED BY SIZE
                  CUL-DESCRICAO    DELIMITED BY SIZE
             INTO WSH-TITULO.
           MOVE SPACES           TO WSH-GENERO.
           STRING WRK-CU-SOLICITANTE(1:22) DELIMITED BY SIZE
                  ' QTD '                  DELIMITED BY SIZE
                  CUL-FALTAM               DELIMITED BY SIZE
             INTO WSH-SOLICITANTE.
           MOVE WRK-HOJE         TO WSH-DATA.
           MOVE 'P'              TO WSH-SITUACAO.
           MOVE ZEROES           TO WSH-CODIGO-GERADO.
      *
           WRITE REG-WSH
               INVALID KEY
                   ADD 1 TO WRK-CU-IGNORADOS
               NOT INVALID KEY
                   ADD 1 TO WRK-CU-GERADOS
                   MOVE ZEROES TO CODIGO
                   PERFORM 0475-GRAVA-LOG
           END-WRITE.
       0470-INCLUI-DESEJO-END. EXIT.

       0475-GRAVA-LOG SECTION.
           MOVE 'CURRIC-WSH' TO WRK-LOG-ACAO.
           COPY 'CPVIDLGP'. *> GRAVA LINHA NO LOG DE AUDITORIA
       0475-GRAVA-LOG-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE MOVIES.
           CLOSE EXEMPLAR.
           CLOSE TAGLIST.
           CLOSE TAGCUR.
           CLOSE LOANHIST.
           CLOSE LOANS.
           CLOSE USOLOCAL.
           CLOSE AGENDA.
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
           MOVE 'CUVIDPRG' TO WS-ABEND-PROGRAM.
           COPY 'CPVIDRAB'. *> ABEND ROUTINE.
      *
           PERFORM 0700-END-PROGRAM.
       0600-ROT-ABEND-END. EXIT.

       0700-END-PROGRAM SECTION.
           GOBACK.
       0700-END-PROGRAM-END. EXIT.

       END PROGRAM CUVIDPRG.
