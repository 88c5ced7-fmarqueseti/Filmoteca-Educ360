      ******************************************************************
      * FILE NAME   : BIVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : INTER-LIBRARY LOAN SUBSYSTEM OF VIDEOTECA        *
      *               PROGRAM - KEEPS THE PARTNER INSTITUTIONS OF THE  *
      *               MUNICIPAL NETWORK, LENDS OUR EXEMPLAR COPIES TO  *
      *               A PARTNER (DUE DATE AND COURIER SHIPMENT, COPY   *
      *               HELD OUT OF LOCAL CIRCULATION), RECEIVES A       *
      *               PARTNER'S TITLE UNDER A TEMPORARY CATALOG RECORD *
      *               THAT CIRCULATES TO OUR TOMADORES UNTIL IT GOES   *
      *               BACK, PRINTS THE STATEMENT PER PARTNER AND THE   *
      *               OVERDUE FOLLOW-UPS BETWEEN INSTITUTIONS (KEPT    *
      *               APART FROM THE STUDENT NOTICES OF AVISOS.DAT)    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIVIDPRG.
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
           COPY 'CPVIDPFC'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDGFC'. *> GENEROS DAT WORKBOOK
           COPY 'CPVIDPTF'. *> PARCEIRAS DAT WORKBOOK
           COPY 'CPVIDEBF'. *> EMPINTER DAT WORKBOOK
      *
           SELECT BIBLIO-REL
              ASSIGN       TO WRK-SPL-NOME
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-BIBLIO-REL.
      *
           COPY 'CPVIDSPF'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDALF'. *> ABEND LOG
           COPY 'CPVIDLGF'. *> MAINTENANCE AUDIT LOG
           COPY 'CPVIDHCF'. *> CONDHIST DAT WORKBOOK
      *
       DATA DIVISION.
       FILE SECTION.
       FD MOVIES.
           COPY 'CPVIDDAT'.

       FD EXEMPLAR.
           COPY 'CPVIDXDT'.

       FD LOANS.
           COPY 'CPVIDPDT'.

       FD GENEROS.
           COPY 'CPVIDGDT'.

       FD PARCEIRAS.
           COPY 'CPVIDPTD'.

       FD EMPINTER.
           COPY 'CPVIDEBD'.

       FD BIBLIO-REL.
           01 FIL-REL          PIC X(132).

       FD VIDRELS.
           COPY 'CPVIDSPD'.

       FD VIDABEND.
           COPY 'CPVIDALD'.

       FD VIDLOG.
           COPY 'CPVIDLGD'.

       FD CONDHIST.
           COPY 'CPVIDHCD'.
      *
       WORKING-STORAGE SECTION.
           COPY 'CPVIDMAN'. *> MAIN SCREEN
           COPY 'CPVIDMNU'. *> MAIN MENU
           COPY 'CPVIDMSG'. *> MESSAGES
           COPY 'CPVIDFCW'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDXNW'. *> EXEMPLAR DAT WORKBOOK
           COPY 'CPVIDPNW'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDGNW'. *> GENEROS DAT WORKBOOK
           COPY 'CPVIDPTW'. *> PARCEIRAS DAT WORKBOOK
           COPY 'CPVIDEBW'. *> EMPINTER DAT WORKBOOK
           COPY 'CPVIDSPW'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDABE'. *> ABEND
           COPY 'CPVIDALW'. *> ABEND LOG
           COPY 'CPVIDLGW'. *> MAINTENANCE AUDIT LOG
           COPY 'CPVIDOPW'. *> OPERATOR SESSION
           COPY 'CPVIDHCW'. *> CONDHIST DAT WORKBOOK
      *
       77 FS-BIBLIO-REL             PIC X(02).
       77 WRK-SPL-NOME              PIC X(40).
       77 WRK-SPL-PROGRAMA          PIC X(08).
      *
       77 WRK-HOJE                  PIC 9(08) VALUE ZEROES.
       77 WRK-BI-MAX                PIC 9(05) VALUE ZEROES.
       77 WRK-BI-MAX-CODIGO         PIC 9(07) VALUE ZEROES.
       77 WRK-BI-EXISTE             PIC X(01) VALUE 'N'.
       77 WRK-BI-NA-RUA             PIC X(01) VALUE 'N'.
       77 WRK-BI-CONDICAO           PIC X(01) VALUE SPACES.
       77 WRK-BI-ACAO               PIC X(10) VALUE SPACES.
       77 WRK-BI-PTN                PIC 9(03) VALUE ZEROES.
       77 WRK-BI-PTN-ANT            PIC 9(03) VALUE ZEROES.
       77 WRK-BI-PRAZO              PIC 9(03) VALUE ZEROES.
       77 WRK-BI-EXEMPLAR           PIC 9(02) VALUE ZEROES.
       77 WRK-BI-DIAS               PIC S9(05) USAGE COMP-3
                                     VALUE ZEROES.
       77 WRK-BI-DIAS-EDIT          PIC -ZZZ9 VALUE ZEROES.
       77 WRK-BI-TITULO             PIC X(30) VALUE SPACES.
       77 WRK-BI-OBS                PIC X(30) VALUE SPACES.
       77 WRK-BI-NUM-EDIT           PIC ZZZZ9 VALUE ZEROES.
      *
       01 WRK-ESTATISTICA.
           05 WRK-BI-PARCEIRAS      PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-BI-QTD-SAIDA      PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-BI-QTD-ENTRADA    PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-BI-QTD-ATRASO     PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-BI-SUB-SAIDA      PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-BI-SUB-ENTRADA    PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-BI-ED-SAIDA       PIC ZZZZ9 VALUE ZEROES.
           05 WRK-BI-ED-ENTRADA     PIC ZZZZ9 VALUE ZEROES.
           05 WRK-BI-ED-ATRASO      PIC ZZZZ9 VALUE ZEROES.
           05 WRK-BI-ED-PARCEIRAS   PIC ZZZZ9 VALUE ZEROES.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN'. *> MAIN SCREEN
           COPY 'SCVIDMSG'. *> MESSAGES
      *
       01 SCREEN-BIB-MENU.
           05 LINE 07 COLUMN 02 VALUE "1 - PARCEIRAS (INCLUIR/ALTERAR)".
           05 LINE 08 COLUMN 02 VALUE "2 - EMPRESTAR A PARCEIRA".
           05 LINE 09 COLUMN 02 VALUE "3 - RETORNO DA PARCEIRA".
           05 LINE 10 COLUMN 02 VALUE "4 - RECEBER TITULO DE PARCEIRA".
           05 LINE 07 COLUMN 40 VALUE "5 - DEVOLVER TITULO A PARCEIRA".
           05 LINE 08 COLUMN 40 VALUE "6 - EXTRATO POR PARCEIRA".
           05 LINE 09 COLUMN 40 VALUE "7 - COBRANCAS DE ATRASO (IMPR.)".
           05 LINE 11 COLUMN 02 VALUE "0 - VOLTAR".
           05 LINE 12 COLUMN 02 VALUE "OPCAO: ".
           05 COLUMN PLUS 01    PIC X(01) USING WRK-OPTION.
      *
       01 SCREEN-BIB-PARCEIRA.
           05 LINE 13 COLUMN 02 VALUE "PARCEIRA........: ".
           05 COLUMN PLUS 01    PIC 9(03) USING PTN-CODIGO.
      *
       01 SCREEN-BIB-PARCEIRA-DADOS.
           05 LINE 14 COLUMN 02 VALUE "NOME DA ESCOLA..: ".
           05 COLUMN PLUS 01    PIC X(40) USING PTN-NOME.
           05 LINE 15 COLUMN 02 VALUE "CONTATO.........: ".
           05 COLUMN PLUS 01    PIC X(30) USING PTN-CONTATO.
           05 LINE 16 COLUMN 02 VALUE "TELEFONE........: ".
           05 COLUMN PLUS 01    PIC X(15) USING PTN-TELEFONE.
           05 LINE 17 COLUMN 02 VALUE "E-MAIL..........: ".
           05 COLUMN PLUS 01    PIC X(40) USING PTN-EMAIL.
           05 LINE 18 COLUMN 02 VALUE "PRAZO PADRAO....: ".
           05 COLUMN PLUS 01    PIC 9(03) USING PTN-PRAZO.
           05 COLUMN PLUS 01    VALUE "DIAS".
           05 COLUMN PLUS 03    VALUE "ATIVA (S/N): ".
           05 COLUMN PLUS 01    PIC X(01) USING PTN-ATIVA.
      *
       01 SCREEN-BIB-EXEMPLAR.
           05 LINE 14 COLUMN 02 VALUE "CODIGO DO FILME.: ".
           05 COLUMN PLUS 01    PIC 9(07) USING EIB-CODIGO.
           05 COLUMN PLUS 03    VALUE "EXEMPLAR: ".
           05 COLUMN PLUS 01    PIC 9(02) USING EIB-EXEMPLAR.
      *
       01 SCREEN-BIB-TITULO.
           05 LINE 14 COLUMN 02 VALUE "TITULO..........: ".
           05 COLUMN PLUS 01    PIC X(30) USING TITULO.
           05 LINE 15 COLUMN 02 VALUE "GENERO..........: ".
           05 COLUMN PLUS 01    PIC X(08) USING GENERO.
           05 COLUMN PLUS 03    VALUE "MIDIA (V/D/B): ".
           05 COLUMN PLUS 01    PIC X(01) USING MIDIA.
           05 COLUMN PLUS 03    VALUE "CLASSIF: ".
           05 COLUMN PLUS 01    PIC X(02) USING VID-CLASSIF.
           05 LINE 16 COLUMN 02 VALUE "CODIGO NA ORIGEM: ".
           05 COLUMN PLUS 01    PIC X(15) USING EIB-REF-PARCEIRA.
      *
       01 SCREEN-BIB-REMESSA.
           05 LINE 17 COLUMN 02 VALUE "DEVOLVER ATE....: ".
           05 COLUMN PLUS 01    PIC 9(08) USING EIB-DATA-PREVISTA.
           05 COLUMN PLUS 02    VALUE "(AAAAMMDD)".
           05 LINE 18 COLUMN 02 VALUE "PORTADOR/MALOTE.: ".
           05 COLUMN PLUS 01    PIC X(20) USING EIB-PORTADOR.
           05 COLUMN PLUS 03    VALUE "GUIA: ".
           05 COLUMN PLUS 01    PIC X(15) USING EIB-GUIA.
      *
       01 SCREEN-BIB-NUMERO.
           05 LINE 13 COLUMN 02 VALUE "EMPRESTIMO NR...: ".
           05 COLUMN PLUS 01    PIC 9(05) USING EIB-NUMERO.
      *
       01 SCREEN-BIB-RETORNO.
           05 LINE 15 COLUMN 02 VALUE
               "CONDICAO DA COPIA (B/R/D, BRANCO=MANTEM): ".
           05 COLUMN PLUS 01    PIC X(01) USING WRK-BI-CONDICAO.
      *
       01 SCREEN-BIB-DEVOLUCAO.
           05 LINE 15 COLUMN 02 VALUE "PORTADOR/MALOTE.: ".
           05 COLUMN PLUS 01    PIC X(20) USING EIB-PORTADOR.
           05 COLUMN PLUS 03    VALUE "GUIA: ".
           05 COLUMN PLUS 01    PIC X(15) USING EIB-GUIA.
      *
       01 SCREEN-BIB-FILTRO.
           05 LINE 13 COLUMN 02 VALUE "PARCEIRA (0=TODAS): ".
           05 COLUMN PLUS 01    PIC 9(03) USING WRK-BI-PTN.
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
           OPEN I-O MOVIES.
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
           OPEN I-O EXEMPLAR.
      *
           IF FS-EXEMPLAR EQUAL "35"
               OPEN OUTPUT EXEMPLAR
               CLOSE EXEMPLAR
               OPEN I-O EXEMPLAR
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
      *    EMPRESTIMOS SO SAO CONSULTADOS: COPIA NA RUA NAO SAI PARA
      *    OUTRA BIBLIOTECA NEM VOLTA A ELA.
           OPEN INPUT LOANS.
      *
           IF FS-LOANS EQUAL "35"
               OPEN OUTPUT LOANS
               CLOSE LOANS
               OPEN INPUT LOANS
           END-IF.
      *
           IF FS-LOANS NOT EQUAL "00"
               MOVE '40ERRO AO ABRIR ARQUIVO DE EMPRESTIMOS.'
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
           OPEN INPUT GENEROS.
      *
           IF FS-GENEROS EQUAL "35"
               OPEN OUTPUT GENEROS
               CLOSE GENEROS
               OPEN INPUT GENEROS
           END-IF.
      *
           OPEN I-O PARCEIRAS.
      *
           IF FS-PARCEIRAS EQUAL "35"
               OPEN OUTPUT PARCEIRAS
               CLOSE PARCEIRAS
               OPEN I-O PARCEIRAS
           END-IF.
      *
           IF FS-PARCEIRAS NOT EQUAL "00"
               MOVE '40ERRO AO ABRIR ARQUIVO DE PARCEIRAS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-PARCEIRAS TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE PARCEIRAS'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O EMPINTER.
      *
           IF FS-EMPINTER EQUAL "35"
               OPEN OUTPUT EMPINTER
               CLOSE EMPINTER
               OPEN I-O EMPINTER
           END-IF.
      *
           IF FS-EMPINTER NOT EQUAL "00"
               MOVE '30ERRO AO ABRIR ARQUIVO DE EMPRESTIMOS ENTRE BIBLIO
      -        'TECAS.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-EMPINTER TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE EMPRESTIMOS ENTRE BIBLIOTE
      -        'CAS' TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
       0100-OPEN-DATA-END. EXIT.

       0300-PROCESS-DATA SECTION.
           COPY 'CPVIDDTE'. *> DATE/TIME PROCEDURE
           MOVE " * * EMPRESTIMO ENTRE BIBLIOTECAS * *"  TO WRK-TITLE.
           MOVE "PF3=FIM"                                 TO WRK-KEYS.
           INITIALIZE WRK-MSG.
           MOVE WRK-DATA-SISTEMA TO WRK-HOJE.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-BIB-MENU.
           ACCEPT  SCREEN-BIB-MENU.
      *
           EVALUATE WRK-OPTION
               WHEN '1' PERFORM 0310-MANTER-PARCEIRA
               WHEN '2' PERFORM 0320-EMPRESTAR-A-PARCEIRA
               WHEN '3' PERFORM 0330-RETORNO-DA-PARCEIRA
               WHEN '4' PERFORM 0340-RECEBER-DA-PARCEIRA
               WHEN '5' PERFORM 0350-DEVOLVER-A-PARCEIRA
               WHEN '6' PERFORM 0360-EXTRATO-PARCEIRA
               WHEN '7' PERFORM 0380-COBRANCAS-ATRASO
               WHEN '0' CONTINUE
               WHEN OTHER
                   INITIALIZE WRK-MSG
                   MOVE '20OPCAO INVALIDA.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
           END-EVALUATE.
       0300-PROCESS-DATA-END. EXIT.

       0310-MANTER-PARCEIRA SECTION.
      *    INCLUI OU ALTERA UMA ESCOLA PARCEIRA; PARCEIRA NAO E
      *    EXCLUIDA (O HISTORICO DE EMPRESTIMOS APONTA PARA ELA), SO
      *    DESATIVADA.
           INITIALIZE REG-PTN.
           INITIALIZE WRK-MSG.
           DISPLAY SCREEN-BIB-PARCEIRA.
           ACCEPT  SCREEN-BIB-PARCEIRA.
      *
           IF PTN-CODIGO EQUAL ZEROES
               MOVE '25CODIGO DA PARCEIRA OBRIGATORIO.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0310-MANTER-PARCEIRA-END
           END-IF.
      *
           MOVE 'S' TO WRK-BI-EXISTE.
           READ PARCEIRAS
               INVALID KEY
                   MOVE 'N'    TO WRK-BI-EXISTE
                   MOVE 30     TO PTN-PRAZO
                   MOVE 'S'    TO PTN-ATIVA
           END-READ.
      *
           DISPLAY SCREEN-BIB-PARCEIRA-DADOS.
           ACCEPT  SCREEN-BIB-PARCEIRA-DADOS.
      *
           IF PTN-NOME EQUAL SPACES
               MOVE '25NOME DA ESCOLA OBRIGATORIO.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0310-MANTER-PARCEIRA-END
           END-IF.
      *
           IF PTN-ATIVA EQUAL 'n'
               MOVE 'N' TO PTN-ATIVA
           END-IF.
      *
           IF PTN-ATIVA NOT EQUAL 'N'
               MOVE 'S' TO PTN-ATIVA
           END-IF.
      *
           IF PTN-PRAZO EQUAL ZEROES
               MOVE 30 TO PTN-PRAZO
           END-IF.
      *
           INITIALIZE WRK-MSG.
           MOVE '30CONFIRMA OS DADOS DA PARCEIRA (S/N)?' TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT  SCREEN-CONFIRMATION-WAIT.
      *
           IF WRK-AWAIT NOT EQUAL 'S' AND NOT EQUAL 's'
               GO TO 0310-MANTER-PARCEIRA-END
           END-IF.
      *
           IF WRK-BI-EXISTE EQUAL 'S'
               REWRITE REG-PTN
           ELSE
               WRITE REG-PTN
           END-IF.
      *
           MOVE ZEROES     TO CODIGO.
           MOVE 'PARCEIRA' TO WRK-BI-ACAO.
           PERFORM 0315-GRAVA-LOG.
      *
           INITIALIZE WRK-MSG.
           MOVE '25PARCEIRA GRAVADA.' TO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0310-MANTER-PARCEIRA-END. EXIT.

       0315-GRAVA-LOG SECTION.
           MOVE WRK-BI-ACAO TO WRK-LOG-ACAO.
           COPY 'CPVIDLGP'. *> GRAVA LINHA NO LOG DE AUDITORIA
       0315-GRAVA-LOG-END. EXIT.

       0316-LE-PARCEIRA SECTION.
      *    PARCEIRA DO MOVIMENTO: PRECISA EXISTIR E ESTAR ATIVA.
           INITIALIZE REG-PTN.
           DISPLAY SCREEN-BIB-PARCEIRA.
           ACCEPT  SCREEN-BIB-PARCEIRA.
      *
           MOVE 'S' TO WRK-BI-EXISTE.
           READ PARCEIRAS
               INVALID KEY
                   MOVE 'N' TO WRK-BI-EXISTE
                   MOVE '26PARCEIRA NAO CADASTRADA.' TO WRK-MSG
           END-READ.
      *
           IF WRK-BI-EXISTE EQUAL 'S' AND PTN-ATIVA EQUAL 'N'
               MOVE 'N' TO WRK-BI-EXISTE
               MOVE '26PARCEIRA DESATIVADA.' TO WRK-MSG
           END-IF.
       0316-LE-PARCEIRA-END. EXIT.

       0317-PROXIMO-NUMERO SECTION.
      *    O NUMERO DO EMPRESTIMO E SEQUENCIAL, OBTIDO VARRENDO O
      *    MAIOR JA GRAVADO (MESMO CRITERIO DO CODIGO EM INVIDPRG).
           MOVE ZEROES TO WRK-BI-MAX.
           MOVE ZEROES TO EIB-NUMERO.
           START EMPINTER KEY IS NOT LESS THAN EIB-NUMERO
               INVALID KEY
                   MOVE '10' TO FS-EMPINTER
           END-START.
      *
           IF FS-EMPINTER EQUAL "00"
               READ EMPINTER NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-EMPINTER EQUAL "10"
               MOVE EIB-NUMERO TO WRK-BI-MAX
               READ EMPINTER NEXT RECORD
           END-PERFORM.
       0317-PROXIMO-NUMERO-END. EXIT.

       0318-VERIFICA-NA-RUA SECTION.
      *    ALGUM EXEMPLAR DO TITULO EM EIB-CODIGO (OU SO O EXEMPLAR
      *    EM EIB-EXEMPLAR, QUANDO INFORMADO) ESTA EMPRESTADO A UM
      *    TOMADOR EM LOANS.DAT?
           MOVE 'N'          TO WRK-BI-NA-RUA.
           MOVE EIB-CODIGO   TO EMP-CODIGO.
           MOVE EIB-EXEMPLAR TO EMP-EXEMPLAR.
      *
           IF EIB-EXEMPLAR NOT EQUAL ZEROES
               READ LOANS
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-BI-NA-RUA
               END-READ
               GO TO 0318-VERIFICA-NA-RUA-END
           END-IF.
      *
           START LOANS KEY IS NOT LESS THAN EMP-CHAVE
               INVALID KEY
                   MOVE '10' TO FS-LOANS
           END-START.
      *
           IF FS-LOANS EQUAL "00"
               READ LOANS NEXT RECORD
               IF FS-LOANS EQUAL "00" AND EMP-CODIGO EQUAL EIB-CODIGO
                   MOVE 'S' TO WRK-BI-NA-RUA
               END-IF
           END-IF.
       0318-VERIFICA-NA-RUA-END. EXIT.

       0320-EMPRESTAR-A-PARCEIRA SECTION.
      *    SAIDA: NOSSO EXEMPLAR VAI PARA OUTRA ESCOLA COM PRAZO E
      *    REMESSA; A COPIA FICA COM SITUACAO 'I' (FORA DA CIRCULACAO
      *    LOCAL) ATE O RETORNO.
           INITIALIZE WRK-MSG.
           PERFORM 0316-LE-PARCEIRA.
      *
           IF WRK-BI-EXISTE EQUAL 'N'
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0320-EMPRESTAR-A-PARCEIRA-END
           END-IF.
      *
           PERFORM 0317-PROXIMO-NUMERO.
      *
           INITIALIZE REG-EIB.
           MOVE 1 TO EIB-EXEMPLAR.
           DISPLAY SCREEN-BIB-EXEMPLAR.
           ACCEPT  SCREEN-BIB-EXEMPLAR.
      *
           PERFORM 0325-VALIDA-SAIDA.
      *
           IF WRK-MSG NOT EQUAL SPACES
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0320-EMPRESTAR-A-PARCEIRA-END
           END-IF.
      *
           MOVE PTN-PRAZO TO WRK-BI-PRAZO.
           COMPUTE EIB-DATA-PREVISTA =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WRK-HOJE) + WRK-BI-PRAZO).
           DISPLAY SCREEN-BIB-REMESSA.
           ACCEPT  SCREEN-BIB-REMESSA.
      *
           IF EIB-DATA-PREVISTA NOT GREATER WRK-HOJE
               MOVE '22PRAZO DEVE SER POSTERIOR A HOJE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0320-EMPRESTAR-A-PARCEIRA-END
           END-IF.
      *
           INITIALIZE WRK-MSG.
           MOVE '30CONFIRMA O EMPRESTIMO A PARCEIRA (S/N)?' TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT  SCREEN-CONFIRMATION-WAIT.
      *
           IF WRK-AWAIT NOT EQUAL 'S' AND NOT EQUAL 's'
               GO TO 0320-EMPRESTAR-A-PARCEIRA-END
           END-IF.
      *
           ADD 1 TO WRK-BI-MAX GIVING EIB-NUMERO.
           MOVE PTN-CODIGO   TO EIB-PTN-CODIGO.
           MOVE 'S'          TO EIB-DIRECAO.
           MOVE WRK-HOJE     TO EIB-DATA-ENVIO.
           MOVE 'A'          TO EIB-SITUACAO.
           MOVE WRK-OPERADOR TO EIB-OPERADOR.
           WRITE REG-EIB
               INVALID KEY
                   MOVE '25ERRO AO GRAVAR O EMPRESTIMO.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   GO TO 0320-EMPRESTAR-A-PARCEIRA-END
           END-WRITE.
      *
           MOVE 'I' TO EXE-SITUACAO.
           REWRITE REG-EXE.
      *
           MOVE EIB-CODIGO TO CODIGO.
           MOVE 'INTERBIB'  TO WRK-BI-ACAO.
           PERFORM 0315-GRAVA-LOG.
      *
           INITIALIZE WRK-MSG.
           STRING '12EMPRESTIMO ' DELIMITED BY SIZE
                  EIB-NUMERO      DELIMITED BY SIZE
                  ' REGISTRADO. EXEMPLAR FORA DA CIRCULACAO LOCAL.'
                                  DELIMITED BY SIZE
             INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0320-EMPRESTAR-A-PARCEIRA-END. EXIT.

       0325-VALIDA-SAIDA SECTION.
      *    SO SAI EXEMPLAR CADASTRADO, ATIVO, EM CONDICAO DE USO, DE
      *    TITULO PROPRIO (NAO TEMPORARIO) E QUE ESTEJA NA PRATELEIRA.
           INITIALIZE WRK-MSG.
           MOVE EIB-CODIGO TO CODIGO.
           READ MOVIES
               INVALID KEY
                   MOVE '26FILME NAO CADASTRADO.' TO WRK-MSG
                   GO TO 0325-VALIDA-SAIDA-END
           END-READ.
      *
           IF VID-SITUACAO EQUAL 'B'
               MOVE '24FILME BAIXADO DO ACERVO.' TO WRK-MSG
               GO TO 0325-VALIDA-SAIDA-END
           END-IF.
      *
           IF VID-SITUACAO EQUAL 'T'
               MOVE '14TITULO DE OUTRA PARCEIRA NAO PODE SER REEMPRESTA
      -        'DO.' TO WRK-MSG
               GO TO 0325-VALIDA-SAIDA-END
           END-IF.
      *
           MOVE EIB-CODIGO   TO EXE-CODIGO.
           MOVE EIB-EXEMPLAR TO EXE-NUMERO.
           READ EXEMPLAR
               INVALID KEY
                   MOVE '26EXEMPLAR NAO CADASTRADO.' TO WRK-MSG
                   GO TO 0325-VALIDA-SAIDA-END
           END-READ.
      *
           IF EXE-SITUACAO NOT EQUAL SPACES
               MOVE '20EXEMPLAR FORA DE CIRCULACAO (SITUACAO '
                   TO WRK-MSG
               MOVE EXE-SITUACAO TO WRK-MSG-TEXT(39:1)
               MOVE ').'         TO WRK-MSG-TEXT(40:2)
               GO TO 0325-VALIDA-SAIDA-END
           END-IF.
      *
           IF EXE-CONDICAO EQUAL 'D'
               MOVE '24EXEMPLAR DANIFICADO (EM REPARO).' TO WRK-MSG
               GO TO 0325-VALIDA-SAIDA-END
           END-IF.
      *
           PERFORM 0318-VERIFICA-NA-RUA.
      *
           IF WRK-BI-NA-RUA EQUAL 'S'
               MOVE '22EXEMPLAR EMPRESTADO A UM TOMADOR.' TO WRK-MSG
           END-IF.
       0325-VALIDA-SAIDA-END. EXIT.

       0330-RETORNO-DA-PARCEIRA SECTION.
      *    NOSSO EXEMPLAR VOLTOU DA PARCEIRA: CONFERE A CONDICAO E A
      *    COPIA VOLTA A CIRCULAR.
           INITIALIZE REG-EIB.
           INITIALIZE WRK-MSG.
           DISPLAY SCREEN-BIB-NUMERO.
           ACCEPT  SCREEN-BIB-NUMERO.
      *
           READ EMPINTER
               INVALID KEY
                   MOVE '26EMPRESTIMO NAO ENCONTRADO.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   GO TO 0330-RETORNO-DA-PARCEIRA-END
           END-READ.
      *
           IF EIB-DIRECAO NOT EQUAL 'S' OR EIB-SITUACAO NOT EQUAL 'A'
               MOVE '14NAO E EMPRESTIMO NOSSO EM ABERTO COM A PARCEIRA.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0330-RETORNO-DA-PARCEIRA-END
           END-IF.
      *
           MOVE SPACES TO WRK-BI-CONDICAO.
           DISPLAY SCREEN-BIB-EXEMPLAR.
           DISPLAY SCREEN-BIB-RETORNO.
           ACCEPT  SCREEN-BIB-RETORNO.
      *
           IF WRK-BI-CONDICAO EQUAL 'b' OR 'r' OR 'd'
               INSPECT WRK-BI-CONDICAO CONVERTING 'brd' TO 'BRD'
           END-IF.
      *
           IF WRK-BI-CONDICAO NOT EQUAL SPACES AND NOT EQUAL 'B'
                           AND NOT EQUAL 'R' AND NOT EQUAL 'D'
               MOVE '20CONDICAO INVALIDA (B, R OU D).' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0330-RETORNO-DA-PARCEIRA-END
           END-IF.
      *
           INITIALIZE WRK-MSG.
           MOVE '30CONFIRMA O RETORNO DO EXEMPLAR (S/N)?' TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT  SCREEN-CONFIRMATION-WAIT.
      *
           IF WRK-AWAIT NOT EQUAL 'S' AND NOT EQUAL 's'
               GO TO 0330-RETORNO-DA-PARCEIRA-END
           END-IF.
      *
           MOVE EIB-CODIGO   TO EXE-CODIGO.
           MOVE EIB-EXEMPLAR TO EXE-NUMERO.
           READ EXEMPLAR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO EXE-SITUACAO
                   MOVE EXE-CONDICAO TO WRK-HCO-ANTERIOR
                   IF WRK-BI-CONDICAO NOT EQUAL SPACES
                       MOVE WRK-BI-CONDICAO TO EXE-CONDICAO
                   END-IF
                   REWRITE REG-EXE
                   MOVE EXE-CODIGO   TO WRK-HCO-CODIGO
                   MOVE EXE-NUMERO   TO WRK-HCO-EXEMPLAR
                   MOVE EXE-CONDICAO TO WRK-HCO-NOVA
                   MOVE 'INTERBIB'   TO WRK-HCO-ORIGEM
                   PERFORM 0335-GRAVA-CONDICAO
           END-READ.
      *
           MOVE 'D'      TO EIB-SITUACAO.
           MOVE WRK-HOJE TO EIB-DATA-DEVOLUCAO.
           REWRITE REG-EIB.
      *
           MOVE EIB-CODIGO TO CODIGO.
           MOVE 'INTERBIB'  TO WRK-BI-ACAO.
           PERFORM 0315-GRAVA-LOG.
      *
           INITIALIZE WRK-MSG.
           IF WRK-BI-CONDICAO EQUAL 'D'
               MOVE '14RETORNO REGISTRADO. COPIA DANIFICADA: ENCAMINHE
      -        'AO REPARO.' TO WRK-MSG
           ELSE
               MOVE '20RETORNO REGISTRADO. EXEMPLAR DE VOLTA AO ACERVO.'
                   TO WRK-MSG
           END-IF.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0330-RETORNO-DA-PARCEIRA-END. EXIT.

       0335-GRAVA-CONDICAO SECTION.
           COPY 'CPVIDHCP'. *> GRAVA MUDANCA DE CONDICAO DO EXEMPLAR
       0335-GRAVA-CONDICAO-END. EXIT.

       0340-RECEBER-DA-PARCEIRA SECTION.
      *    ENTRADA: TITULO DE OUTRA ESCOLA CHEGA EMPRESTADO. GANHA UM
      *    REGISTRO TEMPORARIO NO CATALOGO (SITUACAO 'T') E O
      *    EXEMPLAR 01, E CIRCULA PELOS NOSSOS TOMADORES EM EMVIDPRG
      *    COM AS REGRAS DE SEMPRE ATE VOLTAR A PARCEIRA.
           INITIALIZE WRK-MSG.
           PERFORM 0316-LE-PARCEIRA.
      *
           IF WRK-BI-EXISTE EQUAL 'N'
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0340-RECEBER-DA-PARCEIRA-END
           END-IF.
      *
           PERFORM 0317-PROXIMO-NUMERO.
           PERFORM 0345-PROXIMO-CODIGO.
      *
           INITIALIZE REG-FIL.
           INITIALIZE REG-EIB.
           MOVE 'D'  TO MIDIA.
           MOVE 'L ' TO VID-CLASSIF.
           DISPLAY SCREEN-BIB-TITULO.
           ACCEPT  SCREEN-BIB-TITULO.
      *
           IF TITULO EQUAL SPACES
               MOVE '25TITULO OBRIGATORIO.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0340-RECEBER-DA-PARCEIRA-END
           END-IF.
      *
           MOVE GENERO TO GEN-NOME.
           READ GENEROS
               INVALID KEY
                   MOVE '26GENERO NAO CADASTRADO.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   GO TO 0340-RECEBER-DA-PARCEIRA-END
           END-READ.
      *
           IF MIDIA EQUAL 'v' OR 'd' OR 'b'
               INSPECT MIDIA CONVERTING 'vdb' TO 'VDB'
           END-IF.
      *
           IF MIDIA NOT EQUAL 'V' AND NOT EQUAL 'D' AND NOT EQUAL 'B'
               MOVE '25MIDIA INVALIDA (V, D OU B).' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0340-RECEBER-DA-PARCEIRA-END
           END-IF.
      *
           IF VID-CLASSIF EQUAL SPACES
               MOVE 'L ' TO VID-CLASSIF
           END-IF.
      *
           MOVE PTN-PRAZO TO WRK-BI-PRAZO.
           COMPUTE EIB-DATA-PREVISTA =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WRK-HOJE) + WRK-BI-PRAZO).
           DISPLAY SCREEN-BIB-REMESSA.
           ACCEPT  SCREEN-BIB-REMESSA.
      *
           IF EIB-DATA-PREVISTA NOT GREATER WRK-HOJE
               MOVE '22PRAZO DEVE SER POSTERIOR A HOJE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0340-RECEBER-DA-PARCEIRA-END
           END-IF.
      *
           INITIALIZE WRK-MSG.
           MOVE '30CONFIRMA O RECEBIMENTO DO TITULO (S/N)?' TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT  SCREEN-CONFIRMATION-WAIT.
      *
           IF WRK-AWAIT NOT EQUAL 'S' AND NOT EQUAL 's'
               GO TO 0340-RECEBER-DA-PARCEIRA-END
           END-IF.
      *
           ADD 1 TO WRK-BI-MAX-CODIGO GIVING CODIGO.
           MOVE ZEROES TO DURACAO NOTA VID-BAIXA-DATA.
           MOVE SPACES TO DISTRIB VID-BAIXA-MOTIVO.
           MOVE 'N'    TO FAVORITO.
           MOVE 'T'    TO VID-SITUACAO.
           MOVE 'SED'  TO VID-LOCAL.
           PERFORM 0347-CARIMBA-REGISTRO.
           WRITE REG-FIL
               INVALID KEY
                   MOVE '28ERRO AO INCLUIR NO CATALOGO.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   GO TO 0340-RECEBER-DA-PARCEIRA-END
           END-WRITE.
      *
           MOVE CODIGO TO EXE-CODIGO.
           MOVE 1      TO EXE-NUMERO.
           MOVE MIDIA  TO EXE-MIDIA.
           MOVE 'B'    TO EXE-CONDICAO.
           MOVE SPACES TO EXE-SITUACAO.
           MOVE SPACES TO EXE-BAIXA-MOTIVO.
           MOVE ZEROES TO EXE-BAIXA-DATA.
           MOVE SPACES TO EXE-POSICAO.
           WRITE REG-EXE.
      *
           ADD 1 TO WRK-BI-MAX GIVING EIB-NUMERO.
           MOVE PTN-CODIGO   TO EIB-PTN-CODIGO.
           MOVE 'E'          TO EIB-DIRECAO.
           MOVE CODIGO       TO EIB-CODIGO.
           MOVE 1            TO EIB-EXEMPLAR.
           MOVE WRK-HOJE     TO EIB-DATA-ENVIO.
           MOVE 'A'          TO EIB-SITUACAO.
           MOVE WRK-OPERADOR TO EIB-OPERADOR.
           WRITE REG-EIB.
      *
           MOVE 'INTERBIB' TO WRK-BI-ACAO.
           PERFORM 0315-GRAVA-LOG.
      *
           INITIALIZE WRK-MSG.
           STRING '08TITULO RECEBIDO. REGISTRO TEMPORARIO '
                                  DELIMITED BY SIZE
                  CODIGO          DELIMITED BY SIZE
                  ' / EMPRESTIMO ' DELIMITED BY SIZE
                  EIB-NUMERO      DELIMITED BY SIZE
                  '.'             DELIMITED BY SIZE
             INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0340-RECEBER-DA-PARCEIRA-END. EXIT.

       0345-PROXIMO-CODIGO SECTION.
      *    O CODIGO DO REGISTRO TEMPORARIO E ATRIBUIDO COMO EM
      *    INVIDPRG; A VARREDURA SOBRESCREVE REG-FIL, POR ISSO E FEITA
      *    ANTES DE OS CAMPOS SEREM DIGITADOS.
           MOVE ZEROES TO WRK-BI-MAX-CODIGO.
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
               MOVE CODIGO TO WRK-BI-MAX-CODIGO
               READ MOVIES NEXT RECORD
           END-PERFORM.
       0345-PROXIMO-CODIGO-END. EXIT.

       0347-CARIMBA-REGISTRO SECTION.
           COPY 'CPVIDCTS'. *> CARIMBA DATA/HORA DA INCLUSAO
       0347-CARIMBA-REGISTRO-END. EXIT.

       0350-DEVOLVER-A-PARCEIRA SECTION.
      *    O TITULO DA PARCEIRA VOLTA PARA ELA: SO SE NAO ESTIVER COM
      *    UM TOMADOR. O REGISTRO TEMPORARIO E O EXEMPLAR SAO BAIXADOS
      *    COM MOTIVO 'T' (O HISTORICO DE EMPRESTIMOS CONTINUA
      *    APONTANDO PARA ELE).
           INITIALIZE REG-EIB.
           INITIALIZE WRK-MSG.
           DISPLAY SCREEN-BIB-NUMERO.
           ACCEPT  SCREEN-BIB-NUMERO.
      *
           READ EMPINTER
               INVALID KEY
                   MOVE '26EMPRESTIMO NAO ENCONTRADO.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   GO TO 0350-DEVOLVER-A-PARCEIRA-END
           END-READ.
      *
           IF EIB-DIRECAO NOT EQUAL 'E' OR EIB-SITUACAO NOT EQUAL 'A'
               MOVE '14NAO E TITULO DE PARCEIRA EM ABERTO CONOSCO.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0350-DEVOLVER-A-PARCEIRA-END
           END-IF.
      *
           MOVE EIB-EXEMPLAR     TO WRK-BI-EXEMPLAR.
           MOVE ZEROES           TO EIB-EXEMPLAR.
           PERFORM 0318-VERIFICA-NA-RUA.
           MOVE WRK-BI-EXEMPLAR  TO EIB-EXEMPLAR.
      *
           IF WRK-BI-NA-RUA EQUAL 'S'
               MOVE '16TITULO AINDA EMPRESTADO A UM TOMADOR; RECOLHA ANT
      -        'ES.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0350-DEVOLVER-A-PARCEIRA-END
           END-IF.
      *
           MOVE SPACES TO EIB-PORTADOR EIB-GUIA.
           DISPLAY SCREEN-BIB-DEVOLUCAO.
           ACCEPT  SCREEN-BIB-DEVOLUCAO.
      *
           INITIALIZE WRK-MSG.
           MOVE '30CONFIRMA A DEVOLUCAO A PARCEIRA (S/N)?' TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT  SCREEN-CONFIRMATION-WAIT.
      *
           IF WRK-AWAIT NOT EQUAL 'S' AND NOT EQUAL 's'
               GO TO 0350-DEVOLVER-A-PARCEIRA-END
           END-IF.
      *
           MOVE EIB-CODIGO TO CODIGO.
           READ MOVIES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'B'      TO VID-SITUACAO
                   MOVE 'T'      TO VID-BAIXA-MOTIVO
                   MOVE WRK-HOJE TO VID-BAIXA-DATA
                   PERFORM 0347-CARIMBA-REGISTRO
                   REWRITE REG-FIL
           END-READ.
      *
           MOVE EIB-CODIGO   TO EXE-CODIGO.
           MOVE EIB-EXEMPLAR TO EXE-NUMERO.
           READ EXEMPLAR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'B'      TO EXE-SITUACAO
                   MOVE 'T'      TO EXE-BAIXA-MOTIVO
                   MOVE WRK-HOJE TO EXE-BAIXA-DATA
                   REWRITE REG-EXE
           END-READ.
      *
           MOVE 'D'      TO EIB-SITUACAO.
           MOVE WRK-HOJE TO EIB-DATA-DEVOLUCAO.
           REWRITE REG-EIB.
      *
           MOVE EIB-CODIGO TO CODIGO.
           MOVE 'INTERBIB'  TO WRK-BI-ACAO.
           PERFORM 0315-GRAVA-LOG.
      *
           INITIALIZE WRK-MSG.
           MOVE '14TITULO DEVOLVIDO A PARCEIRA. REGISTRO TEMPORARIO BAI
      -    'XADO.' TO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0350-DEVOLVER-A-PARCEIRA-END. EXIT.

       0360-EXTRATO-PARCEIRA SECTION.
      *    POSICAO POR PARCEIRA: O QUE E NOSSO E ESTA COM ELA E O QUE
      *    E DELA E ESTA CONOSCO (A DEVOLVER), COM PRAZO E ATRASO. A
      *    LEITURA SEGUE A CHAVE ALTERNATIVA EIB-PTN-CODIGO.
           INITIALIZE WRK-ESTATISTICA.
           INITIALIZE WRK-MSG.
           MOVE ZEROES TO WRK-BI-PTN.
           DISPLAY SCREEN-BIB-FILTRO.
           ACCEPT  SCREEN-BIB-FILTRO.
      *
           MOVE SPACES TO WRK-SPL-NOME.
           STRING './dat/EXTRATO-INTERBIB-' DELIMITED BY SIZE
                  WRK-DATA-AAAA             DELIMITED BY SIZE
                  WRK-DATA-MM               DELIMITED BY SIZE
                  WRK-DATA-DD               DELIMITED BY SIZE
                  '.prt'                    DELIMITED BY SIZE
             INTO WRK-SPL-NOME.
      *
           OPEN OUTPUT BIBLIO-REL.
      *
           IF FS-BIBLIO-REL NOT EQUAL "00"
               MOVE '42ERRO AO ABRIR ARQUIVO DE RELATORIO.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0360-EXTRATO-PARCEIRA-END
           END-IF.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'VIDEOTECA - EXTRATO DE EMPRESTIMOS ENTRE BIBLIOTECAS
      -           '   EMISSAO: '       DELIMITED BY SIZE
                  WRK-DATA-EDIT-DD   DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  WRK-DATA-EDIT-MM   DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  WRK-DATA-EDIT-AAAA DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE ZEROES     TO WRK-BI-PTN-ANT.
           MOVE WRK-BI-PTN TO EIB-PTN-CODIGO.
           START EMPINTER KEY IS NOT LESS THAN EIB-PTN-CODIGO
               INVALID KEY
                   MOVE '10' TO FS-EMPINTER
           END-START.
      *
           IF FS-EMPINTER EQUAL "00"
               READ EMPINTER NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-EMPINTER EQUAL "10"
                      OR (WRK-BI-PTN NOT EQUAL ZEROES
                          AND EIB-PTN-CODIGO NOT EQUAL WRK-BI-PTN)
               IF EIB-SITUACAO EQUAL 'A'
                   IF WRK-BI-PARCEIRAS EQUAL ZEROES
                   OR EIB-PTN-CODIGO NOT EQUAL WRK-BI-PTN-ANT
                       PERFORM 0365-QUEBRA-PARCEIRA
                   END-IF
                   PERFORM 0370-LINHA-EXTRATO
               END-IF
               READ EMPINTER NEXT RECORD
           END-PERFORM.
      *
           IF WRK-BI-PARCEIRAS GREATER ZEROES
               PERFORM 0367-SUBTOTAL-PARCEIRA
           END-IF.
      *
           MOVE WRK-BI-QTD-SAIDA   TO WRK-BI-ED-SAIDA.
           MOVE WRK-BI-QTD-ENTRADA TO WRK-BI-ED-ENTRADA.
           MOVE WRK-BI-QTD-ATRASO  TO WRK-BI-ED-ATRASO.
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
           MOVE SPACES TO FIL-REL.
           STRING 'TOTAL - NOSSOS COM PARCEIRAS: ' DELIMITED BY SIZE
                  WRK-BI-ED-SAIDA                 DELIMITED BY SIZE
                  '  DE PARCEIRAS CONOSCO: '      DELIMITED BY SIZE
                  WRK-BI-ED-ENTRADA               DELIMITED BY SIZE
                  '  EM ATRASO: '                 DELIMITED BY SIZE
                  WRK-BI-ED-ATRASO                DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           CLOSE BIBLIO-REL.
           PERFORM 0390-REGISTRA-SPOOL.
      *
           INITIALIZE WRK-MSG.
           MOVE '25EXTRATO DE PARCEIRAS GERADO.' TO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0360-EXTRATO-PARCEIRA-END. EXIT.

       0365-QUEBRA-PARCEIRA SECTION.
           IF WRK-BI-PARCEIRAS GREATER ZEROES
               PERFORM 0367-SUBTOTAL-PARCEIRA
           END-IF.
      *
           ADD 1 TO WRK-BI-PARCEIRAS.
           MOVE ZEROES         TO WRK-BI-SUB-SAIDA WRK-BI-SUB-ENTRADA.
           MOVE EIB-PTN-CODIGO TO WRK-BI-PTN-ANT.
      *
           MOVE EIB-PTN-CODIGO TO PTN-CODIGO.
           READ PARCEIRAS
               INVALID KEY
                   MOVE '** PARCEIRA NAO CADASTRADA **' TO PTN-NOME
                   MOVE SPACES TO PTN-CONTATO PTN-TELEFONE PTN-EMAIL
           END-READ.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
           MOVE SPACES TO FIL-REL.
           STRING 'PARCEIRA '     DELIMITED BY SIZE
                  EIB-PTN-CODIGO  DELIMITED BY SIZE
                  ' - '           DELIMITED BY SIZE
                  PTN-NOME        DELIMITED BY SIZE
                  '  CONTATO: '   DELIMITED BY SIZE
                  PTN-CONTATO     DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  PTN-TELEFONE    DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
           MOVE '  NR    SENTIDO          CODIGO/EX ENVIO    PRAZO    A
      -    'TRASO TITULO                         SITUACAO LOCAL'
               TO FIL-REL.
           WRITE FIL-REL.
       0365-QUEBRA-PARCEIRA-END. EXIT.

       0367-SUBTOTAL-PARCEIRA SECTION.
           MOVE WRK-BI-SUB-SAIDA   TO WRK-BI-ED-SAIDA.
           MOVE WRK-BI-SUB-ENTRADA TO WRK-BI-ED-ENTRADA.
           MOVE SPACES TO FIL-REL.
           STRING '  NOSSOS COM A PARCEIRA: ' DELIMITED BY SIZE
                  WRK-BI-ED-SAIDA            DELIMITED BY SIZE
                  '   DELA CONOSCO (A DEVOLVER): ' DELIMITED BY SIZE
                  WRK-BI-ED-ENTRADA          DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
       0367-SUBTOTAL-PARCEIRA-END. EXIT.

       0370-LINHA-EXTRATO SECTION.
           COMPUTE WRK-BI-DIAS =
               FUNCTION INTEGER-OF-DATE(WRK-HOJE) -
               FUNCTION INTEGER-OF-DATE(EIB-DATA-PREVISTA).
      *
           IF WRK-BI-DIAS GREATER ZEROES
               ADD 1 TO WRK-BI-QTD-ATRASO
           ELSE
               MOVE ZEROES TO WRK-BI-DIAS
           END-IF.
           MOVE WRK-BI-DIAS TO WRK-BI-DIAS-EDIT.
      *
           MOVE EIB-CODIGO TO CODIGO.
           READ MOVIES
               INVALID KEY
                   MOVE '** TITULO EXCLUIDO **' TO TITULO
           END-READ.
           MOVE TITULO TO WRK-BI-TITULO.
      *
      *    TITULO DA PARCEIRA QUE ESTA COM UM TOMADOR NOSSO PRECISA
      *    SER RECOLHIDO ANTES DE VOLTAR; O EXTRATO MOSTRA A DATA.
           MOVE SPACES TO WRK-BI-OBS.
           IF EIB-DIRECAO EQUAL 'S'
               ADD 1 TO WRK-BI-QTD-SAIDA
               ADD 1 TO WRK-BI-SUB-SAIDA
               MOVE 'COM A PARCEIRA' TO WRK-BI-OBS
           ELSE
               ADD 1 TO WRK-BI-QTD-ENTRADA
               ADD 1 TO WRK-BI-SUB-ENTRADA
               MOVE EIB-CODIGO   TO EMP-CODIGO
               MOVE EIB-EXEMPLAR TO EMP-EXEMPLAR
               READ LOANS
                   INVALID KEY
                       MOVE 'NA PRATELEIRA' TO WRK-BI-OBS
                   NOT INVALID KEY
                       STRING 'COM TOMADOR ATE ' DELIMITED BY SIZE
                              EMP-DATA-PREVISTA  DELIMITED BY SIZE
                         INTO WRK-BI-OBS
               END-READ
           END-IF.
      *
           MOVE SPACES TO FIL-REL.
           STRING '  '              DELIMITED BY SIZE
                  EIB-NUMERO        DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  EIB-DIRECAO       DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  EIB-REF-PARCEIRA  DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  EIB-CODIGO        DELIMITED BY SIZE
                  '/'               DELIMITED BY SIZE
                  EIB-EXEMPLAR      DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  EIB-DATA-ENVIO    DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  EIB-DATA-PREVISTA DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WRK-BI-DIAS-EDIT  DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WRK-BI-TITULO     DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WRK-BI-OBS        DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
       0370-LINHA-EXTRATO-END. EXIT.

       0380-COBRANCAS-ATRASO SECTION.
      *    COBRANCA ENTRE INSTITUICOES, SEPARADA DOS AVISOS AOS ALUNOS:
      *    PARA CADA PARCEIRA, OS NOSSOS EXEMPLARES VENCIDOS COM ELA
      *    (PEDIDO DE DEVOLUCAO, QUE CONTA MAIS UMA COBRANCA NO
      *    EMPRESTIMO) E OS TITULOS DELA VENCIDOS CONOSCO (LEMBRETE
      *    INTERNO PARA RECOLHER E DEVOLVER).
           INITIALIZE WRK-ESTATISTICA.
           INITIALIZE WRK-MSG.
      *
           MOVE SPACES TO WRK-SPL-NOME.
           STRING './dat/COBRANCA-INTERBIB-' DELIMITED BY SIZE
                  WRK-DATA-AAAA              DELIMITED BY SIZE
                  WRK-DATA-MM                DELIMITED BY SIZE
                  WRK-DATA-DD                DELIMITED BY SIZE
                  '.prt'                     DELIMITED BY SIZE
             INTO WRK-SPL-NOME.
      *
           OPEN OUTPUT BIBLIO-REL.
      *
           IF FS-BIBLIO-REL NOT EQUAL "00"
               MOVE '42ERRO AO ABRIR ARQUIVO DE RELATORIO.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0380-COBRANCAS-ATRASO-END
           END-IF.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'VIDEOTECA - COBRANCAS ENTRE BIBLIOTECAS      EMISSAO
      -           ': '                DELIMITED BY SIZE
                  WRK-DATA-EDIT-DD   DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  WRK-DATA-EDIT-MM   DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  WRK-DATA-EDIT-AAAA DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE ZEROES TO WRK-BI-PTN-ANT.
           MOVE ZEROES TO EIB-PTN-CODIGO.
           START EMPINTER KEY IS NOT LESS THAN EIB-PTN-CODIGO
               INVALID KEY
                   MOVE '10' TO FS-EMPINTER
           END-START.
      *
           IF FS-EMPINTER EQUAL "00"
               READ EMPINTER NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-EMPINTER EQUAL "10"
               IF EIB-SITUACAO EQUAL 'A'
              AND EIB-DATA-PREVISTA LESS WRK-HOJE
                   IF WRK-BI-PARCEIRAS EQUAL ZEROES
                   OR EIB-PTN-CODIGO NOT EQUAL WRK-BI-PTN-ANT
                       PERFORM 0385-CABECALHO-COBRANCA
                   END-IF
                   PERFORM 0387-LINHA-COBRANCA
               END-IF
               READ EMPINTER NEXT RECORD
           END-PERFORM.
      *
           MOVE WRK-BI-QTD-SAIDA   TO WRK-BI-ED-SAIDA.
           MOVE WRK-BI-QTD-ENTRADA TO WRK-BI-ED-ENTRADA.
           MOVE WRK-BI-PARCEIRAS   TO WRK-BI-ED-PARCEIRAS.
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
           MOVE SPACES TO FIL-REL.
           STRING 'PARCEIRAS COBRADAS: '   DELIMITED BY SIZE
                  WRK-BI-ED-PARCEIRAS      DELIMITED BY SIZE
                  '  NOSSOS VENCIDOS: '    DELIMITED BY SIZE
                  WRK-BI-ED-SAIDA          DELIMITED BY SIZE
                  '  A DEVOLVER VENCIDOS: ' DELIMITED BY SIZE
                  WRK-BI-ED-ENTRADA        DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           CLOSE BIBLIO-REL.
           PERFORM 0390-REGISTRA-SPOOL.
      *
           INITIALIZE WRK-MSG.
           MOVE WRK-BI-QTD-SAIDA TO WRK-BI-ED-SAIDA.
           STRING '20COBRANCAS GERADAS. EXEMPLARES NOSSOS VENCIDOS: '
                                   DELIMITED BY SIZE
                  WRK-BI-ED-SAIDA  DELIMITED BY SIZE
             INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0380-COBRANCAS-ATRASO-END. EXIT.

       0385-CABECALHO-COBRANCA SECTION.
           ADD 1 TO WRK-BI-PARCEIRAS.
           MOVE EIB-PTN-CODIGO TO WRK-BI-PTN-ANT.
      *
           MOVE EIB-PTN-CODIGO TO PTN-CODIGO.
           READ PARCEIRAS
               INVALID KEY
                   MOVE '** PARCEIRA NAO CADASTRADA **' TO PTN-NOME
                   MOVE SPACES TO PTN-CONTATO PTN-TELEFONE PTN-EMAIL
           END-READ.
      *
           MOVE ALL '-' TO FIL-REL.
           WRITE FIL-REL.
           MOVE SPACES TO FIL-REL.
           STRING 'A: '           DELIMITED BY SIZE
                  PTN-NOME        DELIMITED BY SIZE
                  ' (PARCEIRA '   DELIMITED BY SIZE
                  EIB-PTN-CODIGO  DELIMITED BY SIZE
                  ')'             DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
           MOVE SPACES TO FIL-REL.
           STRING 'AOS CUIDADOS DE: ' DELIMITED BY SIZE
                  PTN-CONTATO         DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  PTN-TELEFONE        DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  PTN-EMAIL           DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
       0385-CABECALHO-COBRANCA-END. EXIT.

       0387-LINHA-COBRANCA SECTION.
           COMPUTE WRK-BI-DIAS =
               FUNCTION INTEGER-OF-DATE(WRK-HOJE) -
               FUNCTION INTEGER-OF-DATE(EIB-DATA-PREVISTA).
           MOVE WRK-BI-DIAS TO WRK-BI-DIAS-EDIT.
      *
           MOVE EIB-CODIGO TO CODIGO.
           READ MOVIES
               INVALID KEY
                   MOVE '** TITULO EXCLUIDO **' TO TITULO
           END-READ.
           MOVE TITULO TO WRK-BI-TITULO.
      *
           MOVE SPACES TO FIL-REL.
           IF EIB-DIRECAO EQUAL 'S'
               ADD 1 TO WRK-BI-QTD-SAIDA
               ADD 1 TO EIB-COBRANCAS
               MOVE WRK-HOJE TO EIB-DATA-COBRANCA
               REWRITE REG-EIB
               MOVE EIB-COBRANCAS TO WRK-BI-NUM-EDIT
               STRING '  SOLICITAMOS A DEVOLUCAO DE ' DELIMITED BY SIZE
                      WRK-BI-TITULO      DELIMITED BY SIZE
                      ' (NOSSO '         DELIMITED BY SIZE
                      EIB-CODIGO         DELIMITED BY SIZE
                      '/'                DELIMITED BY SIZE
                      EIB-EXEMPLAR       DELIMITED BY SIZE
                      ') VENCIDO EM '    DELIMITED BY SIZE
                      EIB-DATA-PREVISTA  DELIMITED BY SIZE
                      ', '               DELIMITED BY SIZE
                      WRK-BI-DIAS-EDIT   DELIMITED BY SIZE
                      ' DIA(S). COBRANCA NR ' DELIMITED BY SIZE
                      WRK-BI-NUM-EDIT    DELIMITED BY SIZE
                 INTO FIL-REL
           ELSE
               ADD 1 TO WRK-BI-QTD-ENTRADA
               STRING '  (INTERNO) DEVOLVER A PARCEIRA '
                                         DELIMITED BY SIZE
                      WRK-BI-TITULO      DELIMITED BY SIZE
                      ' (REF. '          DELIMITED BY SIZE
                      EIB-REF-PARCEIRA   DELIMITED BY SIZE
                      ') VENCIDO EM '    DELIMITED BY SIZE
                      EIB-DATA-PREVISTA  DELIMITED BY SIZE
                      ', '               DELIMITED BY SIZE
                      WRK-BI-DIAS-EDIT   DELIMITED BY SIZE
                      ' DIA(S).'         DELIMITED BY SIZE
                 INTO FIL-REL
           END-IF.
           WRITE FIL-REL.
       0387-LINHA-COBRANCA-END. EXIT.

       0390-REGISTRA-SPOOL SECTION.
           MOVE 'BIVIDPRG' TO WRK-SPL-PROGRAMA.
           COPY 'CPVIDSPP'. *> REGISTRA O RELATORIO NO SPOOL
       0390-REGISTRA-SPOOL-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE MOVIES.
           CLOSE EXEMPLAR.
           CLOSE LOANS.
           CLOSE GENEROS.
           CLOSE PARCEIRAS.
           CLOSE EMPINTER.
      *
           IF FS-EMPINTER NOT EQUAL "00"
               MOVE '30ERRO AO FECHAR ARQUIVO DE EMPRESTIMOS ENTRE BIBLI
      -        'OTECAS.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-EMPINTER TO WS-ABEND-CODE
               MOVE 'ERRO AO FECHAR ARQUIVO DE EMPRESTIMOS ENTRE BIBLIOT
      -        'ECAS' TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
       0500-CLOSE-DATA-END. EXIT.

       0600-ROT-ABEND SECTION.
           MOVE 'BIVIDPRG' TO WS-ABEND-PROGRAM.
           COPY 'CPVIDRAB'. *> ABEND ROUTINE.
      *
           PERFORM 0700-END-PROGRAM.
       0600-ROT-ABEND-END. EXIT.

       0700-END-PROGRAM SECTION.
           GOBACK.
       0700-END-PROGRAM-END. EXIT.

       END PROGRAM BIVIDPRG.
