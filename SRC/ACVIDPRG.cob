      ******************************************************************
      * FILE NAME   : ACVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : ACCESSIBILITY AND LANGUAGE FEATURES OF VIDEOTECA *
      *               PROGRAM - RECORDS PER CODIGO THE AUDIO           *
      *               DESCRIPTION, LIBRAS WINDOW, CLOSED CAPTIONS,     *
      *               SUBTITLE LANGUAGES AND AUDIO LANGUAGES OF EACH   *
      *               TITLE, SEARCHES THE CATALOG BY FEATURE AND       *
      *               PRINTS THE "ACERVO ACESSIVEL" CATALOG FOR THE    *
      *               AEE COORDINATOR                                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACVIDPRG.
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
           COPY 'CPVIDACF'. *> ACESSIB (ACCESSIBILITY FEATURES)
      *
           SELECT ACS-REL
              ASSIGN       TO WRK-SPL-NOME
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-ACS-REL.
      *
           COPY 'CPVIDSPF'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDALF'. *> ABEND LOG
      *
       DATA DIVISION.
       FILE SECTION.
       FD MOVIES.
           COPY 'CPVIDDAT'.

       FD ACESSIB.
           COPY 'CPVIDACD'.

       FD ACS-REL.
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
           COPY 'CPVIDACW'. *> ACESSIB (ACCESSIBILITY FEATURES)
           COPY 'CPVIDSPW'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDABE'. *> ABEND
           COPY 'CPVIDALW'. *> ABEND LOG
      *
       77 FS-ACS-REL                PIC X(02).
       77 WRK-SPL-NOME              PIC X(40).
       77 WRK-SPL-PROGRAMA          PIC X(08).
      *
       77 WRK-LST-LINE              PIC 9(02) USAGE COMP-3 VALUE 14.
       77 WRK-LST-COUNT             PIC 9(02) USAGE COMP-3 VALUE ZEROES.
       77 WRK-LST-CONTINUA          PIC X(01) VALUE 'S'.
      *
      *    CRITERIOS DA BUSCA; IDIOMA EM BRANCO VALE COMO QUALQUER UM.
       77 WRK-AC-RECURSO            PIC X(01) VALUE SPACES.
       77 WRK-AC-IDIOMA             PIC X(03) VALUE SPACES.
       77 WRK-AC-CODIGO             PIC 9(07) VALUE ZEROES.
       77 WRK-AC-DESCRICAO          PIC X(20) VALUE SPACES.
       77 WRK-AC-VALIDO             PIC X(01) VALUE 'S'.
      *
      *    ORDEM DAS SECOES DO CATALOGO IMPRESSO: PRIMEIRO OS RECURSOS
      *    DE ACESSIBILIDADE, DEPOIS LEGENDAS E AUDIO POR IDIOMA.
       77 WRK-AC-ORDEM              PIC X(05) VALUE 'DLCSA'.
       77 WRK-AC-IDX                PIC 9(01) VALUE ZEROES.
       77 WRK-AC-TITULOS            PIC 9(05) USAGE COMP-3
                                     VALUE ZEROES.
       77 WRK-AC-TIT-EDIT           PIC ZZZZ9 VALUE ZEROES.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN'. *> MAIN SCREEN
           COPY 'SCVIDMSG'. *> MESSAGES
      *
       01 SCREEN-ACS-MENU.
           05 LINE 07 COLUMN 02 VALUE "1 - INCLUIR RECURSO NO FILME".
           05 LINE 08 COLUMN 02 VALUE "2 - REMOVER RECURSO DO FILME".
           05 LINE 09 COLUMN 02 VALUE "3 - RECURSOS DE UM FILME".
           05 LINE 07 COLUMN 40 VALUE "4 - BUSCAR FILMES POR RECURSO".
           05 LINE 08 COLUMN 40 VALUE "5 - ACERVO ACESSIVEL (IMPR.)".
           05 LINE 10 COLUMN 02 VALUE "0 - VOLTAR".
           05 LINE 11 COLUMN 02 VALUE "OPCAO: ".
           05 COLUMN PLUS 01    PIC X(01) USING WRK-OPTION.
      *
       01 SCREEN-ACS-LEGENDA.
           05 LINE 19 COLUMN 02 VALUE "RECURSOS: D=AUDIODESCRICAO".
           05 LINE 19 COLUMN 30 VALUE "L=JANELA DE LIBRAS".
           05 LINE 19 COLUMN 50 VALUE "C=LEGENDA OCULTA (CC)".
           05 LINE 20 COLUMN 12 VALUE "S=LEGENDA NO IDIOMA".
           05 LINE 20 COLUMN 33 VALUE "A=AUDIO NO IDIOMA".
           05 LINE 20 COLUMN 52 VALUE "(POR, ENG, ESP...)".
      *
       01 SCREEN-ACS-VINCULO.
           05 LINE 13 COLUMN 02 VALUE "CODIGO DO FILME.: ".
           05 COLUMN PLUS 01    PIC 9(07) USING ACS-CODIGO.
           05 LINE 14 COLUMN 02 VALUE "RECURSO.........: ".
           05 COLUMN PLUS 01    PIC X(01) USING ACS-RECURSO.
           05 LINE 15 COLUMN 02 VALUE "IDIOMA..........: ".
           05 COLUMN PLUS 01    PIC X(03) USING ACS-IDIOMA.
           05 LINE 16 COLUMN 02 VALUE "OBSERVACAO......: ".
           05 COLUMN PLUS 01    PIC X(30) USING ACS-OBSERVACAO.
      *
       01 SCREEN-ACS-CHAVE.
           05 LINE 13 COLUMN 02 VALUE "CODIGO DO FILME.: ".
           05 COLUMN PLUS 01    PIC 9(07) USING ACS-CODIGO.
           05 LINE 14 COLUMN 02 VALUE "RECURSO.........: ".
           05 COLUMN PLUS 01    PIC X(01) USING ACS-RECURSO.
           05 LINE 15 COLUMN 02 VALUE "IDIOMA..........: ".
           05 COLUMN PLUS 01    PIC X(03) USING ACS-IDIOMA.
      *
       01 SCREEN-ACS-FILME.
           05 LINE 12 COLUMN 02 VALUE "CODIGO DO FILME.: ".
           05 COLUMN PLUS 01    PIC 9(07) USING WRK-AC-CODIGO.
      *
       01 SCREEN-ACS-BUSCA.
           05 LINE 12 COLUMN 02 VALUE "RECURSO.........: ".
           05 COLUMN PLUS 01    PIC X(01) USING WRK-AC-RECURSO.
           05 LINE 12 COLUMN 30 VALUE "IDIOMA (BRANCO=TODOS): ".
           05 COLUMN PLUS 01    PIC X(03) USING WRK-AC-IDIOMA.
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
           OPEN I-O ACESSIB.
      *
           IF FS-ACESSIB EQUAL "35"
               OPEN OUTPUT ACESSIB
               CLOSE ACESSIB
               OPEN I-O ACESSIB
           END-IF.
      *
           IF FS-ACESSIB NOT EQUAL "00"
               MOVE '40ERRO AO ABRIR RECURSOS DE ACESSIBILIDADE.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-ACESSIB TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR RECURSOS DE ACESSIBILIDADE'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
       0100-OPEN-DATA-END. EXIT.

       0300-PROCESS-DATA SECTION.
           COPY 'CPVIDDTE'. *> DATE/TIME PROCEDURE
           MOVE " * * * ACESSIBILIDADE E IDIOMAS * * *"   TO WRK-TITLE.
           MOVE "PF3=FIM"                                  TO WRK-KEYS.
           INITIALIZE WRK-MSG.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-ACS-MENU.
           ACCEPT  SCREEN-ACS-MENU.
      *
           EVALUATE WRK-OPTION
               WHEN '1' PERFORM 0310-INCLUI-RECURSO
               WHEN '2' PERFORM 0320-REMOVE-RECURSO
               WHEN '3' PERFORM 0330-RECURSOS-DO-FILME
               WHEN '4' PERFORM 0340-BUSCA-POR-RECURSO
               WHEN '5' PERFORM 0360-ACERVO-ACESSIVEL
               WHEN '0' CONTINUE
               WHEN OTHER
                   INITIALIZE WRK-MSG
                   MOVE '20OPCAO INVALIDA.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
           END-EVALUATE.
       0300-PROCESS-DATA-END. EXIT.

       0305-VALIDA-RECURSO SECTION.
      *    RECURSO PRECISA SER UM DOS CODIGOS DA LEGENDA; LEGENDA E
      *    AUDIO EXIGEM A SIGLA DO IDIOMA E A JANELA DE LIBRAS NAO
      *    TEM IDIOMA (A LINGUA E SEMPRE A LIBRAS).
           MOVE 'S' TO WRK-AC-VALIDO.
      *
           INSPECT ACS-RECURSO CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT ACS-IDIOMA CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
           EVALUATE ACS-RECURSO
               WHEN 'D' WHEN 'C'
                   CONTINUE
               WHEN 'L'
                   MOVE SPACES TO ACS-IDIOMA
               WHEN 'S' WHEN 'A'
                   IF ACS-IDIOMA EQUAL SPACES
                       MOVE '18INFORME A SIGLA DO IDIOMA (POR, ENG...).'
                           TO WRK-MSG
                       MOVE 'N' TO WRK-AC-VALIDO
                       GO TO 0305-VALIDA-RECURSO-END
                   END-IF
               WHEN OTHER
                   MOVE '20RECURSO INVALIDO (USE D, L, C, S OU A).'
                       TO WRK-MSG
                   MOVE 'N' TO WRK-AC-VALIDO
                   GO TO 0305-VALIDA-RECURSO-END
           END-EVALUATE.
      *
           IF ACS-IDIOMA NOT EQUAL SPACES
               IF ACS-IDIOMA NOT ALPHABETIC-UPPER
               OR ACS-IDIOMA(3:1) EQUAL SPACE
                   MOVE '20IDIOMA DEVE TER 3 LETRAS (POR, ENG...).'
                       TO WRK-MSG
                   MOVE 'N' TO WRK-AC-VALIDO
               END-IF
           END-IF.
       0305-VALIDA-RECURSO-END. EXIT.

       0310-INCLUI-RECURSO SECTION.
           INITIALIZE REG-ACS.
           INITIALIZE WRK-MSG.
           DISPLAY SCREEN-ACS-LEGENDA.
           DISPLAY SCREEN-ACS-VINCULO.
           ACCEPT  SCREEN-ACS-VINCULO.
      *
           PERFORM 0305-VALIDA-RECURSO.
           IF WRK-AC-VALIDO EQUAL 'N'
               GO TO 0310-INCLUI-RECURSO-FIM
           END-IF.
      *
      *    O FILME PRECISA EXISTIR NO CATALOGO, NO MESMO CRITERIO DAS
      *    TAGS CURRICULARES.
           MOVE ACS-CODIGO TO CODIGO.
           READ MOVIES
               INVALID KEY
                   MOVE '48FILME NAO LOCALIZADO.' TO WRK-MSG
                   GO TO 0310-INCLUI-RECURSO-FIM
           END-READ.
      *
           WRITE REG-ACS
               INVALID KEY
                   MOVE '22FILME JA TEM ESSE RECURSO.' TO WRK-MSG
               NOT INVALID KEY
                   MOVE '28RECURSO GRAVADO.' TO WRK-MSG
           END-WRITE.
      *
       0310-INCLUI-RECURSO-FIM.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0310-INCLUI-RECURSO-END. EXIT.

       0320-REMOVE-RECURSO SECTION.
           INITIALIZE REG-ACS.
           INITIALIZE WRK-MSG.
           DISPLAY SCREEN-ACS-LEGENDA.
           DISPLAY SCREEN-ACS-CHAVE.
           ACCEPT  SCREEN-ACS-CHAVE.
      *
           PERFORM 0305-VALIDA-RECURSO.
           IF WRK-AC-VALIDO EQUAL 'N'
               GO TO 0320-REMOVE-RECURSO-FIM
           END-IF.
      *
           READ ACESSIB
               INVALID KEY
                   MOVE '26RECURSO NAO ENCONTRADO.' TO WRK-MSG
               NOT INVALID KEY
                   DELETE ACESSIB
                   MOVE '27RECURSO REMOVIDO.' TO WRK-MSG
           END-READ.
      *
       0320-REMOVE-RECURSO-FIM.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0320-REMOVE-RECURSO-END. EXIT.

       0330-RECURSOS-DO-FILME SECTION.
      *    TODOS OS RECURSOS DE UM TITULO PELA CHAVE ALTERNADA.
           INITIALIZE WRK-MSG.
           MOVE ZEROES TO WRK-AC-CODIGO.
           DISPLAY SCREEN-ACS-FILME.
           ACCEPT  SCREEN-ACS-FILME.
      *
           MOVE WRK-AC-CODIGO TO CODIGO.
           READ MOVIES
               INVALID KEY
                   MOVE '48FILME NAO LOCALIZADO.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   GO TO 0330-RECURSOS-DO-FILME-END
           END-READ.
      *
           DISPLAY TITULO AT LINE 12 COLUMN 30.
      *
           MOVE 15     TO WRK-LST-LINE.
           MOVE ZEROES TO WRK-LST-COUNT.
           MOVE 'S'    TO WRK-LST-CONTINUA.
      *
           DISPLAY 'RECURSO              IDIOMA  OBSERVACAO'
               AT LINE 14 COLUMN 02.
      *
           MOVE WRK-AC-CODIGO TO ACS-CODIGO.
           START ACESSIB KEY IS EQUAL TO ACS-CODIGO
               INVALID KEY
                   MOVE '10' TO FS-ACESSIB
           END-START.
      *
           IF FS-ACESSIB EQUAL "00"
               READ ACESSIB NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-ACESSIB EQUAL "10"
                      OR ACS-CODIGO NOT EQUAL WRK-AC-CODIGO
                      OR WRK-LST-CONTINUA EQUAL 'N'
               PERFORM 0390-DESCREVE-RECURSO
               DISPLAY WRK-AC-DESCRICAO AT LINE WRK-LST-LINE COLUMN 02
               DISPLAY ACS-IDIOMA       AT LINE WRK-LST-LINE COLUMN 23
               DISPLAY ACS-OBSERVACAO   AT LINE WRK-LST-LINE COLUMN 31
               ADD 1 TO WRK-LST-LINE
               ADD 1 TO WRK-LST-COUNT
      *
               IF WRK-LST-COUNT EQUAL 7
                   PERFORM 0335-PAGINA-LISTA
               END-IF
      *
               READ ACESSIB NEXT RECORD
           END-PERFORM.
      *
           IF WRK-LST-CONTINUA EQUAL 'S'
               MOVE '20FIM DA LISTA.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
           END-IF.
       0330-RECURSOS-DO-FILME-END. EXIT.

       0335-PAGINA-LISTA SECTION.
           INITIALIZE WRK-MSG.
           MOVE '31CONTINUAR LISTANDO (S/N)?' TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
      *
           IF WRK-AWAIT EQUAL 'S' OR EQUAL 's'
               MOVE 15     TO WRK-LST-LINE
               MOVE ZEROES TO WRK-LST-COUNT
           ELSE
               MOVE 'N' TO WRK-LST-CONTINUA
           END-IF.
       0335-PAGINA-LISTA-END. EXIT.

       0340-BUSCA-POR-RECURSO SECTION.
      *    A CHAVE RECURSO+IDIOMA+CODIGO FAZ A BUSCA SER UMA LEITURA
      *    POSICIONADA; SEM IDIOMA, VEM O RECURSO EM TODOS OS IDIOMAS.
           INITIALIZE WRK-MSG.
           MOVE SPACES TO WRK-AC-RECURSO.
           MOVE SPACES TO WRK-AC-IDIOMA.
           DISPLAY SCREEN-ACS-LEGENDA.
           DISPLAY SCREEN-ACS-BUSCA.
           ACCEPT  SCREEN-ACS-BUSCA.
      *
           INSPECT WRK-AC-RECURSO CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WRK-AC-IDIOMA CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
           IF WRK-AC-RECURSO EQUAL SPACES
               MOVE '20INFORME O RECURSO (D, L, C, S OU A).' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0340-BUSCA-POR-RECURSO-END
           END-IF.
      *
           DISPLAY SCREEN-MAIN.
           MOVE 15     TO WRK-LST-LINE.
           MOVE ZEROES TO WRK-LST-COUNT.
           MOVE 'S'    TO WRK-LST-CONTINUA.
      *
           DISPLAY 'CODIGO   TITULO                         IDIOMA  OBSE
      -    'RVACAO' AT LINE 14 COLUMN 02.
      *
           MOVE WRK-AC-RECURSO TO ACS-RECURSO.
           MOVE WRK-AC-IDIOMA  TO ACS-IDIOMA.
           MOVE ZEROES         TO ACS-CODIGO.
           START ACESSIB KEY IS NOT LESS THAN ACS-CHAVE
               INVALID KEY
                   MOVE '10' TO FS-ACESSIB
           END-START.
      *
           IF FS-ACESSIB EQUAL "00"
               READ ACESSIB NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-ACESSIB EQUAL "10"
                      OR ACS-RECURSO NOT EQUAL WRK-AC-RECURSO
                      OR WRK-LST-CONTINUA EQUAL 'N'
                      OR (WRK-AC-IDIOMA NOT EQUAL SPACES
                     AND ACS-IDIOMA NOT EQUAL WRK-AC-IDIOMA)
               MOVE ACS-CODIGO TO CODIGO
               READ MOVIES
                   INVALID KEY
                       MOVE '** FILME EXCLUIDO **' TO TITULO
               END-READ
               DISPLAY ACS-CODIGO     AT LINE WRK-LST-LINE COLUMN 02
               DISPLAY TITULO         AT LINE WRK-LST-LINE COLUMN 11
               DISPLAY ACS-IDIOMA     AT LINE WRK-LST-LINE COLUMN 42
               DISPLAY ACS-OBSERVACAO(1:25)
                   AT LINE WRK-LST-LINE COLUMN 50
               ADD 1 TO WRK-LST-LINE
               ADD 1 TO WRK-LST-COUNT
      *
               IF WRK-LST-COUNT EQUAL 7
                   PERFORM 0335-PAGINA-LISTA
               END-IF
      *
               READ ACESSIB NEXT RECORD
           END-PERFORM.
      *
           IF WRK-LST-CONTINUA EQUAL 'S'
               MOVE '21FIM DA BUSCA POR RECURSO.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
           END-IF.
       0340-BUSCA-POR-RECURSO-END. EXIT.

       0360-ACERVO-ACESSIVEL SECTION.
      *    CATALOGO IMPRESSO PARA A COORDENACAO DO AEE: UMA SECAO POR
      *    RECURSO NA ORDEM DE WRK-AC-ORDEM, OS TITULOS POR IDIOMA E
      *    CODIGO; TITULO BAIXADO FICA DE FORA. UMA GERACAO DATADA
      *    REGISTRADA NO SPOOL (CRITERIO DE REVIDPRG).
           INITIALIZE WRK-MSG.
      *
           STRING './dat/ACESSIVEL-' DELIMITED BY SIZE
                  WRK-DATA-AAAA      DELIMITED BY SIZE
                  WRK-DATA-MM        DELIMITED BY SIZE
                  WRK-DATA-DD        DELIMITED BY SIZE
                  '.prt'             DELIMITED BY SIZE
             INTO WRK-SPL-NOME.
      *
           OPEN OUTPUT ACS-REL.
      *
           IF FS-ACS-REL NOT EQUAL "00"
               MOVE '42ERRO AO ABRIR ARQUIVO DE RELATORIO.' TO WRK-MSG
           ELSE
               MOVE SPACES TO FIL-REL
               STRING 'VIDEOTECA - ACERVO ACESSIVEL (AEE)   EMISSAO: '
                           DELIMITED BY SIZE
                      WRK-DATA-EDIT-DD   DELIMITED BY SIZE
                      '/'                DELIMITED BY SIZE
                      WRK-DATA-EDIT-MM   DELIMITED BY SIZE
                      '/'                DELIMITED BY SIZE
                      WRK-DATA-EDIT-AAAA DELIMITED BY SIZE
                 INTO FIL-REL
               WRITE FIL-REL
      *
               PERFORM VARYING WRK-AC-IDX FROM 1 BY 1
                         UNTIL WRK-AC-IDX GREATER THAN 5
                   MOVE WRK-AC-ORDEM(WRK-AC-IDX:1) TO WRK-AC-RECURSO
                   PERFORM 0365-SECAO-DO-RECURSO
               END-PERFORM
      *
               CLOSE ACS-REL
               PERFORM 0370-REGISTRA-SPOOL
               MOVE '33CATALOGO DO ACERVO ACESSIVEL GERADO.' TO WRK-MSG
           END-IF.
      *
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0360-ACERVO-ACESSIVEL-END. EXIT.

       0365-SECAO-DO-RECURSO SECTION.
           MOVE WRK-AC-RECURSO TO ACS-RECURSO.
           PERFORM 0390-DESCREVE-RECURSO.
           MOVE ZEROES TO WRK-AC-TITULOS.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           STRING WRK-AC-RECURSO   DELIMITED BY SIZE
                  ' - '            DELIMITED BY SIZE
                  WRK-AC-DESCRICAO DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO ACS-IDIOMA.
           MOVE ZEROES TO ACS-CODIGO.
           START ACESSIB KEY IS NOT LESS THAN ACS-CHAVE
               INVALID KEY
                   MOVE '10' TO FS-ACESSIB
           END-START.
      *
           IF FS-ACESSIB EQUAL "00"
               READ ACESSIB NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-ACESSIB EQUAL "10"
                      OR ACS-RECURSO NOT EQUAL WRK-AC-RECURSO
               MOVE ACS-CODIGO TO CODIGO
               READ MOVIES
                   INVALID KEY
                       MOVE 'B' TO VID-SITUACAO
               END-READ
               IF VID-SITUACAO NOT EQUAL 'B'
                   PERFORM 0367-LINHA-DO-TITULO
               END-IF
               READ ACESSIB NEXT RECORD
           END-PERFORM.
      *
           MOVE WRK-AC-TITULOS TO WRK-AC-TIT-EDIT.
           MOVE SPACES TO FIL-REL.
           STRING '  TITULOS NA SECAO: ' DELIMITED BY SIZE
                  WRK-AC-TIT-EDIT        DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
       0365-SECAO-DO-RECURSO-END. EXIT.

       0367-LINHA-DO-TITULO SECTION.
           ADD 1 TO WRK-AC-TITULOS.
           MOVE SPACES TO FIL-REL.
           STRING '  '           DELIMITED BY SIZE
                  ACS-IDIOMA     DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  CODIGO         DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  TITULO         DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  VID-CLASSIF    DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  DURACAO        DELIMITED BY SIZE
                  ' MIN '        DELIMITED BY SIZE
                  ACS-OBSERVACAO DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
       0367-LINHA-DO-TITULO-END. EXIT.

       0370-REGISTRA-SPOOL SECTION.
           MOVE 'ACVIDPRG' TO WRK-SPL-PROGRAMA.
           COPY 'CPVIDSPP'. *> REGISTRA O RELATORIO NO SPOOL
       0370-REGISTRA-SPOOL-END. EXIT.

       0390-DESCREVE-RECURSO SECTION.
           EVALUATE ACS-RECURSO
               WHEN 'D' MOVE 'AUDIODESCRICAO'      TO WRK-AC-DESCRICAO
               WHEN 'L' MOVE 'JANELA DE LIBRAS'    TO WRK-AC-DESCRICAO
               WHEN 'C' MOVE 'LEGENDA OCULTA (CC)' TO WRK-AC-DESCRICAO
               WHEN 'S' MOVE 'LEGENDA NO IDIOMA'   TO WRK-AC-DESCRICAO
               WHEN 'A' MOVE 'AUDIO NO IDIOMA'     TO WRK-AC-DESCRICAO
               WHEN OTHER
                   MOVE 'RECURSO DESCONHECIDO' TO WRK-AC-DESCRICAO
           END-EVALUATE.
       0390-DESCREVE-RECURSO-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE MOVIES.
           CLOSE ACESSIB.
      *
           IF FS-ACESSIB NOT EQUAL "00"
               MOVE '40ERRO AO FECHAR RECURSOS DE ACESSIBILIDADE.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-ACESSIB TO WS-ABEND-CODE
               MOVE 'ERRO AO FECHAR RECURSOS DE ACESSIBILIDADE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
       0500-CLOSE-DATA-END. EXIT.

       0600-ROT-ABEND SECTION.
           MOVE 'ACVIDPRG' TO WS-ABEND-PROGRAM.
           COPY 'CPVIDRAB'. *> ABEND ROUTINE.
      *
           PERFORM 0700-END-PROGRAM.
       0600-ROT-ABEND-END. EXIT.

       0700-END-PROGRAM SECTION.
           GOBACK.
       0700-END-PROGRAM-END. EXIT.

       END PROGRAM ACVIDPRG.
