      ******************************************************************
      * FILE NAME   : AUVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : STUDENT SELF-SERVICE CATALOG TERMINAL            *
      *               (AUTOATENDIMENTO) OF VIDEOTECA PROGRAM - RUNS    *
      *               ON ITS OWN IN THE READING ROOM, WITHOUT OPERATOR *
      *               LOGIN AND OUTSIDE THE MNVIDPRG MENU. SEARCHES BY *
      *               TITLE, GENRE, CURRICULUM TAG, AGE RATING AND     *
      *               ACCESSIBILITY/LANGUAGE FEATURE, SHOWS COPY       *
      *               AVAILABILITY (SAME PANEL AS COVIDPRG             *
      *               WITHOUT BORROWER DATA) AND, AFTER THE STUDENT    *
      *               SCANS THE CARD, THE STUDENT'S OWN LOANS AND      *
      *               RESERVATIONS AND THE PLACING OF A RESERVATION.   *
      *               NO MAINTENANCE; THE SESSION RESETS ITSELF AFTER  *
      *               THE QUIOSQUE-SEGUNDOS PARAMETER OF INACTIVITY    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUVIDPRG.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           CRT STATUS IS WRK-AU-CRT-STATUS.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDFCV'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDXFC'. *> EXEMPLAR DAT WORKBOOK
           COPY 'CPVIDPFC'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDRFC'. *> RESERVAS DAT WORKBOOK
           COPY 'CPVIDTFC'. *> TOMADORES DAT WORKBOOK
           COPY 'CPVIDTGF'. *> TAGCUR (CURRICULUM TAGS)
           COPY 'CPVIDACF'. *> ACESSIB (ACCESSIBILITY FEATURES)
           COPY 'CPVIDBRF'. *> BARCODE DAT WORKBOOK
           COPY 'CPVIDUSF'. *> OPERADOR MASTER
           COPY 'CPVIDPAF'. *> SYSTEM PARAMETERS
           COPY 'CPVIDSUF'. *> SUGESTAO (TITLE SUGGESTIONS)
           COPY 'CPVIDJNF'. *> RECOVERY JOURNAL
           COPY 'CPVIDDLF'. *> DEMLOCAL (DEMAND BY LOCATION)
           COPY 'CPVIDALF'. *> ABEND LOG
           COPY 'CPVIDLGF'. *> MAINTENANCE AUDIT LOG
      *
       DATA DIVISION.
       FILE SECTION.
       FD MOVIES.
           COPY 'CPVIDDAT'.

       FD EXEMPLAR.
           COPY 'CPVIDXDT'.

       FD LOANS.
           COPY 'CPVIDPDT'.

       FD RESERVAS.
           COPY 'CPVIDRDT'.

       FD TOMADORES.
           COPY 'CPVIDTDT'.

       FD TAGCUR.
           COPY 'CPVIDTGD'.

       FD ACESSIB.
           COPY 'CPVIDACD'.

       FD BARCODE.
           COPY 'CPVIDBRD'.

       FD OPERADOR.
           COPY 'CPVIDUSD'.

       FD VIDPARAM.
           COPY 'CPVIDPAD'.

       FD SUGESTAO.
           COPY 'CPVIDSUD'.

       FD DEMLOCAL.
           COPY 'CPVIDDLD'.

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
           COPY 'CPVIDFCW'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDXNW'. *> EXEMPLAR DAT WORKBOOK
           COPY 'CPVIDPNW'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDRNW'. *> RESERVAS DAT WORKBOOK
           COPY 'CPVIDTNW'. *> TOMADORES DAT WORKBOOK
           COPY 'CPVIDTGW'. *> TAGCUR (CURRICULUM TAGS)
           COPY 'CPVIDACW'. *> ACESSIB (ACCESSIBILITY FEATURES)
           COPY 'CPVIDBRW'. *> BARCODE DAT WORKBOOK
           COPY 'CPVIDUSW'. *> OPERADOR MASTER
           COPY 'CPVIDPAW'. *> SYSTEM PARAMETERS
           COPY 'CPVIDSUW'. *> SUGESTAO (TITLE SUGGESTIONS)
           COPY 'CPVIDABE'. *> ABEND
           COPY 'CPVIDALW'. *> ABEND LOG
           COPY 'CPVIDJNW'. *> RECOVERY JOURNAL
           COPY 'CPVIDDLW'. *> DEMLOCAL (DEMAND BY LOCATION)
           COPY 'CPVIDLGW'. *> MAINTENANCE AUDIT LOG
           COPY 'CPVIDOPW'. *> OPERATOR SESSION
      *
      *    INATIVIDADE: TODO ACCEPT DO TERMINAL ESPERA NO MAXIMO O
      *    PARAMETRO QUIOSQUE-SEGUNDOS; ESGOTADO O TEMPO, O CRT STATUS
      *    VOLTA 8001 E A SESSAO DO ALUNO E ENCERRADA.
       77 WRK-AU-CRT-STATUS         PIC 9(04) VALUE ZEROES.
       77 WRK-AU-EXPIROU            PIC X(01) VALUE 'N'.
       77 WRK-AU-FIM                PIC X(01) VALUE 'N'.
      *
      *    ALUNO IDENTIFICADO PELA CARTEIRINHA (ZEROS = NINGUEM). SO O
      *    PROPRIO ALUNO APARECE NA TELA; OS DEMAIS TOMADORES NUNCA.
       77 WRK-AU-TOM-CODIGO         PIC 9(04) VALUE ZEROES.
       77 WRK-AU-TOM-NOME           PIC X(30) VALUE SPACES.
       77 WRK-AU-TOM-NASC           PIC 9(08) VALUE ZEROES.
       77 WRK-AU-TOM-SITUACAO       PIC X(01) VALUE SPACES.
       77 WRK-AU-CARTAO             PIC X(13) VALUE SPACES.
       77 WRK-AU-IDADE              PIC S9(03) VALUE ZEROES.
       77 WRK-HOJE                  PIC 9(08) VALUE ZEROES.
      *
      *    CRITERIOS DE BUSCA (UM POR VEZ) E A FAIXA DA CLASSIFICACAO.
       77 WRK-AU-TIPO-BUSCA         PIC X(01) VALUE SPACES.
       77 WRK-AU-BUSCA              PIC X(30) VALUE SPACES.
       77 WRK-AU-BUSCA-TAM          PIC 9(02) USAGE COMP-3
                                     VALUE ZEROES.
       77 WRK-AU-GENERO             PIC X(08) VALUE SPACES.
       77 WRK-AU-TAG                PIC X(08) VALUE SPACES.
       77 WRK-AU-CLASSIF            PIC X(02) VALUE SPACES.
       77 WRK-AU-RECURSO            PIC X(01) VALUE SPACES.
       77 WRK-AU-IDIOMA             PIC X(03) VALUE SPACES.
       77 WRK-AU-FAIXA-MAX          PIC 9(02) VALUE ZEROES.
       77 WRK-AU-FAIXA-TIT          PIC 9(02) VALUE ZEROES.
       77 WRK-AU-CASA               PIC X(01) VALUE 'N'.
       77 WRK-AU-CODIGO             PIC 9(07) VALUE ZEROES.
      *
      *    COPIAS DO TITULO: CADASTRADAS EM CIRCULACAO E LIVRES NA
      *    PRATELEIRA (NAO EMPRESTADAS).
       77 WRK-AU-COPIAS             PIC 9(03) USAGE COMP-3
                                     VALUE ZEROES.
       77 WRK-AU-LIVRES             PIC 9(03) USAGE COMP-3
                                     VALUE ZEROES.
       77 WRK-AU-LIVRES-EDIT        PIC ZZ9 VALUE ZEROES.
       77 WRK-AU-SEM-EXE            PIC X(01) VALUE 'N'.
      *
       77 WRK-LST-LINE              PIC 9(02) USAGE COMP-3 VALUE 14.
       77 WRK-LST-COUNT             PIC 9(02) USAGE COMP-3 VALUE ZEROES.
       77 WRK-LST-CONTINUA          PIC X(01) VALUE 'S'.
      *
      *    CAMPOS DO PAINEL DE DISPONIBILIDADE (COMO EM COVIDPRG, SEM
      *    CODIGO NEM NOME DE TOMADOR).
       77 WRK-DSP-LINE              PIC 9(02) USAGE COMP-3 VALUE 09.
       77 WRK-DSP-COUNT             PIC 9(02) USAGE COMP-3 VALUE ZEROES.
       77 WRK-DSP-CONTINUA          PIC X(01) VALUE 'S'.
       77 WRK-DSP-STATUS            PIC X(14) VALUE SPACES.
       77 WRK-DSP-FILA              PIC 9(03) USAGE COMP-3 VALUE ZEROES.
       77 WRK-DSP-FILA-EDIT         PIC ZZ9 VALUE ZEROES.
       77 WRK-DSP-SUGERIDAS         PIC 9(01) VALUE ZEROES.
      *
       77 WRK-MAX-RESERVA           PIC 9(05) VALUE ZEROES.
       77 WRK-AU-JA-TEM             PIC X(01) VALUE 'N'.
       77 WRK-AU-ACHOU              PIC X(01) VALUE 'N'.
      *
      *    CREDENCIAL DA EQUIPE PARA ENCERRAR O TERMINAL.
       77 WRK-AU-EQUIPE             PIC X(08) VALUE SPACES.
       77 WRK-AU-SENHA              PIC X(08) VALUE SPACES.
      *
       01 WRK-AU-DATA-AUX           PIC 9(08) VALUE ZEROES.
       01 WRK-AU-DATA-AUX-R REDEFINES WRK-AU-DATA-AUX.
           05 WRK-AU-AUX-AAAA       PIC 9(04).
           05 WRK-AU-AUX-MM         PIC 9(02).
           05 WRK-AU-AUX-DD         PIC 9(02).
       01 WRK-AU-DATA-ED.
           05 WRK-AU-ED-DD          PIC 9(02).
           05 FILLER                PIC X(01) VALUE '/'.
           05 WRK-AU-ED-MM          PIC 9(02).
           05 FILLER                PIC X(01) VALUE '/'.
           05 WRK-AU-ED-AAAA        PIC 9(04).
      *
       01 WRK-ESTATISTICA.
           05 WRK-AU-ACHADOS        PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-AU-ACH-EDIT       PIC ZZZZ9 VALUE ZEROES.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN'. *> MAIN SCREEN
           COPY 'SCVIDMSG'. *> MESSAGES
      *
       01 SCREEN-AU-MENU.
           05 LINE 07 COLUMN 02 VALUE "1 - BUSCAR POR TITULO".
           05 LINE 08 COLUMN 02 VALUE "2 - BUSCAR POR GENERO".
           05 LINE 09 COLUMN 02 VALUE "3 - BUSCAR POR TAG CURRICULAR".
           05 LINE 10 COLUMN 02 VALUE "4 - BUSCAR POR CLASSIFICACAO".
           05 LINE 11 COLUMN 02 VALUE "A - BUSCAR POR ACESSIBILIDADE".
           05 LINE 07 COLUMN 40 VALUE "5 - VER DISPONIBILIDADE".
           05 LINE 08 COLUMN 40 VALUE "6 - PASSAR A CARTEIRINHA".
           05 LINE 09 COLUMN 40 VALUE "7 - MEUS EMPRESTIMOS".
           05 LINE 10 COLUMN 40 VALUE "8 - RESERVAR UM TITULO".
           05 LINE 11 COLUMN 40 VALUE "9 - ENCERRAR MINHA SESSAO".
           05 LINE 12 COLUMN 02 VALUE "OPCAO: ".
           05 COLUMN PLUS 01    PIC X(01) USING WRK-OPTION.
      *
       01 SCREEN-AU-ALUNO.
           05 LINE 06 COLUMN 02 VALUE "ALUNO: ".
           05 COLUMN PLUS 01    PIC X(30) FROM WRK-AU-TOM-NOME.
      *
       01 SCREEN-AU-TITULO.
           05 LINE 12 COLUMN 02 VALUE "TITULO (INICIO): ".
           05 COLUMN PLUS 01    PIC X(30) USING WRK-AU-BUSCA.
      *
       01 SCREEN-AU-GENERO.
           05 LINE 12 COLUMN 02 VALUE "GENERO..........: ".
           05 COLUMN PLUS 01    PIC X(08) USING WRK-AU-GENERO.
      *
       01 SCREEN-AU-TAG.
           05 LINE 12 COLUMN 02 VALUE "TAG CURRICULAR..: ".
           05 COLUMN PLUS 01    PIC X(08) USING WRK-AU-TAG.
      *
       01 SCREEN-AU-CLASSIF.
           05 LINE 12 COLUMN 02 VALUE
               "CLASSIFICACAO ATE (L/10/12/14/16/18): ".
           05 COLUMN PLUS 01    PIC X(02) USING WRK-AU-CLASSIF.
      *
       01 SCREEN-AU-ACESSIB.
           05 LINE 12 COLUMN 02 VALUE
               "RECURSO D=AUDIODESCR L=LIBRAS C=CC S=LEGENDA A=AUDIO: ".
           05 COLUMN PLUS 01    PIC X(01) USING WRK-AU-RECURSO.
           05 COLUMN PLUS 02    VALUE "IDIOMA: ".
           05 COLUMN PLUS 01    PIC X(03) USING WRK-AU-IDIOMA.
      *
       01 SCREEN-AU-CODIGO.
           05 LINE 21 COLUMN 02 VALUE
               "CODIGO DO FILME PARA VER/RESERVAR (0=VOLTAR): ".
           05 COLUMN PLUS 01    PIC 9(07) USING WRK-AU-CODIGO.
      *
       01 SCREEN-AU-CARTAO.
           05 LINE 14 COLUMN 02 VALUE
               "PASSE A CARTEIRINHA NO LEITOR: ".
           05 COLUMN PLUS 01    PIC X(13) USING WRK-AU-CARTAO.
      *
       01 SCREEN-AU-EQUIPE.
           05 LINE 14 COLUMN 02 VALUE "OPERADOR (EQUIPE): ".
           05 COLUMN PLUS 01    PIC X(08) USING WRK-AU-EQUIPE.
           05 LINE 15 COLUMN 02 VALUE "SENHA.............: ".
           05 COLUMN PLUS 01    PIC X(08) USING WRK-AU-SENHA SECURE.
      *
       PROCEDURE DIVISION.
       0000-MAIN SECTION.
      *    PROGRAMA PRINCIPAL DO TERMINAL DA SALA DE LEITURA: NAO HA
      *    LOGIN; AS GRAVACOES DO LOG SAEM EM NOME DO TERMINAL.
           MOVE 'QUIOSQUE' TO WRK-OPERADOR.
           MOVE 'M'        TO WRK-OPERADOR-PERFIL.
           PERFORM 0100-OPEN-DATA.
           PERFORM 0150-CARREGA-PARAMETROS.
           PERFORM 0305-REINICIA-SESSAO.
           PERFORM 0300-PROCESS-DATA UNTIL WRK-AU-FIM EQUAL 'S'.
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
      *    RESERVAS E O UNICO ARQUIVO GRAVADO PELO TERMINAL.
           OPEN I-O RESERVAS.
      *
           IF FS-RESERVAS EQUAL "35"
               OPEN OUTPUT RESERVAS
               CLOSE RESERVAS
               OPEN I-O RESERVAS
           END-IF.
      *
           IF FS-RESERVAS NOT EQUAL "00"
               MOVE '42ERRO AO ABRIR ARQUIVO DE RESERVAS.'
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
           OPEN INPUT TOMADORES.
      *
           IF FS-TOMADORES EQUAL "35"
               OPEN OUTPUT TOMADORES
               CLOSE TOMADORES
               OPEN INPUT TOMADORES
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
           OPEN INPUT ACESSIB.
      *
           IF FS-ACESSIB EQUAL "35"
               OPEN OUTPUT ACESSIB
               CLOSE ACESSIB
               OPEN INPUT ACESSIB
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
           OPEN INPUT OPERADOR.
      *
           IF FS-OPERADOR EQUAL "35"
               OPEN OUTPUT OPERADOR
               CLOSE OPERADOR
               OPEN INPUT OPERADOR
           END-IF.
      *
           OPEN INPUT SUGESTAO.
      *
           IF FS-SUGESTAO EQUAL "35"
               OPEN OUTPUT SUGESTAO
               CLOSE SUGESTAO
               OPEN INPUT SUGESTAO
           END-IF.
       0100-OPEN-DATA-END. EXIT.

       0150-CARREGA-PARAMETROS SECTION.
           COPY 'CPVIDPAP'. *> CARREGA PARAMETROS DE VIDPARAM.DAT
       0150-CARREGA-PARAMETROS-END. EXIT.

       0300-PROCESS-DATA SECTION.
           COPY 'CPVIDDTE'. *> DATE/TIME PROCEDURE
           MOVE "  * * * * AUTOATENDIMENTO * * * *"   TO WRK-TITLE.
           MOVE "X=ENCERRAR TERMINAL (EQUIPE)"        TO WRK-KEYS.
           MOVE WRK-DATA-SISTEMA                      TO WRK-HOJE.
           INITIALIZE WRK-MSG.
           MOVE SPACES TO WRK-OPTION.
      *
           DISPLAY SCREEN-MAIN.
           IF WRK-AU-TOM-CODIGO NOT EQUAL ZEROES
               DISPLAY SCREEN-AU-ALUNO
           END-IF.
           DISPLAY SCREEN-AU-MENU.
           ACCEPT  SCREEN-AU-MENU
               TIME-OUT AFTER WRK-PAR-QUIOSQUE-SEG
           END-ACCEPT.
           PERFORM 0385-TESTA-INATIVIDADE.
      *
           IF WRK-AU-EXPIROU EQUAL 'N'
               EVALUATE WRK-OPTION
                   WHEN '1' PERFORM 0310-BUSCA-TITULO
                   WHEN '2' PERFORM 0312-BUSCA-GENERO
                   WHEN '3' PERFORM 0314-BUSCA-TAG
                   WHEN '4' PERFORM 0316-BUSCA-CLASSIF
                   WHEN 'A' PERFORM 0317-BUSCA-ACESSIB
                   WHEN 'a' PERFORM 0317-BUSCA-ACESSIB
                   WHEN '5' PERFORM 0345-ESCOLHE-TITULO
                   WHEN '6' PERFORM 0360-IDENTIFICA-ALUNO
                   WHEN '7' PERFORM 0370-MEUS-EMPRESTIMOS
                   WHEN '8' PERFORM 0375-RESERVAR-TITULO
                   WHEN '9' MOVE 'S' TO WRK-AU-EXPIROU
                   WHEN 'X' PERFORM 0390-ENCERRA-TERMINAL
                   WHEN 'x' PERFORM 0390-ENCERRA-TERMINAL
                   WHEN SPACES CONTINUE
                   WHEN OTHER
                       INITIALIZE WRK-MSG
                       MOVE '20OPCAO INVALIDA.' TO WRK-MSG
                       PERFORM 0380-ESPERA-TECLA
               END-EVALUATE
           END-IF.
      *
      *    TEMPO ESGOTADO EM QUALQUER TELA (OU ALUNO SAIU): A PROXIMA
      *    PESSOA NO TERMINAL ENCONTRA A TELA INICIAL LIMPA.
           IF WRK-AU-EXPIROU EQUAL 'S'
               PERFORM 0305-REINICIA-SESSAO
           END-IF.
       0300-PROCESS-DATA-END. EXIT.

       0305-REINICIA-SESSAO SECTION.
           MOVE ZEROES TO WRK-AU-TOM-CODIGO.
           MOVE SPACES TO WRK-AU-TOM-NOME.
           MOVE ZEROES TO WRK-AU-TOM-NASC.
           MOVE SPACES TO WRK-AU-TOM-SITUACAO.
           MOVE SPACES TO WRK-AU-CARTAO.
           MOVE SPACES TO WRK-AU-BUSCA.
           MOVE SPACES TO WRK-AU-GENERO.
           MOVE SPACES TO WRK-AU-TAG.
           MOVE SPACES TO WRK-AU-CLASSIF.
           MOVE SPACES TO WRK-AU-RECURSO.
           MOVE SPACES TO WRK-AU-IDIOMA.
           MOVE ZEROES TO WRK-AU-CODIGO.
           MOVE 'N'    TO WRK-AU-EXPIROU.
       0305-REINICIA-SESSAO-END. EXIT.

       0310-BUSCA-TITULO SECTION.
      *    BUSCA PELO INICIO DO TITULO NA CHAVE ALTERNADA DE
      *    MOVIES.DAT (O ALUNO DIGITA 'CIDADE', NAO O TITULO INTEIRO).
           MOVE SPACES TO WRK-AU-BUSCA.
           DISPLAY SCREEN-AU-TITULO.
           ACCEPT  SCREEN-AU-TITULO
               TIME-OUT AFTER WRK-PAR-QUIOSQUE-SEG
           END-ACCEPT.
           PERFORM 0385-TESTA-INATIVIDADE.
      *
           IF WRK-AU-EXPIROU EQUAL 'S' OR WRK-AU-BUSCA EQUAL SPACES
               GO TO 0310-BUSCA-TITULO-END
           END-IF.
      *
           INSPECT WRK-AU-BUSCA CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
           MOVE 30 TO WRK-AU-BUSCA-TAM.
           PERFORM UNTIL WRK-AU-BUSCA(WRK-AU-BUSCA-TAM:1)
                         NOT EQUAL SPACE
               SUBTRACT 1 FROM WRK-AU-BUSCA-TAM
           END-PERFORM.
      *
           MOVE 'T' TO WRK-AU-TIPO-BUSCA.
           PERFORM 0320-ABRE-LISTA.
      *
           MOVE WRK-AU-BUSCA TO TITULO.
           START MOVIES KEY IS NOT LESS THAN TITULO
               INVALID KEY
                   MOVE '10' TO FS-MOVIES
           END-START.
      *
           IF FS-MOVIES EQUAL "00"
               READ MOVIES NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-MOVIES EQUAL "10"
                      OR WRK-LST-CONTINUA EQUAL 'N'
                      OR TITULO(1:WRK-AU-BUSCA-TAM) NOT EQUAL
                         WRK-AU-BUSCA(1:WRK-AU-BUSCA-TAM)
               PERFORM 0325-LINHA-LISTA
               READ MOVIES NEXT RECORD
           END-PERFORM.
      *
           PERFORM 0330-FECHA-LISTA.
       0310-BUSCA-TITULO-END. EXIT.

       0312-BUSCA-GENERO SECTION.
           MOVE SPACES TO WRK-AU-GENERO.
           DISPLAY SCREEN-AU-GENERO.
           ACCEPT  SCREEN-AU-GENERO
               TIME-OUT AFTER WRK-PAR-QUIOSQUE-SEG
           END-ACCEPT.
           PERFORM 0385-TESTA-INATIVIDADE.
      *
           IF WRK-AU-EXPIROU EQUAL 'S' OR WRK-AU-GENERO EQUAL SPACES
               GO TO 0312-BUSCA-GENERO-END
           END-IF.
      *
           INSPECT WRK-AU-GENERO CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
           MOVE 'G' TO WRK-AU-TIPO-BUSCA.
           PERFORM 0320-ABRE-LISTA.
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
                      OR WRK-LST-CONTINUA EQUAL 'N'
               IF GENERO EQUAL WRK-AU-GENERO
                   PERFORM 0325-LINHA-LISTA
               END-IF
               READ MOVIES NEXT RECORD
           END-PERFORM.
      *
           PERFORM 0330-FECHA-LISTA.
       0312-BUSCA-GENERO-END. EXIT.

       0314-BUSCA-TAG SECTION.
      *    A CHAVE PRIMARIA DE TAGCUR.DAT (TAG+CODIGO) JA ENTREGA OS
      *    TITULOS DA TAG EM SEQUENCIA.
           MOVE SPACES TO WRK-AU-TAG.
           DISPLAY SCREEN-AU-TAG.
           ACCEPT  SCREEN-AU-TAG
               TIME-OUT AFTER WRK-PAR-QUIOSQUE-SEG
           END-ACCEPT.
           PERFORM 0385-TESTA-INATIVIDADE.
      *
           IF WRK-AU-EXPIROU EQUAL 'S' OR WRK-AU-TAG EQUAL SPACES
               GO TO 0314-BUSCA-TAG-END
           END-IF.
      *
           INSPECT WRK-AU-TAG CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
           MOVE 'C' TO WRK-AU-TIPO-BUSCA.
           PERFORM 0320-ABRE-LISTA.
      *
           MOVE WRK-AU-TAG TO TGX-TAG.
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
           PERFORM UNTIL FS-TAGCUR EQUAL "10"
                      OR WRK-LST-CONTINUA EQUAL 'N'
                      OR TGX-TAG NOT EQUAL WRK-AU-TAG
               MOVE TGX-CODIGO TO CODIGO
               READ MOVIES
                   NOT INVALID KEY
                       PERFORM 0325-LINHA-LISTA
               END-READ
               READ TAGCUR NEXT RECORD
           END-PERFORM.
      *
           PERFORM 0330-FECHA-LISTA.
       0314-BUSCA-TAG-END. EXIT.

       0316-BUSCA-CLASSIF SECTION.
      *    TITULOS ATE A CLASSIFICACAO INDICATIVA INFORMADA ('L' SO
      *    LIVRES; '12' LIVRES, 10 E 12; ETC.).
           MOVE SPACES TO WRK-AU-CLASSIF.
           DISPLAY SCREEN-AU-CLASSIF.
           ACCEPT  SCREEN-AU-CLASSIF
               TIME-OUT AFTER WRK-PAR-QUIOSQUE-SEG
           END-ACCEPT.
           PERFORM 0385-TESTA-INATIVIDADE.
      *
           IF WRK-AU-EXPIROU EQUAL 'S' OR WRK-AU-CLASSIF EQUAL SPACES
               GO TO 0316-BUSCA-CLASSIF-END
           END-IF.
      *
           EVALUATE WRK-AU-CLASSIF
               WHEN 'L ' WHEN 'l ' WHEN ' L' WHEN ' l'
                   MOVE ZEROES TO WRK-AU-FAIXA-MAX
               WHEN '10' WHEN '12' WHEN '14' WHEN '16' WHEN '18'
                   MOVE WRK-AU-CLASSIF TO WRK-AU-FAIXA-MAX
               WHEN OTHER
                   INITIALIZE WRK-MSG
                   MOVE '16CLASSIFICACAO INVALIDA (USE L, 10, 12, 14, 16
      -            ' OU 18).' TO WRK-MSG
                   PERFORM 0380-ESPERA-TECLA
                   GO TO 0316-BUSCA-CLASSIF-END
           END-EVALUATE.
      *
           MOVE 'F' TO WRK-AU-TIPO-BUSCA.
           PERFORM 0320-ABRE-LISTA.
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
                      OR WRK-LST-CONTINUA EQUAL 'N'
               PERFORM 0318-FAIXA-DO-TITULO
               IF WRK-AU-FAIXA-TIT NOT GREATER THAN WRK-AU-FAIXA-MAX
                   PERFORM 0325-LINHA-LISTA
               END-IF
               READ MOVIES NEXT RECORD
           END-PERFORM.
      *
           PERFORM 0330-FECHA-LISTA.
       0316-BUSCA-CLASSIF-END. EXIT.

       0317-BUSCA-ACESSIB SECTION.
      *    TITULOS COM O RECURSO DE ACESSIBILIDADE E/OU O IDIOMA
      *    INFORMADOS (CADASTRO DE ACVIDPRG); VARRE O CATALOGO PELO
      *    CODIGO PARA CADA TITULO SAIR UMA SO VEZ NA LISTA.
           MOVE SPACES TO WRK-AU-RECURSO.
           MOVE SPACES TO WRK-AU-IDIOMA.
           DISPLAY SCREEN-AU-ACESSIB.
           ACCEPT  SCREEN-AU-ACESSIB
               TIME-OUT AFTER WRK-PAR-QUIOSQUE-SEG
           END-ACCEPT.
           PERFORM 0385-TESTA-INATIVIDADE.
      *
           IF WRK-AU-EXPIROU EQUAL 'S'
               GO TO 0317-BUSCA-ACESSIB-END
           END-IF.
      *
           IF WRK-AU-RECURSO EQUAL SPACES AND WRK-AU-IDIOMA EQUAL SPACES
               GO TO 0317-BUSCA-ACESSIB-END
           END-IF.
      *
           INSPECT WRK-AU-RECURSO CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WRK-AU-IDIOMA CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
           MOVE 'A' TO WRK-AU-TIPO-BUSCA.
           PERFORM 0320-ABRE-LISTA.
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
                      OR WRK-LST-CONTINUA EQUAL 'N'
               PERFORM 0319-TITULO-ACESSIVEL
               IF WRK-AU-CASA EQUAL 'S'
                   PERFORM 0325-LINHA-LISTA
               END-IF
               READ MOVIES NEXT RECORD
           END-PERFORM.
      *
           PERFORM 0330-FECHA-LISTA.
       0317-BUSCA-ACESSIB-END. EXIT.

       0318-FAIXA-DO-TITULO SECTION.
      *    IDADE MINIMA DO TITULO CORRENTE: LIVRE (OU EM BRANCO) VALE
      *    ZERO; CODIGO DESCONHECIDO FICA FORA DAS BUSCAS POR FAIXA.
           IF VID-CLASSIF EQUAL 'L ' OR EQUAL SPACES
               MOVE ZEROES TO WRK-AU-FAIXA-TIT
           ELSE
               IF VID-CLASSIF NUMERIC
                   MOVE VID-CLASSIF TO WRK-AU-FAIXA-TIT
               ELSE
                   MOVE 99 TO WRK-AU-FAIXA-TIT
               END-IF
           END-IF.
       0318-FAIXA-DO-TITULO-END. EXIT.

       0319-TITULO-ACESSIVEL SECTION.
      *    O TITULO CORRENTE CASA QUANDO UM DE SEUS RECURSOS ATENDE AO
      *    RECURSO E AO IDIOMA PEDIDOS (BRANCO VALE COMO QUALQUER UM).
           MOVE 'N' TO WRK-AU-CASA.
      *
           MOVE CODIGO TO ACS-CODIGO.
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
                      OR ACS-CODIGO NOT EQUAL CODIGO
                      OR WRK-AU-CASA EQUAL 'S'
               IF (WRK-AU-RECURSO EQUAL SPACES
                OR ACS-RECURSO EQUAL WRK-AU-RECURSO)
              AND (WRK-AU-IDIOMA EQUAL SPACES
                OR ACS-IDIOMA EQUAL WRK-AU-IDIOMA)
                   MOVE 'S' TO WRK-AU-CASA
               END-IF
               READ ACESSIB NEXT RECORD
           END-PERFORM.
       0319-TITULO-ACESSIVEL-END. EXIT.

       0320-ABRE-LISTA SECTION.
      *    PAGINA DE 7 EM 7 LINHAS, MESMO CRITERIO DE QCVIDPRG.
           MOVE 14     TO WRK-LST-LINE.
           MOVE ZEROES TO WRK-LST-COUNT.
           MOVE 'S'    TO WRK-LST-CONTINUA.
           MOVE ZEROES TO WRK-AU-ACHADOS.
      *
           DISPLAY 'CODIGO   TITULO                         GENERO   CLA
      -    'SSIF  NA PRATELEIRA' AT LINE 13 COLUMN 02.
       0320-ABRE-LISTA-END. EXIT.

       0325-LINHA-LISTA SECTION.
      *    TITULO BAIXADO NAO APARECE NO TERMINAL.
           IF VID-SITUACAO EQUAL 'B'
               GO TO 0325-LINHA-LISTA-END
           END-IF.
      *
           PERFORM 0340-CONTA-LIVRES.
           MOVE WRK-AU-LIVRES TO WRK-AU-LIVRES-EDIT.
      *
           ADD 1 TO WRK-AU-ACHADOS.
           DISPLAY CODIGO      AT LINE WRK-LST-LINE COLUMN 02.
           DISPLAY TITULO      AT LINE WRK-LST-LINE COLUMN 11.
           DISPLAY GENERO      AT LINE WRK-LST-LINE COLUMN 42.
           DISPLAY VID-CLASSIF AT LINE WRK-LST-LINE COLUMN 51.
           IF WRK-AU-LIVRES EQUAL ZEROES
               DISPLAY 'NAO (RESERVE)'
                   AT LINE WRK-LST-LINE COLUMN 58
           ELSE
               DISPLAY WRK-AU-LIVRES-EDIT
                   AT LINE WRK-LST-LINE COLUMN 58
           END-IF.
           ADD 1 TO WRK-LST-LINE.
           ADD 1 TO WRK-LST-COUNT.
      *
           IF WRK-LST-COUNT EQUAL 7
               INITIALIZE WRK-MSG
               MOVE '31CONTINUAR LISTANDO (S/N)?' TO WRK-MSG
               PERFORM 0382-CONFIRMA
               IF WRK-AWAIT EQUAL 'S' OR EQUAL 's'
                   MOVE 14     TO WRK-LST-LINE
                   MOVE ZEROES TO WRK-LST-COUNT
                   DISPLAY SCREEN-MAIN
                   DISPLAY 'CODIGO   TITULO                         GENE
      -            'RO   CLASSIF  NA PRATELEIRA' AT LINE 13 COLUMN 02
               ELSE
                   MOVE 'N' TO WRK-LST-CONTINUA
               END-IF
           END-IF.
       0325-LINHA-LISTA-END. EXIT.

       0330-FECHA-LISTA SECTION.
      *    FIM DA LISTA: O ALUNO PODE ABRIR A DISPONIBILIDADE DE UM
      *    DOS TITULOS LISTADOS.
           IF WRK-AU-EXPIROU EQUAL 'S'
               GO TO 0330-FECHA-LISTA-END
           END-IF.
      *
           MOVE WRK-AU-ACHADOS TO WRK-AU-ACH-EDIT.
           INITIALIZE WRK-MSG.
           STRING '25TITULOS ENCONTRADOS: ' DELIMITED BY SIZE
                  WRK-AU-ACH-EDIT           DELIMITED BY SIZE
             INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
      *
           IF WRK-AU-ACHADOS GREATER ZEROES
               PERFORM 0345-ESCOLHE-TITULO
           ELSE
               PERFORM 0380-ESPERA-TECLA
           END-IF.
       0330-FECHA-LISTA-END. EXIT.

       0340-CONTA-LIVRES SECTION.
      *    COPIAS DO TITULO EM CODIGO QUE ESTAO NA PRATELEIRA: EM
      *    CIRCULACAO (SEM SITUACAO E FORA DE REPARO) E SEM EMPRESTIMO
      *    ATIVO. TITULO SEM EXEMPLAR CADASTRADO E A COPIA UNICA 01
      *    (MESMO CRITERIO DE EMVIDPRG).
           MOVE ZEROES TO WRK-AU-COPIAS.
           MOVE ZEROES TO WRK-AU-LIVRES.
           MOVE 'S'    TO WRK-AU-SEM-EXE.
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
               MOVE 'N' TO WRK-AU-SEM-EXE
               IF EXE-SITUACAO EQUAL SPACES
              AND EXE-CONDICAO NOT EQUAL 'D'
                   ADD 1 TO WRK-AU-COPIAS
                   MOVE EXE-CODIGO TO EMP-CODIGO
                   MOVE EXE-NUMERO TO EMP-EXEMPLAR
                   READ LOANS
                       INVALID KEY
                           ADD 1 TO WRK-AU-LIVRES
                   END-READ
               END-IF
               READ EXEMPLAR NEXT RECORD
           END-PERFORM.
      *
           IF WRK-AU-SEM-EXE EQUAL 'S'
               MOVE 1      TO WRK-AU-COPIAS
               MOVE CODIGO TO EMP-CODIGO
               MOVE 1      TO EMP-EXEMPLAR
               READ LOANS
                   INVALID KEY
                       MOVE 1 TO WRK-AU-LIVRES
               END-READ
           END-IF.
       0340-CONTA-LIVRES-END. EXIT.

       0345-ESCOLHE-TITULO SECTION.
           MOVE ZEROES TO WRK-AU-CODIGO.
           DISPLAY SCREEN-AU-CODIGO.
           ACCEPT  SCREEN-AU-CODIGO
               TIME-OUT AFTER WRK-PAR-QUIOSQUE-SEG
           END-ACCEPT.
           PERFORM 0385-TESTA-INATIVIDADE.
      *
           IF WRK-AU-EXPIROU EQUAL 'S' OR WRK-AU-CODIGO EQUAL ZEROES
               GO TO 0345-ESCOLHE-TITULO-END
           END-IF.
      *
           MOVE WRK-AU-CODIGO TO CODIGO.
           READ MOVIES
               INVALID KEY
                   MOVE 'B' TO VID-SITUACAO
           END-READ.
      *
           IF VID-SITUACAO EQUAL 'B'
               INITIALIZE WRK-MSG
               MOVE '24FILME NAO ENCONTRADO NO ACERVO.' TO WRK-MSG
               PERFORM 0380-ESPERA-TECLA
               GO TO 0345-ESCOLHE-TITULO-END
           END-IF.
      *
           PERFORM 0350-PAINEL-DISPONIBILIDADE.
       0345-ESCOLHE-TITULO-END. EXIT.

       0350-PAINEL-DISPONIBILIDADE SECTION.
      *    MESMO PAINEL DE COVIDPRG (0330) POR EXE-NUMERO, MAS SEM O
      *    TOMADOR: EMPRESTADO MOSTRA SO A DEVOLUCAO PREVISTA (OU
      *    'COM VOCE' PARA A COPIA DO PROPRIO ALUNO IDENTIFICADO).
           MOVE 09     TO WRK-DSP-LINE.
           MOVE ZEROES TO WRK-DSP-COUNT.
           MOVE 'S'    TO WRK-DSP-CONTINUA.
           MOVE 'S'    TO WRK-AU-SEM-EXE.
      *
           DISPLAY SCREEN-MAIN.
           IF WRK-AU-TOM-CODIGO NOT EQUAL ZEROES
               DISPLAY SCREEN-AU-ALUNO
           END-IF.
           DISPLAY 'DISPONIBILIDADE: ' AT LINE 07 COLUMN 02.
           DISPLAY CODIGO              AT LINE 07 COLUMN 19.
           DISPLAY TITULO              AT LINE 07 COLUMN 28.
           DISPLAY VID-CLASSIF         AT LINE 07 COLUMN 60.
           DISPLAY
           'EX STATUS         DEVOLUCAO PREVISTA'
               AT LINE 08 COLUMN 02.
      *
           PERFORM 0357-CONTA-FILA.
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
                      OR WRK-DSP-CONTINUA EQUAL 'N'
               MOVE 'N' TO WRK-AU-SEM-EXE
               PERFORM 0355-LINHA-EXEMPLAR
               READ EXEMPLAR NEXT RECORD
           END-PERFORM.
      *
           IF WRK-AU-SEM-EXE EQUAL 'S'
               MOVE CODIGO TO EXE-CODIGO
               MOVE 1      TO EXE-NUMERO
               MOVE SPACES TO EXE-SITUACAO
               MOVE SPACES TO EXE-CONDICAO
               PERFORM 0355-LINHA-EXEMPLAR
           END-IF.
      *
           IF WRK-AU-EXPIROU EQUAL 'S'
               GO TO 0350-PAINEL-DISPONIBILIDADE-END
           END-IF.
      *
           MOVE WRK-DSP-FILA TO WRK-DSP-FILA-EDIT.
           DISPLAY 'RESERVAS NA FILA: ' AT LINE WRK-DSP-LINE COLUMN 02.
           DISPLAY WRK-DSP-FILA-EDIT    AT LINE WRK-DSP-LINE COLUMN 21.
      *
           PERFORM 0358-MOSTRA-SUGESTOES.
      *
      *    SEM COPIA NA PRATELEIRA, O ALUNO JA IDENTIFICADO PODE ENTRAR
      *    NA FILA DALI MESMO.
           PERFORM 0340-CONTA-LIVRES.
           IF WRK-AU-LIVRES EQUAL ZEROES
          AND WRK-AU-TOM-CODIGO NOT EQUAL ZEROES
               INITIALIZE WRK-MSG
               MOVE '23RESERVAR ESTE TITULO (S/N)?' TO WRK-MSG
               PERFORM 0382-CONFIRMA
               IF WRK-AWAIT EQUAL 'S' OR EQUAL 's'
                   PERFORM 0377-CRITICA-RESERVA
               END-IF
           ELSE
               INITIALIZE WRK-MSG
               IF WRK-AU-LIVRES EQUAL ZEROES
                   MOVE '08SEM COPIA NA PRATELEIRA. PASSE A CARTEIRINHA 
      -            'PARA RESERVAR.' TO WRK-MSG
               ELSE
                   MOVE '14DISPONIVEL NA PRATELEIRA: RETIRE NO BALCAO.'
                       TO WRK-MSG
               END-IF
               PERFORM 0380-ESPERA-TECLA
           END-IF.
       0350-PAINEL-DISPONIBILIDADE-END. EXIT.

       0355-LINHA-EXEMPLAR SECTION.
           EVALUATE TRUE
               WHEN EXE-SITUACAO EQUAL 'B'
                   MOVE 'BAIXADO'        TO WRK-DSP-STATUS
               WHEN EXE-SITUACAO EQUAL 'F'
                   MOVE 'NO FORNECEDOR'  TO WRK-DSP-STATUS
               WHEN EXE-SITUACAO EQUAL 'I'
                   MOVE 'OUTRA BIBLIOT.' TO WRK-DSP-STATUS
               WHEN EXE-SITUACAO EQUAL 'C'
                   MOVE 'INCOMPLETO'     TO WRK-DSP-STATUS
               WHEN EXE-CONDICAO EQUAL 'D'
                   MOVE 'EM REPARO'      TO WRK-DSP-STATUS
               WHEN OTHER
                   MOVE SPACES           TO WRK-DSP-STATUS
           END-EVALUATE.
      *
           DISPLAY EXE-NUMERO AT LINE WRK-DSP-LINE COLUMN 02.
      *
           IF WRK-DSP-STATUS EQUAL SPACES
               MOVE EXE-CODIGO TO EMP-CODIGO
               MOVE EXE-NUMERO TO EMP-EXEMPLAR
               READ LOANS
                   INVALID KEY
                       MOVE 'NA PRATELEIRA'  TO WRK-DSP-STATUS
                       DISPLAY WRK-DSP-STATUS
                           AT LINE WRK-DSP-LINE COLUMN 05
                   NOT INVALID KEY
                       IF EMP-TOM-CODIGO EQUAL WRK-AU-TOM-CODIGO
                           MOVE 'COM VOCE'   TO WRK-DSP-STATUS
                       ELSE
                           MOVE 'EMPRESTADO' TO WRK-DSP-STATUS
                       END-IF
                       DISPLAY WRK-DSP-STATUS
                           AT LINE WRK-DSP-LINE COLUMN 05
                       MOVE EMP-DATA-PREVISTA TO WRK-AU-DATA-AUX
                       PERFORM 0395-FORMATA-DATA
                       DISPLAY WRK-AU-DATA-ED
                           AT LINE WRK-DSP-LINE COLUMN 20
               END-READ
           ELSE
               DISPLAY WRK-DSP-STATUS AT LINE WRK-DSP-LINE COLUMN 05
           END-IF.
      *
           ADD 1 TO WRK-DSP-LINE.
           ADD 1 TO WRK-DSP-COUNT.
      *
           IF WRK-DSP-COUNT EQUAL 10
               INITIALIZE WRK-MSG
               MOVE '31CONTINUAR LISTANDO (S/N)?' TO WRK-MSG
               PERFORM 0382-CONFIRMA
               IF WRK-AWAIT EQUAL 'S' OR EQUAL 's'
                   MOVE 09     TO WRK-DSP-LINE
                   MOVE ZEROES TO WRK-DSP-COUNT
                   DISPLAY SCREEN-MAIN
               ELSE
                   MOVE 'N' TO WRK-DSP-CONTINUA
               END-IF
           END-IF.
       0355-LINHA-EXEMPLAR-END. EXIT.

       0357-CONTA-FILA SECTION.
      *    PROFUNDIDADE DA FILA DE RESERVAS DO TITULO: ENTRADAS
      *    ATIVAS ('A') E AGUARDANDO RETIRADA ('R').
           MOVE ZEROES TO WRK-DSP-FILA.
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
               IF RES-CODIGO EQUAL CODIGO
              AND (RES-SITUACAO EQUAL 'A' OR EQUAL 'R')
                   ADD 1 TO WRK-DSP-FILA
               END-IF
               READ RESERVAS NEXT RECORD
           END-PERFORM.
       0357-CONTA-FILA-END. EXIT.

       0358-MOSTRA-SUGESTOES SECTION.
      *    "QUEM LEVOU ESTE TAMBEM LEVOU": ATE TRES TITULOS ABAIXO DA
      *    FILA, NO ESPACO QUE SOBRA ANTES DA LINHA DE MENSAGENS. COM
      *    O ALUNO IDENTIFICADO VALE A IDADE DELE; SEM ELE, NENHUMA
      *    SUGESTAO PASSA DA CLASSIFICACAO DO TITULO NA TELA. NO FIM
      *    O TITULO CONSULTADO E RELIDO (A RESERVA USA O REG-FIL).
           MOVE CODIGO TO WRK-SUG-ORIGEM.
           IF WRK-AU-TOM-CODIGO NOT EQUAL ZEROES
               MOVE 'S' TO WRK-SUG-TEM-TOMADOR
               IF WRK-AU-TOM-NASC EQUAL ZEROES
                   MOVE -1 TO WRK-SUG-IDADE
               ELSE
                   COMPUTE WRK-SUG-IDADE =
                       (WRK-HOJE - WRK-AU-TOM-NASC) / 10000
               END-IF
           ELSE
               MOVE 'N' TO WRK-SUG-TEM-TOMADOR
           END-IF.
           PERFORM 0359-MONTA-SUGESTOES.
      *
           MOVE WRK-SUG-ORIGEM TO CODIGO.
           READ MOVIES
               INVALID KEY
                   CONTINUE
           END-READ.
      *
           IF WRK-SUG-ACHADOS EQUAL ZEROES
           OR WRK-DSP-LINE GREATER THAN 19
               GO TO 0358-MOSTRA-SUGESTOES-END
           END-IF.
      *
           ADD 1 TO WRK-DSP-LINE.
           DISPLAY 'QUEM LEVOU ESTE TAMBEM LEVOU:'
               AT LINE WRK-DSP-LINE COLUMN 02.
           MOVE ZEROES TO WRK-DSP-SUGERIDAS.
      *
           PERFORM VARYING WRK-SUG-IDX FROM 1 BY 1
                     UNTIL WRK-SUG-IDX GREATER THAN WRK-SUG-ACHADOS
                        OR WRK-DSP-SUGERIDAS EQUAL 3
                        OR WRK-DSP-LINE NOT LESS THAN 21
               ADD 1 TO WRK-DSP-LINE
               ADD 1 TO WRK-DSP-SUGERIDAS
               DISPLAY WRK-SUG-CODIGO(WRK-SUG-IDX)
                   AT LINE WRK-DSP-LINE COLUMN 04
               DISPLAY WRK-SUG-TITULO(WRK-SUG-IDX)
                   AT LINE WRK-DSP-LINE COLUMN 13
               DISPLAY WRK-SUG-CLASSIF(WRK-SUG-IDX)
                   AT LINE WRK-DSP-LINE COLUMN 45
           END-PERFORM.
       0358-MOSTRA-SUGESTOES-END. EXIT.

       0359-MONTA-SUGESTOES SECTION.
           COPY 'CPVIDSUP'. *> MONTA AS SUGESTOES DO TITULO
       0359-MONTA-SUGESTOES-END. EXIT.

       0360-IDENTIFICA-ALUNO SECTION.
      *    SO A CARTEIRINHA IDENTIFICA O ALUNO (LEITURA DE BARCODE.DAT
      *    TIPO 'T'); O CODIGO DO TOMADOR NAO E DIGITAVEL AQUI, PARA
      *    NINGUEM CONSULTAR OS EMPRESTIMOS DE OUTRO.
           MOVE SPACES TO WRK-AU-CARTAO.
           DISPLAY SCREEN-AU-CARTAO.
           ACCEPT  SCREEN-AU-CARTAO
               TIME-OUT AFTER WRK-PAR-QUIOSQUE-SEG
           END-ACCEPT.
           PERFORM 0385-TESTA-INATIVIDADE.
      *
           IF WRK-AU-EXPIROU EQUAL 'S' OR WRK-AU-CARTAO EQUAL SPACES
               GO TO 0360-IDENTIFICA-ALUNO-END
           END-IF.
      *
           MOVE 'S' TO WRK-AU-ACHOU.
           MOVE WRK-AU-CARTAO TO BAR-VALOR.
           READ BARCODE
               INVALID KEY
                   MOVE 'N' TO WRK-AU-ACHOU
           END-READ.
      *
           IF WRK-AU-ACHOU EQUAL 'S' AND BAR-TIPO NOT EQUAL 'T'
               MOVE 'N' TO WRK-AU-ACHOU
           END-IF.
      *
           IF WRK-AU-ACHOU EQUAL 'S'
               MOVE BAR-TOM-CODIGO TO TOM-CODIGO
               READ TOMADORES
                   INVALID KEY
                       MOVE 'N' TO WRK-AU-ACHOU
               END-READ
           END-IF.
      *
           IF WRK-AU-ACHOU EQUAL 'N'
               INITIALIZE WRK-MSG
               MOVE '14CARTEIRINHA NAO RECONHECIDA. PROCURE O BALCAO.'
                   TO WRK-MSG
               PERFORM 0380-ESPERA-TECLA
               GO TO 0360-IDENTIFICA-ALUNO-END
           END-IF.
      *
           MOVE TOM-CODIGO     TO WRK-AU-TOM-CODIGO.
           MOVE TOM-NOME       TO WRK-AU-TOM-NOME.
           MOVE TOM-DATA-NASC  TO WRK-AU-TOM-NASC.
           MOVE TOM-SITUACAO   TO WRK-AU-TOM-SITUACAO.
      *
           PERFORM 0370-MEUS-EMPRESTIMOS.
       0360-IDENTIFICA-ALUNO-END. EXIT.

       0365-EXIGE-CARTAO SECTION.
      *    OPCOES DO ALUNO SEM CARTEIRINHA LIDA PEDEM A LEITURA ANTES.
           IF WRK-AU-TOM-CODIGO EQUAL ZEROES
               MOVE SPACES TO WRK-AU-CARTAO
               DISPLAY SCREEN-AU-CARTAO
               ACCEPT  SCREEN-AU-CARTAO
                   TIME-OUT AFTER WRK-PAR-QUIOSQUE-SEG
               END-ACCEPT
               PERFORM 0385-TESTA-INATIVIDADE
           ELSE
               GO TO 0365-EXIGE-CARTAO-END
           END-IF.
      *
           IF WRK-AU-EXPIROU EQUAL 'S' OR WRK-AU-CARTAO EQUAL SPACES
               GO TO 0365-EXIGE-CARTAO-END
           END-IF.
      *
           MOVE WRK-AU-CARTAO TO BAR-VALOR.
           READ BARCODE
               INVALID KEY
                   MOVE SPACES TO BAR-TIPO
           END-READ.
      *
           IF BAR-TIPO EQUAL 'T'
               MOVE BAR-TOM-CODIGO TO TOM-CODIGO
               READ TOMADORES
                   INVALID KEY
                       MOVE SPACES TO BAR-TIPO
                   NOT INVALID KEY
                       MOVE TOM-CODIGO    TO WRK-AU-TOM-CODIGO
                       MOVE TOM-NOME      TO WRK-AU-TOM-NOME
                       MOVE TOM-DATA-NASC TO WRK-AU-TOM-NASC
                       MOVE TOM-SITUACAO  TO WRK-AU-TOM-SITUACAO
               END-READ
           END-IF.
      *
           IF WRK-AU-TOM-CODIGO EQUAL ZEROES
               INITIALIZE WRK-MSG
               MOVE '14CARTEIRINHA NAO RECONHECIDA. PROCURE O BALCAO.'
                   TO WRK-MSG
               PERFORM 0380-ESPERA-TECLA
           END-IF.
       0365-EXIGE-CARTAO-END. EXIT.

       0370-MEUS-EMPRESTIMOS SECTION.
      *    EMPRESTIMOS ABERTOS E RESERVAS DO PROPRIO ALUNO. LOANS.DAT
      *    NAO TEM CHAVE PELO TOMADOR, ENTAO A LEITURA E SEQUENCIAL.
           PERFORM 0365-EXIGE-CARTAO.
      *
           IF WRK-AU-EXPIROU EQUAL 'S' OR WRK-AU-TOM-CODIGO EQUAL ZEROES
               GO TO 0370-MEUS-EMPRESTIMOS-END
           END-IF.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-AU-ALUNO.
           DISPLAY 'MEUS EMPRESTIMOS' AT LINE 07 COLUMN 02.
           DISPLAY
           'CODIGO   TITULO                         EX DEVOLVER ATE'
               AT LINE 08 COLUMN 02.
           MOVE 09     TO WRK-LST-LINE.
           MOVE ZEROES TO WRK-AU-ACHADOS.
      *
           MOVE ZEROES TO EMP-CODIGO.
           MOVE ZEROES TO EMP-EXEMPLAR.
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
                      OR WRK-LST-LINE GREATER THAN 15
               IF EMP-TOM-CODIGO EQUAL WRK-AU-TOM-CODIGO
                   ADD 1 TO WRK-AU-ACHADOS
                   MOVE EMP-CODIGO TO CODIGO
                   READ MOVIES
                       INVALID KEY
                           MOVE SPACES TO TITULO
                   END-READ
                   MOVE EMP-DATA-PREVISTA TO WRK-AU-DATA-AUX
                   PERFORM 0395-FORMATA-DATA
                   DISPLAY EMP-CODIGO   AT LINE WRK-LST-LINE COLUMN 02
                   DISPLAY TITULO       AT LINE WRK-LST-LINE COLUMN 11
                   DISPLAY EMP-EXEMPLAR AT LINE WRK-LST-LINE COLUMN 42
                   DISPLAY WRK-AU-DATA-ED
                       AT LINE WRK-LST-LINE COLUMN 45
                   IF EMP-DATA-PREVISTA LESS THAN WRK-HOJE
                       DISPLAY 'ATRASADO'
                           AT LINE WRK-LST-LINE COLUMN 57
                   END-IF
                   ADD 1 TO WRK-LST-LINE
               END-IF
               READ LOANS NEXT RECORD
           END-PERFORM.
      *
           IF WRK-AU-ACHADOS EQUAL ZEROES
               DISPLAY 'NENHUM EMPRESTIMO EM ABERTO.'
                   AT LINE 09 COLUMN 02
               MOVE 10 TO WRK-LST-LINE
           END-IF.
      *
           ADD 1 TO WRK-LST-LINE.
           DISPLAY 'MINHAS RESERVAS' AT LINE WRK-LST-LINE COLUMN 02.
           ADD 1 TO WRK-LST-LINE.
           MOVE ZEROES TO WRK-AU-ACHADOS.
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
                      OR WRK-LST-LINE GREATER THAN 21
               IF RES-TOM-CODIGO EQUAL WRK-AU-TOM-CODIGO
              AND (RES-SITUACAO EQUAL 'A' OR EQUAL 'R')
                   ADD 1 TO WRK-AU-ACHADOS
                   MOVE RES-CODIGO TO CODIGO
                   READ MOVIES
                       INVALID KEY
                           MOVE SPACES TO TITULO
                   END-READ
                   DISPLAY RES-CODIGO AT LINE WRK-LST-LINE COLUMN 02
                   DISPLAY TITULO     AT LINE WRK-LST-LINE COLUMN 11
                   IF RES-SITUACAO EQUAL 'R'
                       MOVE RES-DATA-LIMITE TO WRK-AU-DATA-AUX
                       PERFORM 0395-FORMATA-DATA
                       DISPLAY 'RETIRE ATE '
                           AT LINE WRK-LST-LINE COLUMN 42
                       DISPLAY WRK-AU-DATA-ED
                           AT LINE WRK-LST-LINE COLUMN 53
                   ELSE
                       DISPLAY 'NA FILA'
                           AT LINE WRK-LST-LINE COLUMN 42
                   END-IF
                   ADD 1 TO WRK-LST-LINE
               END-IF
               READ RESERVAS NEXT RECORD
           END-PERFORM.
      *
           IF WRK-AU-ACHADOS EQUAL ZEROES
               DISPLAY 'NENHUMA RESERVA.'
                   AT LINE WRK-LST-LINE COLUMN 02
           END-IF.
      *
           IF WRK-AU-TOM-SITUACAO EQUAL 'V'
               INITIALIZE WRK-MSG
               MOVE '10MATRICULA VENCIDA: RENOVE NO BALCAO.' TO WRK-MSG
           ELSE
               INITIALIZE WRK-MSG
               MOVE '28TECLE ENTER PARA VOLTAR.' TO WRK-MSG
           END-IF.
           PERFORM 0380-ESPERA-TECLA.
       0370-MEUS-EMPRESTIMOS-END. EXIT.

       0375-RESERVAR-TITULO SECTION.
           PERFORM 0365-EXIGE-CARTAO.
      *
           IF WRK-AU-EXPIROU EQUAL 'S' OR WRK-AU-TOM-CODIGO EQUAL ZEROES
               GO TO 0375-RESERVAR-TITULO-END
           END-IF.
      *
           DISPLAY SCREEN-AU-ALUNO.
           MOVE ZEROES TO WRK-AU-CODIGO.
           DISPLAY SCREEN-AU-CODIGO.
           ACCEPT  SCREEN-AU-CODIGO
               TIME-OUT AFTER WRK-PAR-QUIOSQUE-SEG
           END-ACCEPT.
           PERFORM 0385-TESTA-INATIVIDADE.
      *
           IF WRK-AU-EXPIROU EQUAL 'S' OR WRK-AU-CODIGO EQUAL ZEROES
               GO TO 0375-RESERVAR-TITULO-END
           END-IF.
      *
           MOVE WRK-AU-CODIGO TO CODIGO.
           READ MOVIES
               INVALID KEY
                   MOVE 'B' TO VID-SITUACAO
           END-READ.
      *
           IF VID-SITUACAO EQUAL 'B'
               INITIALIZE WRK-MSG
               MOVE '24FILME NAO ENCONTRADO NO ACERVO.' TO WRK-MSG
               PERFORM 0380-ESPERA-TECLA
               GO TO 0375-RESERVAR-TITULO-END
           END-IF.
      *
           PERFORM 0340-CONTA-LIVRES.
      *
           IF WRK-AU-LIVRES GREATER ZEROES
               INITIALIZE WRK-MSG
               MOVE '14DISPONIVEL NA PRATELEIRA: RETIRE NO BALCAO.'
                   TO WRK-MSG
               PERFORM 0380-ESPERA-TECLA
               GO TO 0375-RESERVAR-TITULO-END
           END-IF.
      *
           PERFORM 0377-CRITICA-RESERVA.
       0375-RESERVAR-TITULO-END. EXIT.

       0377-CRITICA-RESERVA SECTION.
      *    O TERMINAL NAO TEM SUPERVISOR PARA EXCECOES: MATRICULA
      *    VENCIDA OU TITULO ACIMA DA FAIXA ETARIA SAO RECUSADOS E O
      *    ALUNO E ENCAMINHADO AO BALCAO. O TITULO ESTA EM REG-FIL.
           INITIALIZE WRK-MSG.
      *
           IF WRK-AU-TOM-SITUACAO EQUAL 'V'
               MOVE '10MATRICULA VENCIDA: RENOVE NO BALCAO.' TO WRK-MSG
               PERFORM 0380-ESPERA-TECLA
               GO TO 0377-CRITICA-RESERVA-END
           END-IF.
      *
           PERFORM 0318-FAIXA-DO-TITULO.
           IF WRK-AU-FAIXA-TIT GREATER ZEROES
               IF WRK-AU-TOM-NASC EQUAL ZEROES
                   MOVE -1 TO WRK-AU-IDADE
               ELSE
                   COMPUTE WRK-AU-IDADE =
                       (WRK-HOJE - WRK-AU-TOM-NASC) / 10000
               END-IF
               IF WRK-AU-IDADE LESS THAN WRK-AU-FAIXA-TIT
                   MOVE '12TITULO ACIMA DA SUA FAIXA ETARIA. PROCURE O B
      -            'ALCAO.' TO WRK-MSG
                   PERFORM 0380-ESPERA-TECLA
                   GO TO 0377-CRITICA-RESERVA-END
               END-IF
           END-IF.
      *
      *    O ALUNO JA ESTA COM UMA COPIA OU JA ESTA NA FILA DO TITULO?
           MOVE 'N'    TO WRK-AU-JA-TEM.
           MOVE CODIGO TO EMP-CODIGO.
           MOVE ZEROES TO EMP-EXEMPLAR.
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
                      OR EMP-CODIGO NOT EQUAL CODIGO
               IF EMP-TOM-CODIGO EQUAL WRK-AU-TOM-CODIGO
                   MOVE 'S' TO WRK-AU-JA-TEM
               END-IF
               READ LOANS NEXT RECORD
           END-PERFORM.
      *
           IF WRK-AU-JA-TEM EQUAL 'S'
               MOVE '22VOCE JA ESTA COM ESTE TITULO.' TO WRK-MSG
               PERFORM 0380-ESPERA-TECLA
               GO TO 0377-CRITICA-RESERVA-END
           END-IF.
      *
           MOVE ZEROES TO WRK-DSP-FILA.
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
               IF RES-CODIGO EQUAL CODIGO
              AND (RES-SITUACAO EQUAL 'A' OR EQUAL 'R')
                   ADD 1 TO WRK-DSP-FILA
                   IF RES-TOM-CODIGO EQUAL WRK-AU-TOM-CODIGO
                       MOVE 'S' TO WRK-AU-JA-TEM
                   END-IF
               END-IF
               MOVE RES-NUMERO TO WRK-MAX-RESERVA
               READ RESERVAS NEXT RECORD
           END-PERFORM.
      *
           IF WRK-AU-JA-TEM EQUAL 'S'
               MOVE '20VOCE JA ESTA NA FILA DESTE TITULO.' TO WRK-MSG
               PERFORM 0380-ESPERA-TECLA
               GO TO 0377-CRITICA-RESERVA-END
           END-IF.
      *
           INITIALIZE WRK-MSG.
           MOVE '25CONFIRMA A RESERVA (S/N)?' TO WRK-MSG.
           PERFORM 0382-CONFIRMA.
      *
           IF WRK-AWAIT NOT EQUAL 'S' AND NOT EQUAL 's'
               GO TO 0377-CRITICA-RESERVA-END
           END-IF.
      *
      *    NUMERO SEQUENCIAL DA FILA (MESMO CRITERIO DE EMVIDPRG
      *    0367): O MAIOR NUMERO FOI GUARDADO NA VARREDURA ACIMA.
           INITIALIZE REG-RES.
           ADD 1 TO WRK-MAX-RESERVA GIVING RES-NUMERO.
           MOVE CODIGO            TO RES-CODIGO.
           MOVE WRK-AU-TOM-CODIGO TO RES-TOM-CODIGO.
           MOVE WRK-DATA-SISTEMA  TO RES-DATA.
           MOVE 'A'               TO RES-SITUACAO.
           MOVE ZEROES            TO RES-DATA-LIMITE.
           MOVE REG-RES           TO WRK-JRN-DEPOIS.
           WRITE REG-RES
               INVALID KEY
                   MOVE '20NAO FOI POSSIVEL RESERVAR. PROCURE O BALCAO.'
                       TO WRK-MSG
                   PERFORM 0380-ESPERA-TECLA
                   GO TO 0377-CRITICA-RESERVA-END
           END-WRITE.
      *
           MOVE 'RESERVAS'        TO WRK-JRN-ARQUIVO.
           MOVE 'I'               TO WRK-JRN-OPERACAO.
           MOVE FS-RESERVAS       TO WRK-JRN-STATUS.
           PERFORM 0590-GRAVA-DIARIO.
      *
           PERFORM 0379-GRAVA-LOG.
           PERFORM 0378-SOMA-PROCURA-LOCAL.
      *
           ADD 1 TO WRK-DSP-FILA.
           MOVE WRK-DSP-FILA TO WRK-DSP-FILA-EDIT.
           INITIALIZE WRK-MSG.
           STRING '18RESERVA REGISTRADA. SUA POSICAO NA FILA: '
                                     DELIMITED BY SIZE
                  WRK-DSP-FILA-EDIT  DELIMITED BY SIZE
             INTO WRK-MSG.
           PERFORM 0380-ESPERA-TECLA.
       0377-CRITICA-RESERVA-END. EXIT.

       0378-SOMA-PROCURA-LOCAL SECTION.
      *    PROCURA DO TITULO NO PREDIO DESTE TERMINAL (DEMLOCAL.DAT),
      *    BASE DO BALANCEAMENTO DO ACERVO ENTRE LOCAIS (BAVIDPRG).
           MOVE WRK-DATA-SISTEMA(1:6)  TO WRK-DML-ANOMES.
           MOVE RES-CODIGO             TO WRK-DML-CODIGO.
           MOVE WRK-PAR-LOCAL-PADRAO   TO WRK-DML-LOCAL.
           MOVE 'R'                    TO WRK-DML-EVENTO.
           COPY 'CPVIDDLP'. *> SOMA NA PROCURA POR LOCAL
       0378-SOMA-PROCURA-LOCAL-END. EXIT.

       0379-GRAVA-LOG SECTION.
           MOVE 'RESERVA' TO WRK-LOG-ACAO.
           COPY 'CPVIDLGP'. *> GRAVA LINHA NO LOG DE AUDITORIA
       0379-GRAVA-LOG-END. EXIT.

       0380-ESPERA-TECLA SECTION.
      *    MENSAGEM COM ESPERA LIMITADA PELO TEMPO DE INATIVIDADE.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT
               TIME-OUT AFTER WRK-PAR-QUIOSQUE-SEG
           END-ACCEPT.
           PERFORM 0385-TESTA-INATIVIDADE.
       0380-ESPERA-TECLA-END. EXIT.

       0382-CONFIRMA SECTION.
      *    PERGUNTA S/N COM ESPERA LIMITADA; TEMPO ESGOTADO VALE 'N'.
           MOVE SPACES TO WRK-AWAIT.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT
               TIME-OUT AFTER WRK-PAR-QUIOSQUE-SEG
           END-ACCEPT.
           PERFORM 0385-TESTA-INATIVIDADE.
       0382-CONFIRMA-END. EXIT.

       0385-TESTA-INATIVIDADE SECTION.
      *    CRT STATUS 8001 = TEMPO ESGOTADO SEM TECLA. SEM ALUNO
      *    IDENTIFICADO NA TELA INICIAL NAO HA O QUE ENCERRAR: A TELA
      *    SO E REDESENHADA (ATUALIZANDO O RELOGIO).
           IF WRK-AU-CRT-STATUS EQUAL 8001
               MOVE 'S' TO WRK-AU-EXPIROU
               MOVE 'N' TO WRK-AWAIT
               MOVE 'N' TO WRK-LST-CONTINUA
               MOVE 'N' TO WRK-DSP-CONTINUA
           END-IF.
       0385-TESTA-INATIVIDADE-END. EXIT.

       0390-ENCERRA-TERMINAL SECTION.
      *    SO A EQUIPE (OPERADOR ATIVO DE BALCAO OU COORDENADOR, COM
      *    SENHA) TIRA O TERMINAL DO AR.
           MOVE SPACES TO WRK-AU-EQUIPE.
           MOVE SPACES TO WRK-AU-SENHA.
           DISPLAY SCREEN-AU-EQUIPE.
           ACCEPT  SCREEN-AU-EQUIPE
               TIME-OUT AFTER WRK-PAR-QUIOSQUE-SEG
           END-ACCEPT.
           PERFORM 0385-TESTA-INATIVIDADE.
      *
           IF WRK-AU-EXPIROU EQUAL 'S' OR WRK-AU-EQUIPE EQUAL SPACES
               GO TO 0390-ENCERRA-TERMINAL-END
           END-IF.
      *
           MOVE WRK-AU-EQUIPE TO OPE-CODIGO.
           READ OPERADOR
               INVALID KEY
                   MOVE 'N' TO OPE-ATIVO
           END-READ.
      *
           IF OPE-ATIVO EQUAL 'N'
           OR OPE-SENHA NOT EQUAL WRK-AU-SENHA
           OR (OPE-PERFIL NOT EQUAL 'C' AND NOT EQUAL 'O')
               INITIALIZE WRK-MSG
               MOVE '28CREDENCIAL RECUSADA.' TO WRK-MSG
               PERFORM 0380-ESPERA-TECLA
               GO TO 0390-ENCERRA-TERMINAL-END
           END-IF.
      *
           MOVE 'S' TO WRK-AU-FIM.
       0390-ENCERRA-TERMINAL-END. EXIT.

       0395-FORMATA-DATA SECTION.
           MOVE WRK-AU-AUX-DD   TO WRK-AU-ED-DD.
           MOVE WRK-AU-AUX-MM   TO WRK-AU-ED-MM.
           MOVE WRK-AU-AUX-AAAA TO WRK-AU-ED-AAAA.
       0395-FORMATA-DATA-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE MOVIES.
           CLOSE EXEMPLAR.
           CLOSE LOANS.
           CLOSE TOMADORES.
           CLOSE TAGCUR.
           CLOSE ACESSIB.
           CLOSE BARCODE.
           CLOSE OPERADOR.
           CLOSE SUGESTAO.
           CLOSE RESERVAS.
      *
           IF FS-RESERVAS NOT EQUAL "00"
               MOVE '41ERRO AO FECHAR ARQUIVO DE RESERVAS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-RESERVAS TO WS-ABEND-CODE
               MOVE 'ERRO AO FECHAR ARQUIVO DE RESERVAS'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
       0500-CLOSE-DATA-END. EXIT.

       0590-GRAVA-DIARIO SECTION.
           MOVE 'AUVIDPRG' TO WRK-JRN-PROGRAMA.
           COPY 'CPVIDJNP'. *> GRAVA ENTRADA NO DIARIO DE RECUPERACAO
       0590-GRAVA-DIARIO-END. EXIT.

       0600-ROT-ABEND SECTION.
           MOVE 'AUVIDPRG' TO WS-ABEND-PROGRAM.
           COPY 'CPVIDRAB'. *> ABEND ROUTINE.
      *
           PERFORM 0700-END-PROGRAM.
       0600-ROT-ABEND-END. EXIT.

       0700-END-PROGRAM SECTION.
           GOBACK.
       0700-END-PROGRAM-END. EXIT.

       END PROGRAM AUVIDPRG.
