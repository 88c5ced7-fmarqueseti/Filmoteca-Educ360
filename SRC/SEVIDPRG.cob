      ******************************************************************
      * FILE NAME   : SEVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : SERIES AND MULTI-VOLUME SET MAINTENANCE OF       *
      *               VIDEOTECA PROGRAM - GROUPS CATALOG TITLES (ONE   *
      *               CODIGO PER EPISODE OR DISC) INTO A NAMED SERIES  *
      *               WITH A VOLUME NUMBER, USED BY COVIDPRG, THE      *
      *               CATALOG REPORT AND THE WHOLE-SET LOAN AND        *
      *               PARTIAL-RETURN CHECK OF EMVIDPRG                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEVIDPRG.
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
           COPY 'CPVIDSRF'. *> SERIES DAT WORKBOOK
           COPY 'CPVIDLGF'. *> MAINTENANCE AUDIT LOG
           COPY 'CPVIDALF'. *> ABEND LOG
      *
       DATA DIVISION.
       FILE SECTION.
       FD MOVIES.
           COPY 'CPVIDDAT'.

       FD SERIES.
           COPY 'CPVIDSRD'.

       FD VIDLOG.
           COPY 'CPVIDLGD'.

       FD VIDABEND.
           COPY 'CPVIDALD'.
      *
       WORKING-STORAGE SECTION.
           COPY 'CPVIDMAN'. *> MAIN SCREEN
           COPY 'CPVIDMNU'. *> MAIN MENU
           COPY 'CPVIDMSG'. *> MESSAGES
           COPY 'CPVIDFCW'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDSRW'. *> SERIES DAT WORKBOOK
           COPY 'CPVIDLGW'. *> MAINTENANCE AUDIT LOG
           COPY 'CPVIDABE'. *> ABEND
           COPY 'CPVIDALW'. *> ABEND LOG
           COPY 'CPVIDOPW'. *> OPERATOR SESSION
      *
      *    CAMPOS DIGITADOS NA TELA, FORA DE REG-SER PORQUE A BUSCA
      *    DO NOME E DO PROXIMO NUMERO DE SERIE SOBRESCREVE O
      *    REGISTRO.
       77 WRK-SE-NUMERO             PIC 9(04) VALUE ZEROES.
       77 WRK-SE-VOLUME             PIC 9(02) VALUE ZEROES.
       77 WRK-SE-CODIGO             PIC 9(07) VALUE ZEROES.
       77 WRK-SE-NOME               PIC X(30) VALUE SPACES.
       77 WRK-SE-OK                 PIC X(01) VALUE 'S'.
       77 WRK-SE-MAX                PIC 9(04) VALUE ZEROES.
       77 WRK-SE-ATUAL              PIC 9(04) VALUE ZEROES.
       77 WRK-SE-QTD-VOL            PIC 9(02) VALUE ZEROES.
       77 WRK-SE-NOME-ATUAL         PIC X(30) VALUE SPACES.
      *
       77 WRK-LST-LINE              PIC 9(02) USAGE COMP-3 VALUE 14.
       77 WRK-LST-COUNT             PIC 9(02) USAGE COMP-3 VALUE ZEROES.
       77 WRK-LST-CONTINUA          PIC X(01) VALUE 'S'.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN'. *> MAIN SCREEN
           COPY 'SCVIDMSG'. *> MESSAGES
      *
       01 SCREEN-SERIE-MENU.
           05 LINE 07 COLUMN 02 VALUE "1 - INCLUIR VOLUME NA SERIE".
           05 LINE 08 COLUMN 02 VALUE "2 - EXCLUIR VOLUME DA SERIE".
           05 LINE 09 COLUMN 02 VALUE "3 - LISTAR VOLUMES DE UMA SERIE".
           05 LINE 10 COLUMN 02 VALUE "4 - LISTAR SERIES".
           05 LINE 11 COLUMN 02 VALUE "0 - VOLTAR".
           05 LINE 12 COLUMN 02 VALUE "OPCAO: ".
           05 COLUMN PLUS 01    PIC X(01) USING WRK-OPTION.
      *
       01 SCREEN-SERIE-NUMERO.
           05 LINE 14 COLUMN 02 VALUE "SERIE (0 = NOVA).: ".
           05 COLUMN PLUS 01    PIC 9(04) USING WRK-SE-NUMERO.
      *
       01 SCREEN-SERIE-VOLUME.
           05 LINE 15 COLUMN 02 VALUE "VOLUME...........: ".
           05 COLUMN PLUS 01    PIC 9(02) USING WRK-SE-VOLUME.
      *
       01 SCREEN-SERIE-CODIGO.
           05 LINE 16 COLUMN 02 VALUE "CODIGO DO FILME..: ".
           05 COLUMN PLUS 01    PIC 9(07) USING WRK-SE-CODIGO.
      *
       01 SCREEN-SERIE-NOME.
           05 LINE 17 COLUMN 02 VALUE "NOME DA SERIE....: ".
           05 COLUMN PLUS 01    PIC X(30) USING WRK-SE-NOME.
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
           OPEN I-O SERIES.
      *
           IF FS-SERIES EQUAL "35"
               OPEN OUTPUT SERIES
               CLOSE SERIES
               OPEN I-O SERIES
           END-IF.
      *
           IF FS-SERIES NOT EQUAL "00"
               MOVE '45ERRO AO ABRIR ARQUIVO DE SERIES.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-SERIES TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE SERIES'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
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
       0100-OPEN-DATA-END. EXIT.

       0300-PROCESS-DATA SECTION.
           COPY 'CPVIDDTE'. *> DATE/TIME PROCEDURE
           MOVE " * * * * SERIES E COLECOES * * * *"      TO WRK-TITLE.
           MOVE "PF3=FIM"                                  TO WRK-KEYS.
           INITIALIZE WRK-MSG.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-SERIE-MENU.
           ACCEPT  SCREEN-SERIE-MENU.
      *
           EVALUATE WRK-OPTION
               WHEN '1' PERFORM 0310-INCLUIR-VOLUME
               WHEN '2' PERFORM 0320-EXCLUIR-VOLUME
               WHEN '3' PERFORM 0330-LISTAR-VOLUMES
               WHEN '4' PERFORM 0340-LISTAR-SERIES
               WHEN '0' CONTINUE
               WHEN OTHER
                   INITIALIZE WRK-MSG
                   MOVE '20OPCAO INVALIDA.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
           END-EVALUATE.
       0300-PROCESS-DATA-END. EXIT.

       0310-INCLUIR-VOLUME SECTION.
      *    SERIE 0 ABRE UMA SERIE NOVA COM O PROXIMO NUMERO E PEDE O
      *    NOME; SERIE EXISTENTE HERDA O NOME DOS VOLUMES JA
      *    CADASTRADOS.
           INITIALIZE WRK-MSG.
           MOVE ZEROES TO WRK-SE-NUMERO.
           MOVE ZEROES TO WRK-SE-VOLUME.
           MOVE ZEROES TO WRK-SE-CODIGO.
           MOVE SPACES TO WRK-SE-NOME.
           DISPLAY SCREEN-SERIE-NUMERO.
           DISPLAY SCREEN-SERIE-VOLUME.
           DISPLAY SCREEN-SERIE-CODIGO.
           ACCEPT  SCREEN-SERIE-NUMERO.
           ACCEPT  SCREEN-SERIE-VOLUME.
           ACCEPT  SCREEN-SERIE-CODIGO.
      *
           PERFORM 0315-GRAVA-VOLUME.
      *
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0310-INCLUIR-VOLUME-END. EXIT.

       0315-GRAVA-VOLUME SECTION.
           PERFORM 0350-CRITICA-VOLUME.
           IF WRK-SE-OK EQUAL 'N'
               GO TO 0315-GRAVA-VOLUME-END
           END-IF.
      *
           IF WRK-SE-NUMERO EQUAL ZEROES
               PERFORM 0355-PROXIMO-NUMERO
               DISPLAY SCREEN-SERIE-NOME
               ACCEPT  SCREEN-SERIE-NOME
               IF WRK-SE-NOME EQUAL SPACES
                   MOVE '25NOME DA SERIE OBRIGATORIO.' TO WRK-MSG
                   GO TO 0315-GRAVA-VOLUME-END
               END-IF
           ELSE
               PERFORM 0357-NOME-DA-SERIE
               IF WRK-SE-NOME EQUAL SPACES
                   MOVE '18SERIE NAO CADASTRADA (USE 0 PARA NOVA).'
                       TO WRK-MSG
                   GO TO 0315-GRAVA-VOLUME-END
               END-IF
               DISPLAY SCREEN-SERIE-NOME
           END-IF.
      *
           MOVE WRK-SE-NUMERO TO SER-NUMERO.
           MOVE WRK-SE-VOLUME TO SER-VOLUME.
           MOVE WRK-SE-CODIGO TO SER-CODIGO.
           MOVE WRK-SE-NOME   TO SER-NOME.
           WRITE REG-SER
               INVALID KEY
                   MOVE '10VOLUME OU FILME JA CADASTRADO EM SERIE.'
                       TO WRK-MSG
               NOT INVALID KEY
                   INITIALIZE WRK-MSG
                   STRING '30VOLUME INCLUIDO NA SERIE '
                              DELIMITED BY SIZE
                          SER-NUMERO DELIMITED BY SIZE
                          '.' DELIMITED BY SIZE
                     INTO WRK-MSG
                   MOVE SER-CODIGO  TO CODIGO
                   MOVE 'SERIE-INC' TO WRK-LOG-ACAO
                   PERFORM 0360-GRAVA-LOG
           END-WRITE.
       0315-GRAVA-VOLUME-END. EXIT.

       0320-EXCLUIR-VOLUME SECTION.
           INITIALIZE WRK-MSG.
           MOVE ZEROES TO WRK-SE-NUMERO.
           MOVE ZEROES TO WRK-SE-VOLUME.
           DISPLAY SCREEN-SERIE-NUMERO.
           DISPLAY SCREEN-SERIE-VOLUME.
           ACCEPT  SCREEN-SERIE-NUMERO.
           ACCEPT  SCREEN-SERIE-VOLUME.
      *
           MOVE WRK-SE-NUMERO TO SER-NUMERO.
           MOVE WRK-SE-VOLUME TO SER-VOLUME.
           READ SERIES
               INVALID KEY
                   MOVE '26VOLUME NAO CADASTRADO.' TO WRK-MSG
               NOT INVALID KEY
                   MOVE SER-CODIGO TO WRK-SE-CODIGO
                   MOVE SER-NOME   TO WRK-SE-NOME
                   DISPLAY SCREEN-SERIE-CODIGO
                   DISPLAY SCREEN-SERIE-NOME
                   MOVE '31CONFIRMA A EXCLUSAO (S/N)?' TO WRK-MSG
                   DISPLAY SCREEN-CONFIRMATION
                   ACCEPT SCREEN-CONFIRMATION-WAIT
      *
                   IF WRK-AWAIT EQUAL 'S' OR EQUAL 's'
                       INITIALIZE WRK-MSG
                       DELETE SERIES
                           INVALID KEY
                               MOVE '25ERRO AO EXCLUIR VOLUME.'
                                   TO WRK-MSG
                           NOT INVALID KEY
                               MOVE '49VOLUME EXCLUIDO DA SERIE.'
                                   TO WRK-MSG
                               MOVE WRK-SE-CODIGO TO CODIGO
                               MOVE 'SERIE-EXC'   TO WRK-LOG-ACAO
                               PERFORM 0360-GRAVA-LOG
                       END-DELETE
                   ELSE
                       INITIALIZE WRK-MSG
                       MOVE '28EXCLUSAO CANCELADA.' TO WRK-MSG
                   END-IF
           END-READ.
      *
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0320-EXCLUIR-VOLUME-END. EXIT.

       0330-LISTAR-VOLUMES SECTION.
      *    VOLUMES DE UMA SERIE NA ORDEM DE LEITURA, COM O TITULO DO
      *    CATALOGO.
           INITIALIZE WRK-MSG.
           MOVE ZEROES TO WRK-SE-NUMERO.
           DISPLAY SCREEN-SERIE-NUMERO.
           ACCEPT  SCREEN-SERIE-NUMERO.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY 'VOL CODIGO  TITULO' AT LINE 13 COLUMN 02.
           MOVE 14     TO WRK-LST-LINE.
           MOVE ZEROES TO WRK-LST-COUNT.
           MOVE 'S'    TO WRK-LST-CONTINUA.
      *
           MOVE WRK-SE-NUMERO TO SER-NUMERO.
           MOVE ZEROES        TO SER-VOLUME.
           START SERIES KEY IS NOT LESS THAN SER-CHAVE
               INVALID KEY
                   MOVE '10' TO FS-SERIES
           END-START.
      *
           IF FS-SERIES EQUAL "00"
               READ SERIES NEXT RECORD
           END-IF.
      *
           IF FS-SERIES EQUAL "00"
          AND SER-NUMERO EQUAL WRK-SE-NUMERO
               DISPLAY SER-NOME AT LINE 07 COLUMN 02
           END-IF.
      *
           PERFORM UNTIL FS-SERIES EQUAL "10"
                      OR SER-NUMERO NOT EQUAL WRK-SE-NUMERO
                      OR WRK-LST-CONTINUA EQUAL 'N'
               MOVE SER-CODIGO TO CODIGO
               READ MOVIES
                   INVALID KEY
                       MOVE '** NAO CADASTRADO **' TO TITULO
               END-READ
               DISPLAY SER-VOLUME AT LINE WRK-LST-LINE COLUMN 03
               DISPLAY SER-CODIGO AT LINE WRK-LST-LINE COLUMN 06
               DISPLAY TITULO     AT LINE WRK-LST-LINE COLUMN 14
               ADD 1 TO WRK-LST-LINE
               ADD 1 TO WRK-LST-COUNT
      *
               IF WRK-LST-COUNT EQUAL 7
                   PERFORM 0345-PAGINA-SERIES
               END-IF
      *
               READ SERIES NEXT RECORD
           END-PERFORM.
      *
           IF WRK-LST-CONTINUA EQUAL 'S'
               MOVE '20FIM DA LISTA.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
           END-IF.
       0330-LISTAR-VOLUMES-END. EXIT.

       0340-LISTAR-SERIES SECTION.
      *    UMA LINHA POR SERIE (QUEBRA PELO NUMERO), COM O NOME E A
      *    QUANTIDADE DE VOLUMES.
           DISPLAY 'SERIE NOME                           VOLUMES'
               AT LINE 13 COLUMN 02.
           MOVE 14     TO WRK-LST-LINE.
           MOVE ZEROES TO WRK-LST-COUNT.
           MOVE 'S'    TO WRK-LST-CONTINUA.
           MOVE ZEROES TO WRK-SE-ATUAL.
           MOVE ZEROES TO WRK-SE-QTD-VOL.
      *
           MOVE ZEROES TO SER-NUMERO.
           MOVE ZEROES TO SER-VOLUME.
           START SERIES KEY IS NOT LESS THAN SER-CHAVE
               INVALID KEY
                   MOVE '10' TO FS-SERIES
           END-START.
      *
           IF FS-SERIES EQUAL "00"
               READ SERIES NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-SERIES EQUAL "10"
                      OR WRK-LST-CONTINUA EQUAL 'N'
               IF SER-NUMERO NOT EQUAL WRK-SE-ATUAL
                   IF WRK-SE-ATUAL NOT EQUAL ZEROES
                       PERFORM 0342-LINHA-SERIE
                   END-IF
                   MOVE SER-NUMERO TO WRK-SE-ATUAL
                   MOVE SER-NOME   TO WRK-SE-NOME-ATUAL
                   MOVE ZEROES     TO WRK-SE-QTD-VOL
               END-IF
               ADD 1 TO WRK-SE-QTD-VOL
               READ SERIES NEXT RECORD
           END-PERFORM.
      *
           IF WRK-SE-ATUAL NOT EQUAL ZEROES
          AND WRK-LST-CONTINUA EQUAL 'S'
               PERFORM 0342-LINHA-SERIE
           END-IF.
      *
           IF WRK-LST-CONTINUA EQUAL 'S'
               MOVE '20FIM DA LISTA.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
           END-IF.
       0340-LISTAR-SERIES-END. EXIT.

       0342-LINHA-SERIE SECTION.
           DISPLAY WRK-SE-ATUAL      AT LINE WRK-LST-LINE COLUMN 02.
           DISPLAY WRK-SE-NOME-ATUAL AT LINE WRK-LST-LINE COLUMN 08.
           DISPLAY WRK-SE-QTD-VOL    AT LINE WRK-LST-LINE COLUMN 41.
           ADD 1 TO WRK-LST-LINE.
           ADD 1 TO WRK-LST-COUNT.
      *
           IF WRK-LST-COUNT EQUAL 7
               PERFORM 0345-PAGINA-SERIES
           END-IF.
       0342-LINHA-SERIE-END. EXIT.

       0345-PAGINA-SERIES SECTION.
           INITIALIZE WRK-MSG.
           MOVE '31CONTINUAR LISTANDO (S/N)?' TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
      *
           IF WRK-AWAIT EQUAL 'S' OR EQUAL 's'
               MOVE 14     TO WRK-LST-LINE
               MOVE ZEROES TO WRK-LST-COUNT
           ELSE
               MOVE 'N' TO WRK-LST-CONTINUA
           END-IF.
       0345-PAGINA-SERIES-END. EXIT.

       0350-CRITICA-VOLUME SECTION.
      *    O VOLUME COMECA EM 01 E O TITULO PRECISA EXISTIR NO
      *    CATALOGO, FORA DA BAIXA.
           MOVE 'S' TO WRK-SE-OK.
      *
           IF WRK-SE-VOLUME EQUAL ZEROES
               MOVE 'N' TO WRK-SE-OK
               MOVE '25VOLUME DEVE SER MAIOR QUE ZERO.' TO WRK-MSG
               GO TO 0350-CRITICA-VOLUME-END
           END-IF.
      *
           MOVE WRK-SE-CODIGO TO CODIGO.
           READ MOVIES
               INVALID KEY
                   MOVE 'N' TO WRK-SE-OK
                   MOVE '28FILME NAO LOCALIZADO.' TO WRK-MSG
               NOT INVALID KEY
                   IF VID-SITUACAO EQUAL 'B'
                       MOVE 'N' TO WRK-SE-OK
                       MOVE '23FILME BAIXADO DO ACERVO.' TO WRK-MSG
                   ELSE
                       DISPLAY TITULO AT LINE 16 COLUMN 31
                   END-IF
           END-READ.
       0350-CRITICA-VOLUME-END. EXIT.

       0355-PROXIMO-NUMERO SECTION.
      *    PROXIMO NUMERO DE SERIE: O MAIOR JA GRAVADO MAIS UM (MESMO
      *    CRITERIO DO CODIGO EM INVIDPRG).
           MOVE ZEROES TO WRK-SE-MAX.
           MOVE ZEROES TO SER-NUMERO.
           MOVE ZEROES TO SER-VOLUME.
           START SERIES KEY IS NOT LESS THAN SER-CHAVE
               INVALID KEY
                   MOVE '10' TO FS-SERIES
           END-START.
      *
           IF FS-SERIES EQUAL "00"
               READ SERIES NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-SERIES EQUAL "10"
               MOVE SER-NUMERO TO WRK-SE-MAX
               READ SERIES NEXT RECORD
           END-PERFORM.
      *
           ADD 1 TO WRK-SE-MAX GIVING WRK-SE-NUMERO.
           DISPLAY SCREEN-SERIE-NUMERO.
       0355-PROXIMO-NUMERO-END. EXIT.

       0357-NOME-DA-SERIE SECTION.
      *    NOME DA SERIE TIRADO DO PRIMEIRO VOLUME JA CADASTRADO;
      *    BRANCO QUANDO A SERIE NAO EXISTE.
           MOVE SPACES        TO WRK-SE-NOME.
           MOVE WRK-SE-NUMERO TO SER-NUMERO.
           MOVE ZEROES        TO SER-VOLUME.
           START SERIES KEY IS NOT LESS THAN SER-CHAVE
               INVALID KEY
                   MOVE '10' TO FS-SERIES
           END-START.
      *
           IF FS-SERIES EQUAL "00"
               READ SERIES NEXT RECORD
               IF FS-SERIES EQUAL "00"
              AND SER-NUMERO EQUAL WRK-SE-NUMERO
                   MOVE SER-NOME TO WRK-SE-NOME
               END-IF
           END-IF.
       0357-NOME-DA-SERIE-END. EXIT.

       0360-GRAVA-LOG SECTION.
           COPY 'CPVIDLGP'. *> GRAVA LINHA NO LOG DE AUDITORIA
       0360-GRAVA-LOG-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE MOVIES.
           CLOSE SERIES.
      *
           IF FS-SERIES NOT EQUAL "00"
               MOVE '46ERRO AO FECHAR ARQUIVO DE SERIES.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-SERIES TO WS-ABEND-CODE
               MOVE 'ERRO AO FECHAR ARQUIVO DE SERIES.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
       0500-CLOSE-DATA-END. EXIT.

       0600-ROT-ABEND SECTION.
           MOVE 'SEVIDPRG' TO WS-ABEND-PROGRAM.
           COPY 'CPVIDRAB'. *> ABEND ROUTINE.
      *
           PERFORM 0700-END-PROGRAM.
       0600-ROT-ABEND-END. EXIT.

       0700-END-PROGRAM SECTION.
           GOBACK.
       0700-END-PROGRAM-END. EXIT.

       END PROGRAM SEVIDPRG.
