      ******************************************************************
      * FILE NAME   : NCVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : CALL NUMBERS AND SHELF ORDER OF VIDEOTECA        *
      *               PROGRAM - CALL NUMBER RULE PER GENRE (CLASS      *
      *               PREFIX AND CUTTER DIGITS), GENERATION OF THE     *
      *               CALL NUMBER OF EVERY TITLE FROM THE RULE, MANUAL *
      *               OVERRIDE PER TITLE, AND THE SHELF-READING REPORT *
      *               PER BRANCH IN CALL-NUMBER ORDER, FLAGGING COPIES *
      *               ON LOAN, WITHOUT A SHELF POSITION OR OUT OF      *
      *               ORDER                                            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NCVIDPRG.
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
           COPY 'CPVIDGFC'. *> GENEROS LOOKUP
           COPY 'CPVIDRCF'. *> REGRACH (CALL NUMBER RULE PER GENRE)
           COPY 'CPVIDNCF'. *> NUMCHAM (CALL NUMBERS)
           COPY 'CPVIDXFC'. *> EXEMPLAR DAT WORKBOOK
           COPY 'CPVIDPFC'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDLCF'. *> LOCAIS (BRANCH LOCATIONS)
      *
           SELECT NCH-REL
              ASSIGN       TO WRK-SPL-NOME
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-NCH-REL.
      *
           SELECT SORT-FILE ASSIGN TO "SORTWK1".
      *
           COPY 'CPVIDSPF'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDLGF'. *> MAINTENANCE AUDIT LOG
           COPY 'CPVIDALF'. *> ABEND LOG
      *
       DATA DIVISION.
       FILE SECTION.
       FD MOVIES.
           COPY 'CPVIDDAT'.

       FD GENEROS.
           COPY 'CPVIDGDT'.

       FD REGRACH.
           COPY 'CPVIDRCD'.

       FD NUMCHAM.
           COPY 'CPVIDNCD'.

       FD EXEMPLAR.
           COPY 'CPVIDXDT'.

       FD LOANS.
           COPY 'CPVIDPDT'.

       FD LOCAIS.
           COPY 'CPVIDLCD'.

       FD NCH-REL.
           01 FIL-REL          PIC X(132).

       SD SORT-FILE.
       01 REG-SRT.
           05 SRT-LOCAL        PIC X(03).
           05 SRT-NUMERO       PIC X(16).
           05 SRT-CODIGO       PIC 9(07).
           05 SRT-EXEMPLAR     PIC 9(02).
           05 SRT-TITULO       PIC X(30).
           05 SRT-POSICAO      PIC X(08).
           05 SRT-SITUACAO     PIC X(01).

       FD VIDRELS.
           COPY 'CPVIDSPD'.

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
           COPY 'CPVIDGNW'. *> GENEROS LOOKUP
           COPY 'CPVIDRCW'. *> REGRACH (CALL NUMBER RULE PER GENRE)
           COPY 'CPVIDNCW'. *> NUMCHAM (CALL NUMBERS)
           COPY 'CPVIDXNW'. *> EXEMPLAR DAT WORKBOOK
           COPY 'CPVIDPNW'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDLCW'. *> LOCAIS (BRANCH LOCATIONS)
           COPY 'CPVIDSPW'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDLGW'. *> MAINTENANCE AUDIT LOG
           COPY 'CPVIDOPW'. *> OPERATOR SESSION
           COPY 'CPVIDABE'. *> ABEND
           COPY 'CPVIDALW'. *> ABEND LOG
      *
       77 FS-NCH-REL                PIC X(02).
       77 WRK-SPL-NOME              PIC X(40).
       77 WRK-SPL-PROGRAMA          PIC X(08).
      *
       77 WRK-NC-EXISTE             PIC X(01) VALUE 'N'.
       77 WRK-NC-REGERAR            PIC X(01) VALUE 'N'.
       77 WRK-NC-CLASSE-AUX         PIC X(05) VALUE SPACES.
       77 WRK-NC-REGRA              PIC X(16) VALUE SPACES.
       77 WRK-NC-GERADOS            PIC 9(05) USAGE COMP-3
                                     VALUE ZEROES.
       77 WRK-NC-ALTERADOS          PIC 9(05) USAGE COMP-3
                                     VALUE ZEROES.
       77 WRK-NC-GER-EDIT           PIC ZZZZ9 VALUE ZEROES.
       77 WRK-NC-ALT-EDIT           PIC ZZZZ9 VALUE ZEROES.
      *
      *    LEITURA DE ESTANTE: LOCAL PEDIDO (BRANCO = TODOS), QUEBRA
      *    POR LOCAL E A ULTIMA POSICAO LIDA PARA ACHAR A COPIA FORA
      *    DE ORDEM.
       77 WRK-NC-LOCAL              PIC X(03) VALUE SPACES.
       77 WRK-NC-LOCAL-ATUAL        PIC X(03) VALUE SPACES.
       77 WRK-NC-POS-ANTERIOR       PIC X(08) VALUE SPACES.
       77 WRK-NC-TEVE-EXE           PIC X(01) VALUE 'N'.
       77 WRK-NC-OBS                PIC X(20) VALUE SPACES.
       77 WRK-SORT-FIM              PIC X(01) VALUE 'N'.
      *
       01 WRK-NC-CONTADORES.
           05 WRK-NC-LOC-ITENS      PIC 9(05) USAGE COMP-3
                                     VALUE ZEROES.
           05 WRK-NC-LOC-EMPREST    PIC 9(05) USAGE COMP-3
                                     VALUE ZEROES.
           05 WRK-NC-LOC-SEM-POS    PIC 9(05) USAGE COMP-3
                                     VALUE ZEROES.
           05 WRK-NC-LOC-FORA       PIC 9(05) USAGE COMP-3
                                     VALUE ZEROES.
           05 WRK-NC-TOT-ITENS      PIC 9(05) USAGE COMP-3
                                     VALUE ZEROES.
           05 WRK-NC-TOT-FORA       PIC 9(05) USAGE COMP-3
                                     VALUE ZEROES.
      *
       01 WRK-NC-EDICAO.
           05 WRK-NC-ED-ITENS       PIC ZZZZ9 VALUE ZEROES.
           05 WRK-NC-ED-EMPREST     PIC ZZZZ9 VALUE ZEROES.
           05 WRK-NC-ED-SEM-POS     PIC ZZZZ9 VALUE ZEROES.
           05 WRK-NC-ED-FORA        PIC ZZZZ9 VALUE ZEROES.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN'. *> MAIN SCREEN
           COPY 'SCVIDMSG'. *> MESSAGES
      *
       01 SCREEN-NC-MENU.
           05 LINE 07 COLUMN 02 VALUE "1 - REGRA DE NUMERO POR GENERO".
           05 LINE 08 COLUMN 02 VALUE "2 - GERAR NUMEROS DE CHAMADA".
           05 LINE 09 COLUMN 02 VALUE "3 - NUMERO DE CHAMADA DO FILME".
           05 LINE 07 COLUMN 40 VALUE "4 - LEITURA DE ESTANTE".
           05 LINE 08 COLUMN 40 VALUE "    POR LOCAL (IMPR.)".
           05 LINE 10 COLUMN 02 VALUE "0 - VOLTAR".
           05 LINE 11 COLUMN 02 VALUE "OPCAO: ".
           05 COLUMN PLUS 01    PIC X(01) USING WRK-OPTION.
      *
       01 SCREEN-NC-GENERO.
           05 LINE 13 COLUMN 02 VALUE "GENERO..........: ".
           05 COLUMN PLUS 01    PIC X(08) USING RCH-GENERO.
      *
       01 SCREEN-NC-REGRA.
           05 LINE 14 COLUMN 02 VALUE "CLASSE (PREFIXO): ".
           05 COLUMN PLUS 01    PIC X(05) USING RCH-CLASSE.
           05 LINE 15 COLUMN 02 VALUE "DIGITOS DO AUTOR: ".
           05 COLUMN PLUS 01    PIC 9(01) USING RCH-DIGITOS.
      *
       01 SCREEN-NC-REGRA-LEGENDA.
           05 LINE 14 COLUMN 30 VALUE
               "CLASSE EM BRANCO EXCLUI A REGRA DO GENERO".
           05 LINE 15 COLUMN 30 VALUE
               "DE 1 A 3 DIGITOS DEPOIS DA LETRA DO TITULO".
      *
       01 SCREEN-NC-FILME.
           05 LINE 13 COLUMN 02 VALUE "CODIGO DO FILME.: ".
           05 COLUMN PLUS 01    PIC 9(07) USING NCH-CODIGO.
      *
       01 SCREEN-NC-NUMERO.
           05 LINE 17 COLUMN 02 VALUE "NUMERO CHAMADA..: ".
           05 COLUMN PLUS 01    PIC X(16) USING NCH-NUMERO.
           05 LINE 17 COLUMN 40 VALUE "(EM BRANCO = VOLTA A REGRA)".
      *
       01 SCREEN-NC-LOCAL.
           05 LINE 13 COLUMN 02 VALUE "LOCAL (BRANCO=TODOS): ".
           05 COLUMN PLUS 01    PIC X(03) USING WRK-NC-LOCAL.
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
           OPEN INPUT GENEROS.
      *
           IF FS-GENEROS EQUAL "35"
               OPEN OUTPUT GENEROS
               CLOSE GENEROS
               OPEN INPUT GENEROS
           END-IF.
      *
           OPEN I-O REGRACH.
      *
           IF FS-REGRACH EQUAL "35"
               OPEN OUTPUT REGRACH
               CLOSE REGRACH
               OPEN I-O REGRACH
           END-IF.
      *
           IF FS-REGRACH NOT EQUAL "00"
               MOVE '40ERRO AO ABRIR REGRAS DE NUMERO DE CHAMADA.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-REGRACH TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR REGRAS DE NUMERO DE CHAMADA'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O NUMCHAM.
      *
           IF FS-NUMCHAM EQUAL "35"
               OPEN OUTPUT NUMCHAM
               CLOSE NUMCHAM
               OPEN I-O NUMCHAM
           END-IF.
      *
           IF FS-NUMCHAM NOT EQUAL "00"
               MOVE '42ERRO AO ABRIR NUMEROS DE CHAMADA.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-NUMCHAM TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR NUMEROS DE CHAMADA'
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
           OPEN INPUT LOCAIS.
      *
           IF FS-LOCAIS EQUAL "35"
               OPEN OUTPUT LOCAIS
               CLOSE LOCAIS
               OPEN INPUT LOCAIS
           END-IF.
       0100-OPEN-DATA-END. EXIT.

       0300-PROCESS-DATA SECTION.
           COPY 'CPVIDDTE'. *> DATE/TIME PROCEDURE
           MOVE " * * * NUMERO DE CHAMADA E ESTANTE * * *" TO WRK-TITLE.
           MOVE "PF3=FIM"                                  TO WRK-KEYS.
           INITIALIZE WRK-MSG.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-NC-MENU.
           ACCEPT  SCREEN-NC-MENU.
      *
           EVALUATE WRK-OPTION
               WHEN '1' PERFORM 0310-MANTEM-REGRA
               WHEN '2' PERFORM 0320-GERA-NUMEROS
               WHEN '3' PERFORM 0330-NUMERO-FILME
               WHEN '4' PERFORM 0340-LEITURA-ESTANTE
               WHEN '0' CONTINUE
               WHEN OTHER
                   INITIALIZE WRK-MSG
                   MOVE '20OPCAO INVALIDA.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
           END-EVALUATE.
       0300-PROCESS-DATA-END. EXIT.

       0310-MANTEM-REGRA SECTION.
      *    UMA REGRA POR GENERO CADASTRADO EM GENEROS.DAT. A TROCA DA
      *    REGRA NAO MEXE NOS NUMEROS JA GRAVADOS: ELES SO MUDAM NA
      *    REGERACAO (OPCAO 2).
           INITIALIZE REG-RCH.
           INITIALIZE WRK-MSG.
           DISPLAY SCREEN-NC-GENERO.
           ACCEPT  SCREEN-NC-GENERO.
      *
           INSPECT RCH-GENERO CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
           MOVE RCH-GENERO TO GEN-NOME.
           READ GENEROS
               INVALID KEY
                   MOVE '26GENERO NAO CADASTRADO.' TO WRK-MSG
                   GO TO 0310-MANTEM-REGRA-FIM
           END-READ.
      *
           MOVE 'S' TO WRK-NC-EXISTE.
           READ REGRACH
               INVALID KEY
                   MOVE 'N'           TO WRK-NC-EXISTE
                   MOVE GEN-NOME      TO RCH-GENERO
      *            SUGERE A REGRA PADRAO DE CPVIDNCP.
                   MOVE GEN-NOME(1:3) TO RCH-CLASSE
                   MOVE 3             TO RCH-DIGITOS
           END-READ.
      *
           DISPLAY SCREEN-NC-REGRA-LEGENDA.
           DISPLAY SCREEN-NC-REGRA.
           ACCEPT  SCREEN-NC-REGRA.
      *
           INSPECT RCH-CLASSE CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
           IF RCH-CLASSE EQUAL SPACES
               PERFORM 0315-EXCLUI-REGRA
               GO TO 0310-MANTEM-REGRA-FIM
           END-IF.
      *
      *    A CLASSE VAI NA FRENTE DO CUTTER SEPARADA POR UM ESPACO,
      *    ENTAO NAO PODE TER ESPACO NO MEIO NEM COMECAR EM BRANCO.
           MOVE SPACES TO WRK-NC-CLASSE-AUX.
           STRING RCH-CLASSE DELIMITED BY SPACE
             INTO WRK-NC-CLASSE-AUX.
           IF WRK-NC-CLASSE-AUX NOT EQUAL RCH-CLASSE
               MOVE '20CLASSE NAO PODE TER ESPACOS.' TO WRK-MSG
               GO TO 0310-MANTEM-REGRA-FIM
           END-IF.
      *
           IF RCH-DIGITOS LESS THAN 1 OR GREATER THAN 3
               MOVE '20DIGITOS DO AUTOR DEVEM SER DE 1 A 3.' TO WRK-MSG
               GO TO 0310-MANTEM-REGRA-FIM
           END-IF.
      *
           MOVE WRK-OPERADOR     TO RCH-OPERADOR.
           MOVE WRK-DATA-SISTEMA TO RCH-DATA.
      *
           IF WRK-NC-EXISTE EQUAL 'S'
               REWRITE REG-RCH
               MOVE 'NCH-REGALT' TO WRK-LOG-ACAO
               MOVE '27REGRA ALTERADA.' TO WRK-MSG
           ELSE
               WRITE REG-RCH
               MOVE 'NCH-REGINC' TO WRK-LOG-ACAO
               MOVE '27REGRA INCLUIDA.' TO WRK-MSG
           END-IF.
      *
           IF FS-REGRACH NOT EQUAL "00"
               MOVE '24ERRO AO GRAVAR A REGRA.' TO WRK-MSG
           ELSE
               MOVE ZEROES TO CODIGO
               PERFORM 0380-GRAVA-LOG
           END-IF.
      *
       0310-MANTEM-REGRA-FIM.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0310-MANTEM-REGRA-END. EXIT.

       0315-EXCLUI-REGRA SECTION.
           IF WRK-NC-EXISTE EQUAL 'N'
               MOVE '22GENERO SEM REGRA CADASTRADA.' TO WRK-MSG
               GO TO 0315-EXCLUI-REGRA-END
           END-IF.
      *
           MOVE '27CONFIRMA EXCLUSAO (S/N)?' TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
      *
           INITIALIZE WRK-MSG.
           IF WRK-AWAIT EQUAL 'S' OR EQUAL 's'
               DELETE REGRACH
                   INVALID KEY
                       MOVE '24ERRO AO EXCLUIR A REGRA.' TO WRK-MSG
                   NOT INVALID KEY
                       MOVE 'NCH-REGEXC' TO WRK-LOG-ACAO
                       MOVE ZEROES TO CODIGO
                       PERFORM 0380-GRAVA-LOG
                       MOVE '27REGRA EXCLUIDA.' TO WRK-MSG
               END-DELETE
           ELSE
               MOVE '26EXCLUSAO CANCELADA.' TO WRK-MSG
           END-IF.
       0315-EXCLUI-REGRA-END. EXIT.

       0320-GERA-NUMEROS SECTION.
      *    PASSA O CATALOGO: TITULO SEM NUMERO GANHA O DA REGRA; COM
      *    REGERACAO, O NUMERO DE ORIGEM 'R' E REFEITO PELA REGRA EM
      *    VIGOR. NUMERO INFORMADO A MAO ('M') NUNCA E TOCADO.
           INITIALIZE WRK-MSG.
           MOVE ZEROES TO WRK-NC-GERADOS.
           MOVE ZEROES TO WRK-NC-ALTERADOS.
      *
           MOVE '23REGERAR OS NUMEROS JA GERADOS (S/N)?' TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
      *
           MOVE 'N' TO WRK-NC-REGERAR.
           IF WRK-AWAIT EQUAL 'S' OR EQUAL 's'
               MOVE 'S' TO WRK-NC-REGERAR
           END-IF.
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
               PERFORM 0325-GERA-UM-NUMERO
               READ MOVIES NEXT RECORD
           END-PERFORM.
      *
           MOVE 'NCH-GERA' TO WRK-LOG-ACAO.
           MOVE ZEROES TO CODIGO.
           PERFORM 0380-GRAVA-LOG.
      *
           MOVE WRK-NC-GERADOS   TO WRK-NC-GER-EDIT.
           MOVE WRK-NC-ALTERADOS TO WRK-NC-ALT-EDIT.
           INITIALIZE WRK-MSG.
           STRING '20NUMEROS NOVOS: ' DELIMITED BY SIZE
                  WRK-NC-GER-EDIT     DELIMITED BY SIZE
                  '  REGERADOS: '     DELIMITED BY SIZE
                  WRK-NC-ALT-EDIT     DELIMITED BY SIZE
             INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0320-GERA-NUMEROS-END. EXIT.

       0325-GERA-UM-NUMERO SECTION.
           MOVE 'S'    TO WRK-NC-EXISTE.
           MOVE CODIGO TO NCH-CODIGO.
           READ NUMCHAM
               INVALID KEY
                   MOVE 'N' TO WRK-NC-EXISTE
           END-READ.
      *
           IF WRK-NC-EXISTE EQUAL 'S'
               IF WRK-NC-REGERAR EQUAL 'N' OR NCH-ORIGEM EQUAL 'M'
                   GO TO 0325-GERA-UM-NUMERO-END
               END-IF
           END-IF.
      *
           COPY 'CPVIDNCP'. *> NUMERO DE CHAMADA PELA REGRA
      *
           IF WRK-NC-EXISTE EQUAL 'N'
               MOVE CODIGO           TO NCH-CODIGO
               MOVE WRK-NCH-NUMERO   TO NCH-NUMERO
               MOVE 'R'              TO NCH-ORIGEM
               MOVE WRK-OPERADOR     TO NCH-OPERADOR
               MOVE WRK-DATA-SISTEMA TO NCH-DATA
               WRITE REG-NCH
               IF FS-NUMCHAM EQUAL "00"
                   ADD 1 TO WRK-NC-GERADOS
               END-IF
               GO TO 0325-GERA-UM-NUMERO-END
           END-IF.
      *
           IF WRK-NCH-NUMERO NOT EQUAL NCH-NUMERO
               MOVE WRK-NCH-NUMERO   TO NCH-NUMERO
               MOVE WRK-OPERADOR     TO NCH-OPERADOR
               MOVE WRK-DATA-SISTEMA TO NCH-DATA
               REWRITE REG-NCH
               IF FS-NUMCHAM EQUAL "00"
                   ADD 1 TO WRK-NC-ALTERADOS
               END-IF
           END-IF.
       0325-GERA-UM-NUMERO-END. EXIT.

       0330-NUMERO-FILME SECTION.
      *    MOSTRA O NUMERO GRAVADO E O QUE A REGRA DARIA; O OPERADOR
      *    PODE FIXAR UM NUMERO A MAO (ORIGEM 'M') OU, DEIXANDO EM
      *    BRANCO, VOLTAR O TITULO A REGRA DO GENERO.
           INITIALIZE REG-NCH.
           INITIALIZE WRK-MSG.
           DISPLAY SCREEN-NC-FILME.
           ACCEPT  SCREEN-NC-FILME.
      *
           MOVE NCH-CODIGO TO CODIGO.
           READ MOVIES
               INVALID KEY
                   MOVE '48FILME NAO LOCALIZADO.' TO WRK-MSG
                   GO TO 0330-NUMERO-FILME-FIM
           END-READ.
      *
           DISPLAY TITULO               AT LINE 13 COLUMN 30.
           DISPLAY 'GENERO..........: ' AT LINE 14 COLUMN 02.
           DISPLAY GENERO               AT LINE 14 COLUMN 21.
      *
           COPY 'CPVIDNCP'. *> NUMERO DE CHAMADA PELA REGRA
           MOVE WRK-NCH-NUMERO TO WRK-NC-REGRA.
           DISPLAY 'PELA REGRA......: ' AT LINE 15 COLUMN 02.
           DISPLAY WRK-NC-REGRA         AT LINE 15 COLUMN 21.
      *
           MOVE 'S' TO WRK-NC-EXISTE.
           READ NUMCHAM
               INVALID KEY
                   MOVE 'N'    TO WRK-NC-EXISTE
                   MOVE SPACES TO NCH-NUMERO
           END-READ.
      *
           IF WRK-NC-EXISTE EQUAL 'S'
               DISPLAY 'ORIGEM (R/M)....: ' AT LINE 16 COLUMN 02
               DISPLAY NCH-ORIGEM           AT LINE 16 COLUMN 21
           END-IF.
      *
           DISPLAY SCREEN-NC-NUMERO.
           ACCEPT  SCREEN-NC-NUMERO.
      *
           INSPECT NCH-NUMERO CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
           IF NCH-NUMERO EQUAL SPACES
           OR NCH-NUMERO EQUAL WRK-NC-REGRA
               MOVE WRK-NC-REGRA TO NCH-NUMERO
               MOVE 'R'          TO NCH-ORIGEM
           ELSE
               MOVE 'M'          TO NCH-ORIGEM
           END-IF.
      *
           MOVE CODIGO           TO NCH-CODIGO.
           MOVE WRK-OPERADOR     TO NCH-OPERADOR.
           MOVE WRK-DATA-SISTEMA TO NCH-DATA.
      *
           IF WRK-NC-EXISTE EQUAL 'S'
               REWRITE REG-NCH
               MOVE 'NCH-ALTERA' TO WRK-LOG-ACAO
               MOVE '27NUMERO DE CHAMADA ALTERADO.' TO WRK-MSG
           ELSE
               WRITE REG-NCH
               MOVE 'NCH-INCLUI' TO WRK-LOG-ACAO
               MOVE '27NUMERO DE CHAMADA INCLUIDO.' TO WRK-MSG
           END-IF.
      *
           IF FS-NUMCHAM NOT EQUAL "00"
               MOVE '24ERRO AO GRAVAR O NUMERO.' TO WRK-MSG
           ELSE
               PERFORM 0380-GRAVA-LOG
           END-IF.
      *
       0330-NUMERO-FILME-FIM.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0330-NUMERO-FILME-END. EXIT.

       0340-LEITURA-ESTANTE SECTION.
      *    UMA LINHA POR COPIA FISICA ATIVA, AGRUPADA POR LOCAL E EM
      *    ORDEM DE NUMERO DE CHAMADA: E A ORDEM EM QUE O MONITOR
      *    PERCORRE A ESTANTE. UMA GERACAO DATADA NO SPOOL.
           INITIALIZE WRK-MSG.
           MOVE SPACES TO WRK-NC-LOCAL.
           DISPLAY SCREEN-NC-LOCAL.
           ACCEPT  SCREEN-NC-LOCAL.
      *
           INSPECT WRK-NC-LOCAL CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
           IF WRK-NC-LOCAL NOT EQUAL SPACES
          AND WRK-NC-LOCAL NOT EQUAL 'SED'
               MOVE WRK-NC-LOCAL TO LCL-CODIGO
               READ LOCAIS
                   INVALID KEY
                       MOVE '26LOCAL NAO CADASTRADO.' TO WRK-MSG
                       GO TO 0340-LEITURA-ESTANTE-FIM
               END-READ
           END-IF.
      *
           MOVE SPACES TO WRK-SPL-NOME.
           STRING './dat/ESTANTE-'      DELIMITED BY SIZE
                  WRK-DATA-AAAA         DELIMITED BY SIZE
                  WRK-DATA-MM           DELIMITED BY SIZE
                  WRK-DATA-DD           DELIMITED BY SIZE
                  '.prt'                DELIMITED BY SIZE
             INTO WRK-SPL-NOME.
      *
           OPEN OUTPUT NCH-REL.
      *
           IF FS-NCH-REL NOT EQUAL "00"
               MOVE '42ERRO AO ABRIR ARQUIVO DE RELATORIO.' TO WRK-MSG
               GO TO 0340-LEITURA-ESTANTE-FIM
           END-IF.
      *
           INITIALIZE WRK-NC-CONTADORES.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'VIDEOTECA - LEITURA DE ESTANTE POR NUMERO DE '
                       DELIMITED BY SIZE
                  'CHAMADA   EMISSAO: '
                       DELIMITED BY SIZE
                  WRK-DATA-EDIT-DD   DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  WRK-DATA-EDIT-MM   DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  WRK-DATA-EDIT-AAAA DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           SORT SORT-FILE
               ON ASCENDING KEY SRT-LOCAL SRT-NUMERO
                                SRT-CODIGO SRT-EXEMPLAR
               INPUT  PROCEDURE IS 0345-SOLTA-COPIAS
               OUTPUT PROCEDURE IS 0350-IMPRIME-ESTANTE.
      *
           MOVE WRK-NC-TOT-ITENS TO WRK-NC-ED-ITENS.
           MOVE WRK-NC-TOT-FORA  TO WRK-NC-ED-FORA.
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
           MOVE SPACES TO FIL-REL.
           STRING 'TOTAL GERAL - COPIAS: ' DELIMITED BY SIZE
                  WRK-NC-ED-ITENS          DELIMITED BY SIZE
                  '  FORA DE ORDEM: '      DELIMITED BY SIZE
                  WRK-NC-ED-FORA           DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           CLOSE NCH-REL.
           PERFORM 0370-REGISTRA-SPOOL.
      *
           MOVE SPACES TO WRK-MSG.
           STRING '20RELATORIO GERADO: ' DELIMITED BY SIZE
                  WRK-NC-ED-ITENS        DELIMITED BY SIZE
                  ' COPIA(S).'           DELIMITED BY SIZE
             INTO WRK-MSG.
      *
       0340-LEITURA-ESTANTE-FIM.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0340-LEITURA-ESTANTE-END. EXIT.

       0345-SOLTA-COPIAS SECTION.
      *    TITULO BAIXADO OU SO DIGITAL NAO OCUPA ESTANTE. O LOCAL EM
      *    BRANCO E A SEDE ('SED'), COMO EM LCVIDPRG. TITULO SEM
      *    EXEMPLAR CADASTRADO ENTRA COMO COPIA UNICA 01, NO MESMO
      *    CRITERIO DAS ETIQUETAS DE LBVIDPRG.
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
               IF VID-LOCAL EQUAL SPACES
                   MOVE 'SED' TO SRT-LOCAL
               ELSE
                   MOVE VID-LOCAL TO SRT-LOCAL
               END-IF
      *
               IF VID-SITUACAO NOT EQUAL 'B'
              AND MIDIA NOT EQUAL 'D'
              AND (WRK-NC-LOCAL EQUAL SPACES
                OR WRK-NC-LOCAL EQUAL SRT-LOCAL)
                   PERFORM 0347-SOLTA-TITULO
               END-IF
               READ MOVIES NEXT RECORD
           END-PERFORM.
       0345-SOLTA-COPIAS-END. EXIT.

       0347-SOLTA-TITULO SECTION.
      *    O NUMERO GRAVADO EM NUMCHAM PREVALECE; TITULO AINDA SEM
      *    NUMERO SAI COM O DA REGRA, SEM GRAVAR (A GRAVACAO E NA
      *    OPCAO 2 OU NA ETIQUETA).
           MOVE 'S'    TO WRK-NC-EXISTE.
           MOVE CODIGO TO NCH-CODIGO.
           READ NUMCHAM
               INVALID KEY
                   MOVE 'N' TO WRK-NC-EXISTE
           END-READ.
      *
           IF WRK-NC-EXISTE EQUAL 'N'
               PERFORM 0349-NUMERO-PELA-REGRA
           END-IF.
      *
           MOVE NCH-NUMERO TO SRT-NUMERO.
           MOVE CODIGO     TO SRT-CODIGO.
           MOVE TITULO     TO SRT-TITULO.
      *
           MOVE 'N'    TO WRK-NC-TEVE-EXE.
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
               MOVE 'S' TO WRK-NC-TEVE-EXE
               IF EXE-SITUACAO NOT EQUAL 'B'
                   MOVE EXE-NUMERO   TO SRT-EXEMPLAR
                   MOVE EXE-POSICAO  TO SRT-POSICAO
                   MOVE EXE-SITUACAO TO SRT-SITUACAO
                   RELEASE REG-SRT
               END-IF
               READ EXEMPLAR NEXT RECORD
           END-PERFORM.
      *
           IF WRK-NC-TEVE-EXE EQUAL 'N'
               MOVE 1      TO SRT-EXEMPLAR
               MOVE SPACES TO SRT-POSICAO
               MOVE SPACES TO SRT-SITUACAO
               RELEASE REG-SRT
           END-IF.
       0347-SOLTA-TITULO-END. EXIT.

       0349-NUMERO-PELA-REGRA SECTION.
           COPY 'CPVIDNCP'. *> NUMERO DE CHAMADA PELA REGRA
           MOVE WRK-NCH-NUMERO TO NCH-NUMERO.
       0349-NUMERO-PELA-REGRA-END. EXIT.

       0350-IMPRIME-ESTANTE SECTION.
           MOVE LOW-VALUES TO WRK-NC-LOCAL-ATUAL.
           MOVE 'N'        TO WRK-SORT-FIM.
      *
           RETURN SORT-FILE
               AT END
                   MOVE 'S' TO WRK-SORT-FIM
           END-RETURN.
      *
           PERFORM UNTIL WRK-SORT-FIM EQUAL 'S'
               IF SRT-LOCAL NOT EQUAL WRK-NC-LOCAL-ATUAL
                   IF WRK-NC-LOCAL-ATUAL NOT EQUAL LOW-VALUES
                       PERFORM 0357-TOTAL-LOCAL
                   END-IF
                   MOVE SRT-LOCAL TO WRK-NC-LOCAL-ATUAL
                   PERFORM 0355-QUEBRA-LOCAL
               END-IF
      *
               PERFORM 0360-LINHA-ESTANTE
      *
               RETURN SORT-FILE
                   AT END
                       MOVE 'S' TO WRK-SORT-FIM
               END-RETURN
           END-PERFORM.
      *
           IF WRK-NC-LOCAL-ATUAL NOT EQUAL LOW-VALUES
               PERFORM 0357-TOTAL-LOCAL
           END-IF.
       0350-IMPRIME-ESTANTE-END. EXIT.

       0355-QUEBRA-LOCAL SECTION.
      *    CADA LOCAL COMECA EM PAGINA NOVA, PARA O MONITOR LEVAR SO
      *    A FOLHA DA SUA ESTANTE.
           MOVE SPACES TO WRK-NC-POS-ANTERIOR.
           MOVE ZEROES TO WRK-NC-LOC-ITENS WRK-NC-LOC-EMPREST
                          WRK-NC-LOC-SEM-POS WRK-NC-LOC-FORA.
      *
           MOVE SRT-LOCAL TO LCL-CODIGO.
           READ LOCAIS
               INVALID KEY
                   IF SRT-LOCAL EQUAL 'SED'
                       MOVE 'SEDE' TO LCL-NOME
                   ELSE
                       MOVE '** LOCAL NAO CADASTRADO **' TO LCL-NOME
                   END-IF
           END-READ.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL BEFORE ADVANCING PAGE.
           MOVE SPACES TO FIL-REL.
           STRING 'LOCAL: '  DELIMITED BY SIZE
                  SRT-LOCAL  DELIMITED BY SIZE
                  ' - '      DELIMITED BY SIZE
                  LCL-NOME   DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'NUMERO CHAMADA   CODIGO  EX TITULO'
                       DELIMITED BY SIZE
                  '                         POSICAO  OBSERVACAO'
                       DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
       0355-QUEBRA-LOCAL-END. EXIT.

       0357-TOTAL-LOCAL SECTION.
           MOVE WRK-NC-LOC-ITENS   TO WRK-NC-ED-ITENS.
           MOVE WRK-NC-LOC-EMPREST TO WRK-NC-ED-EMPREST.
           MOVE WRK-NC-LOC-SEM-POS TO WRK-NC-ED-SEM-POS.
           MOVE WRK-NC-LOC-FORA    TO WRK-NC-ED-FORA.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
           MOVE SPACES TO FIL-REL.
           STRING 'COPIAS: '          DELIMITED BY SIZE
                  WRK-NC-ED-ITENS     DELIMITED BY SIZE
                  '  EMPRESTADAS: '   DELIMITED BY SIZE
                  WRK-NC-ED-EMPREST   DELIMITED BY SIZE
                  '  SEM POSICAO: '   DELIMITED BY SIZE
                  WRK-NC-ED-SEM-POS   DELIMITED BY SIZE
                  '  FORA DE ORDEM: ' DELIMITED BY SIZE
                  WRK-NC-ED-FORA      DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
       0357-TOTAL-LOCAL-END. EXIT.

       0360-LINHA-ESTANTE SECTION.
      *    A COPIA FORA DE CIRCULACAO OU EMPRESTADA NAO ESTA NA
      *    ESTANTE E NAO ENTRA NA CONFERENCIA DA ORDEM. NAS DEMAIS, A
      *    POSICAO TEM DE CRESCER JUNTO COM O NUMERO DE CHAMADA: UMA
      *    POSICAO MENOR QUE A DA COPIA ANTERIOR MARCA O PAR QUE O
      *    MONITOR DEVE CONFERIR.
           ADD 1 TO WRK-NC-LOC-ITENS.
           ADD 1 TO WRK-NC-TOT-ITENS.
           MOVE SPACES TO WRK-NC-OBS.
      *
           MOVE SRT-CODIGO   TO EMP-CODIGO.
           MOVE SRT-EXEMPLAR TO EMP-EXEMPLAR.
      *
           EVALUATE TRUE
               WHEN SRT-SITUACAO EQUAL 'F'
                 OR SRT-SITUACAO EQUAL 'I'
                 OR SRT-SITUACAO EQUAL 'C'
                   MOVE 'FORA DE CIRCULACAO' TO WRK-NC-OBS
               WHEN OTHER
                   READ LOANS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'EMPRESTADA' TO WRK-NC-OBS
                           ADD 1 TO WRK-NC-LOC-EMPREST
                   END-READ
           END-EVALUATE.
      *
           IF WRK-NC-OBS EQUAL SPACES
               IF SRT-POSICAO EQUAL SPACES
                   MOVE 'SEM POSICAO' TO WRK-NC-OBS
                   ADD 1 TO WRK-NC-LOC-SEM-POS
               ELSE
                   IF WRK-NC-POS-ANTERIOR NOT EQUAL SPACES
                  AND SRT-POSICAO LESS THAN WRK-NC-POS-ANTERIOR
                       MOVE '** FORA DE ORDEM **' TO WRK-NC-OBS
                       ADD 1 TO WRK-NC-LOC-FORA
                       ADD 1 TO WRK-NC-TOT-FORA
                   END-IF
                   MOVE SRT-POSICAO TO WRK-NC-POS-ANTERIOR
               END-IF
           END-IF.
      *
           MOVE SPACES TO FIL-REL.
           STRING SRT-NUMERO   DELIMITED BY SIZE
                  ' '          DELIMITED BY SIZE
                  SRT-CODIGO   DELIMITED BY SIZE
                  ' '          DELIMITED BY SIZE
                  SRT-EXEMPLAR DELIMITED BY SIZE
                  ' '          DELIMITED BY SIZE
                  SRT-TITULO   DELIMITED BY SIZE
                  ' '          DELIMITED BY SIZE
                  SRT-POSICAO  DELIMITED BY SIZE
                  ' '          DELIMITED BY SIZE
                  WRK-NC-OBS   DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
       0360-LINHA-ESTANTE-END. EXIT.

       0370-REGISTRA-SPOOL SECTION.
           MOVE 'NCVIDPRG' TO WRK-SPL-PROGRAMA.
           COPY 'CPVIDSPP'. *> REGISTRA O RELATORIO NO SPOOL
       0370-REGISTRA-SPOOL-END. EXIT.

       0380-GRAVA-LOG SECTION.
           COPY 'CPVIDLGP'. *> GRAVA LINHA NO LOG DE AUDITORIA
       0380-GRAVA-LOG-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE MOVIES.
           CLOSE GENEROS.
           CLOSE EXEMPLAR.
           CLOSE LOANS.
           CLOSE LOCAIS.
           CLOSE REGRACH.
           CLOSE NUMCHAM.
      *
           IF FS-NUMCHAM NOT EQUAL "00"
               MOVE '42ERRO AO FECHAR NUMEROS DE CHAMADA.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-NUMCHAM TO WS-ABEND-CODE
               MOVE 'ERRO AO FECHAR NUMEROS DE CHAMADA.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
       0500-CLOSE-DATA-END. EXIT.

       0600-ROT-ABEND SECTION.
           MOVE 'NCVIDPRG' TO WS-ABEND-PROGRAM.
           COPY 'CPVIDRAB'. *> ABEND ROUTINE.
      *
           PERFORM 0700-END-PROGRAM.
       0600-ROT-ABEND-END. EXIT.

       0700-END-PROGRAM SECTION.
           GOBACK.
       0700-END-PROGRAM-END. EXIT.

       END PROGRAM NCVIDPRG.
