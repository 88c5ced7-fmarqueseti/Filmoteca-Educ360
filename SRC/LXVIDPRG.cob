      ******************************************************************
      * FILE NAME   : LXVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : PUBLIC-PERFORMANCE RIGHTS OF VIDEOTECA PROGRAM   *
      *               - ONE LICENSING RECORD PER TITLE (RIGHTS TYPE,   *
      *               LICENSOR, START AND END DATE, SCOPE CLASSROOM    *
      *               ONLY OR OPEN EVENT) CHECKED BY THE SCREENING     *
      *               (ULVIDPRG) AND THE BOOKING (AGVIDPRG) SCREENS,   *
      *               AND THE MONTHLY REPORT OF THE LICENSES EXPIRING  *
      *               IN THE NEXT 90 DAYS (ALSO A JCVIDPRG STEP)       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LXVIDPRG.
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
           COPY 'CPVIDLXF'. *> DIREXIB (PUBLIC-PERFORMANCE RIGHTS)
      *
           SELECT LEX-REL
              ASSIGN       TO WRK-SPL-NOME
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-LEX-REL.
      *
           COPY 'CPVIDSPF'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDLGF'. *> MAINTENANCE AUDIT LOG
           COPY 'CPVIDALF'. *> ABEND LOG
      *
       DATA DIVISION.
       FILE SECTION.
       FD MOVIES.
           COPY 'CPVIDDAT'.

       FD DIREXIB.
           COPY 'CPVIDLXD'.

       FD LEX-REL.
           01 FIL-REL          PIC X(132).

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
           COPY 'CPVIDBTM'. *> BATCH-MODE FLAG
           COPY 'CPVIDFCW'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDLXW'. *> DIREXIB (PUBLIC-PERFORMANCE RIGHTS)
           COPY 'CPVIDSPW'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDLGW'. *> MAINTENANCE AUDIT LOG
           COPY 'CPVIDOPW'. *> OPERATOR SESSION
           COPY 'CPVIDABE'. *> ABEND
           COPY 'CPVIDALW'. *> ABEND LOG
      *
       77 FS-LEX-REL                PIC X(02).
       77 WRK-SPL-NOME              PIC X(40).
       77 WRK-SPL-PROGRAMA          PIC X(08).
      *
       77 WRK-HOJE                  PIC 9(08) VALUE ZEROES.
       77 WRK-LX-VALIDO             PIC X(01) VALUE 'S'.
       77 WRK-LX-EXISTE             PIC X(01) VALUE 'N'.
       77 WRK-LX-SITUACAO           PIC X(20) VALUE SPACES.
       77 WRK-LX-DATA-AUX           PIC 9(08) VALUE ZEROES.
       77 WRK-LX-DATA-EDIT          PIC X(10) VALUE SPACES.
       77 WRK-LX-DIAS               PIC S9(05) VALUE ZEROES.
       77 WRK-LX-DIAS-EDIT          PIC ZZZZ9 VALUE ZEROES.
      *
      *    JANELA DO RELATORIO DE VENCIMENTOS: DE HOJE ATE HOJE MAIS
      *    WRK-LX-JANELA DIAS CORRIDOS.
       77 WRK-LX-JANELA             PIC 9(03) VALUE 90.
       77 WRK-LX-LIMITE             PIC 9(08) VALUE ZEROES.
       77 WRK-LX-LIMITE-INT         PIC 9(08) VALUE ZEROES.
       77 WRK-LX-TOTAL              PIC 9(05) USAGE COMP-3
                                     VALUE ZEROES.
       77 WRK-LX-TOTAL-EDIT         PIC ZZZZ9 VALUE ZEROES.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN'. *> MAIN SCREEN
           COPY 'SCVIDMSG'. *> MESSAGES
      *
       01 SCREEN-LEX-MENU.
           05 LINE 07 COLUMN 02 VALUE "1 - INCLUIR/ALTERAR DIREITOS".
           05 LINE 08 COLUMN 02 VALUE "2 - EXCLUIR DIREITOS".
           05 LINE 09 COLUMN 02 VALUE "3 - CONSULTAR DIREITOS".
           05 LINE 07 COLUMN 40 VALUE "4 - VENCIMENTOS EM 90 DIAS".
           05 LINE 08 COLUMN 40 VALUE "    (IMPR.)".
           05 LINE 10 COLUMN 02 VALUE "0 - VOLTAR".
           05 LINE 11 COLUMN 02 VALUE "OPCAO: ".
           05 COLUMN PLUS 01    PIC X(01) USING WRK-OPTION.
      *
       01 SCREEN-LEX-CHAVE.
           05 LINE 13 COLUMN 02 VALUE "CODIGO DO FILME.: ".
           05 COLUMN PLUS 01    PIC 9(07) USING LEX-CODIGO.
      *
       01 SCREEN-LEX-DADOS.
           05 LINE 14 COLUMN 02 VALUE "TIPO DE DIREITO.: ".
           05 COLUMN PLUS 01    PIC X(01) USING LEX-TIPO.
           05 LINE 15 COLUMN 02 VALUE "LICENCIANTE.....: ".
           05 COLUMN PLUS 01    PIC X(30) USING LEX-LICENCIANTE.
           05 LINE 16 COLUMN 02 VALUE "INICIO AAAAMMDD.: ".
           05 COLUMN PLUS 01    PIC 9(08) USING LEX-DATA-INICIO.
           05 LINE 17 COLUMN 02 VALUE "FIM (0=SEM VENC): ".
           05 COLUMN PLUS 01    PIC 9(08) USING LEX-DATA-FIM.
           05 LINE 18 COLUMN 02 VALUE "ESCOPO..........: ".
           05 COLUMN PLUS 01    PIC X(01) USING LEX-ESCOPO.
           05 LINE 19 COLUMN 02 VALUE "OBSERVACAO......: ".
           05 COLUMN PLUS 01    PIC X(30) USING LEX-OBSERVACAO.
      *
       01 SCREEN-LEX-LEGENDA.
           05 LINE 14 COLUMN 30 VALUE
               "T=TITULO C=COLETIVA L=LIVRE P=DOMINIO PUBLICO".
           05 LINE 18 COLUMN 30 VALUE
               "S=SO SALA DE AULA E=EVENTO ABERTO".
      *
       PROCEDURE DIVISION.
       0000-MAIN SECTION.
      *    SOB O DRIVER NOTURNO (JCVIDPRG) NAO HA OPERADOR PARA
      *    TECLAR: SAI DIRETO O RELATORIO DE VENCIMENTOS, SEM TELA E
      *    SEM AGUARDE.
           IF WRK-BATCH-MODE EQUAL 'S'
               PERFORM 0200-EXECUTA-BATCH
               PERFORM 0700-END-PROGRAM
           END-IF.
      *
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
           OPEN I-O DIREXIB.
      *
           IF FS-DIREXIB EQUAL "35"
               OPEN OUTPUT DIREXIB
               CLOSE DIREXIB
               OPEN I-O DIREXIB
           END-IF.
      *
           IF FS-DIREXIB NOT EQUAL "00"
               MOVE '42ERRO AO ABRIR DIREITOS DE EXIBICAO.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-DIREXIB TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR DIREITOS DE EXIBICAO'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
       0100-OPEN-DATA-END. EXIT.

       0200-EXECUTA-BATCH SECTION.
      *    O PASSO RODA NO DIA 01: A JANELA DE 90 DIAS A PARTIR DO
      *    PRIMEIRO DIA DO MES DA TEMPO DE RENOVAR ANTES DO VENCIMENTO.
           COPY 'CPVIDDTE'. *> DATE/TIME PROCEDURE
           MOVE WRK-DATA-SISTEMA TO WRK-HOJE.
      *
           OPEN INPUT MOVIES.
      *
           IF FS-MOVIES NOT EQUAL "00"
               MOVE FS-MOVIES TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE DADOS DE FILMES'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT DIREXIB.
      *
           IF FS-DIREXIB EQUAL "35"
               DISPLAY 'LXVIDPRG: SEM DIREITOS DE EXIBICAO CADASTRADOS.'
               CLOSE MOVIES
               GO TO 0200-EXECUTA-BATCH-END
           END-IF.
      *
           IF FS-DIREXIB NOT EQUAL "00"
               MOVE FS-DIREXIB TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR DIREITOS DE EXIBICAO'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           PERFORM 0360-VENCIMENTOS.
      *
           CLOSE MOVIES.
           CLOSE DIREXIB.
       0200-EXECUTA-BATCH-END. EXIT.

       0300-PROCESS-DATA SECTION.
           COPY 'CPVIDDTE'. *> DATE/TIME PROCEDURE
           MOVE " * * * DIREITOS DE EXIBICAO * * *"      TO WRK-TITLE.
           MOVE "PF3=FIM"                                  TO WRK-KEYS.
           INITIALIZE WRK-MSG.
           MOVE WRK-DATA-SISTEMA TO WRK-HOJE.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-LEX-MENU.
           ACCEPT  SCREEN-LEX-MENU.
      *
           EVALUATE WRK-OPTION
               WHEN '1' PERFORM 0310-MANTEM-DIREITOS
               WHEN '2' PERFORM 0320-EXCLUI-DIREITOS
               WHEN '3' PERFORM 0330-CONSULTA-DIREITOS
               WHEN '4' PERFORM 0360-VENCIMENTOS
               WHEN '0' CONTINUE
               WHEN OTHER
                   INITIALIZE WRK-MSG
                   MOVE '20OPCAO INVALIDA.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
           END-EVALUATE.
       0300-PROCESS-DATA-END. EXIT.

       0305-LE-FILME SECTION.
      *    LE O FILME DA CHAVE DIGITADA E OS DIREITOS JA GRAVADOS;
      *    O TITULO FICA AO LADO DO CODIGO PARA CONFERENCIA.
           MOVE 'S' TO WRK-LX-VALIDO.
           MOVE 'N' TO WRK-LX-EXISTE.
      *
           MOVE LEX-CODIGO TO CODIGO.
           READ MOVIES
               INVALID KEY
                   MOVE 'N' TO WRK-LX-VALIDO
                   MOVE '48FILME NAO LOCALIZADO.' TO WRK-MSG
                   GO TO 0305-LE-FILME-END
           END-READ.
      *
           DISPLAY TITULO AT LINE 13 COLUMN 30.
      *
           READ DIREXIB
               INVALID KEY
                   INITIALIZE REG-LEX
                   MOVE CODIGO TO LEX-CODIGO
               NOT INVALID KEY
                   MOVE 'S' TO WRK-LX-EXISTE
           END-READ.
       0305-LE-FILME-END. EXIT.

       0307-VALIDA-DIREITOS SECTION.
      *    TIPO E ESCOPO PRECISAM SER CODIGOS DA LEGENDA; DOMINIO
      *    PUBLICO NAO TEM LICENCIANTE NEM VENCIMENTO E VALE PARA
      *    QUALQUER USO. A DATA FIM ZERADA E LICENCA SEM VENCIMENTO.
           MOVE 'S' TO WRK-LX-VALIDO.
      *
           INSPECT LEX-TIPO CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT LEX-ESCOPO CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
           IF LEX-TIPO NOT EQUAL 'T' AND NOT EQUAL 'C'
          AND LEX-TIPO NOT EQUAL 'L' AND NOT EQUAL 'P'
               MOVE '20TIPO INVALIDO (USE T, C, L OU P).' TO WRK-MSG
               MOVE 'N' TO WRK-LX-VALIDO
               GO TO 0307-VALIDA-DIREITOS-END
           END-IF.
      *
           IF LEX-TIPO EQUAL 'P'
               MOVE 'E'    TO LEX-ESCOPO
               MOVE ZEROES TO LEX-DATA-FIM
               IF LEX-DATA-INICIO EQUAL ZEROES
                   MOVE WRK-HOJE TO LEX-DATA-INICIO
               END-IF
           END-IF.
      *
           IF LEX-ESCOPO NOT EQUAL 'S' AND NOT EQUAL 'E'
               MOVE '20ESCOPO INVALIDO (USE S OU E).' TO WRK-MSG
               MOVE 'N' TO WRK-LX-VALIDO
               GO TO 0307-VALIDA-DIREITOS-END
           END-IF.
      *
           IF LEX-TIPO NOT EQUAL 'P'
          AND LEX-LICENCIANTE EQUAL SPACES
               MOVE '24INFORME O LICENCIANTE.' TO WRK-MSG
               MOVE 'N' TO WRK-LX-VALIDO
               GO TO 0307-VALIDA-DIREITOS-END
           END-IF.
      *
           IF FUNCTION TEST-DATE-YYYYMMDD(LEX-DATA-INICIO)
              NOT EQUAL ZEROES
               MOVE '24DATA DE INICIO INVALIDA.' TO WRK-MSG
               MOVE 'N' TO WRK-LX-VALIDO
               GO TO 0307-VALIDA-DIREITOS-END
           END-IF.
      *
           IF LEX-DATA-FIM NOT EQUAL ZEROES
               IF FUNCTION TEST-DATE-YYYYMMDD(LEX-DATA-FIM)
                  NOT EQUAL ZEROES
                   MOVE '26DATA FIM INVALIDA.' TO WRK-MSG
                   MOVE 'N' TO WRK-LX-VALIDO
               ELSE
                   IF LEX-DATA-FIM LESS THAN LEX-DATA-INICIO
                       MOVE '22DATA FINAL ANTERIOR A INICIAL.'
                           TO WRK-MSG
                       MOVE 'N' TO WRK-LX-VALIDO
                   END-IF
               END-IF
           END-IF.
       0307-VALIDA-DIREITOS-END. EXIT.

       0310-MANTEM-DIREITOS SECTION.
      *    UM REGISTRO POR TITULO: SE JA HOUVER, A TELA VEM PREENCHIDA
      *    PARA ALTERACAO (RENOVACAO DA LICENCA, TROCA DE ESCOPO).
           INITIALIZE REG-LEX.
           INITIALIZE WRK-MSG.
           DISPLAY SCREEN-LEX-CHAVE.
           ACCEPT  SCREEN-LEX-CHAVE.
      *
           PERFORM 0305-LE-FILME.
           IF WRK-LX-VALIDO EQUAL 'N'
               GO TO 0310-MANTEM-DIREITOS-FIM
           END-IF.
      *
           DISPLAY SCREEN-LEX-LEGENDA.
           DISPLAY SCREEN-LEX-DADOS.
           ACCEPT  SCREEN-LEX-DADOS.
      *
           PERFORM 0307-VALIDA-DIREITOS.
           IF WRK-LX-VALIDO EQUAL 'N'
               GO TO 0310-MANTEM-DIREITOS-FIM
           END-IF.
      *
           MOVE WRK-OPERADOR     TO LEX-OPERADOR.
           MOVE WRK-DATA-SISTEMA TO LEX-DATA-ALTERACAO.
      *
           IF WRK-LX-EXISTE EQUAL 'S'
               REWRITE REG-LEX
               MOVE 'DIR-ALTERA' TO WRK-LOG-ACAO
               MOVE '27DIREITOS ALTERADOS.' TO WRK-MSG
           ELSE
               WRITE REG-LEX
               MOVE 'DIR-INCLUI' TO WRK-LOG-ACAO
               MOVE '27DIREITOS INCLUIDOS.' TO WRK-MSG
           END-IF.
      *
           IF FS-DIREXIB NOT EQUAL "00"
               MOVE '24ERRO AO GRAVAR OS DIREITOS.' TO WRK-MSG
           ELSE
               PERFORM 0380-GRAVA-LOG
           END-IF.
      *
       0310-MANTEM-DIREITOS-FIM.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0310-MANTEM-DIREITOS-END. EXIT.

       0320-EXCLUI-DIREITOS SECTION.
           INITIALIZE REG-LEX.
           INITIALIZE WRK-MSG.
           DISPLAY SCREEN-LEX-CHAVE.
           ACCEPT  SCREEN-LEX-CHAVE.
      *
           PERFORM 0305-LE-FILME.
           IF WRK-LX-VALIDO EQUAL 'N'
               GO TO 0320-EXCLUI-DIREITOS-FIM
           END-IF.
      *
           IF WRK-LX-EXISTE EQUAL 'N'
               MOVE '22FILME SEM DIREITOS CADASTRADOS.' TO WRK-MSG
               GO TO 0320-EXCLUI-DIREITOS-FIM
           END-IF.
      *
           DISPLAY SCREEN-LEX-LEGENDA.
           DISPLAY SCREEN-LEX-DADOS.
      *
           MOVE '27CONFIRMA EXCLUSAO (S/N)?' TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
      *
           INITIALIZE WRK-MSG.
           IF WRK-AWAIT EQUAL 'S' OR EQUAL 's'
               DELETE DIREXIB
                   INVALID KEY
                       MOVE '24ERRO AO EXCLUIR OS DIREITOS.' TO WRK-MSG
                   NOT INVALID KEY
                       MOVE 'DIR-EXCLUI' TO WRK-LOG-ACAO
                       PERFORM 0380-GRAVA-LOG
                       MOVE '27DIREITOS EXCLUIDOS.' TO WRK-MSG
               END-DELETE
           ELSE
               MOVE '26EXCLUSAO CANCELADA.' TO WRK-MSG
           END-IF.
      *
       0320-EXCLUI-DIREITOS-FIM.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0320-EXCLUI-DIREITOS-END. EXIT.

       0330-CONSULTA-DIREITOS SECTION.
      *    MOSTRA O REGISTRO E A SITUACAO NA DATA DE HOJE, COM OS
      *    DIAS QUE FALTAM PARA O VENCIMENTO.
           INITIALIZE REG-LEX.
           INITIALIZE WRK-MSG.
           DISPLAY SCREEN-LEX-CHAVE.
           ACCEPT  SCREEN-LEX-CHAVE.
      *
           PERFORM 0305-LE-FILME.
           IF WRK-LX-VALIDO EQUAL 'N'
               GO TO 0330-CONSULTA-DIREITOS-FIM
           END-IF.
      *
           IF WRK-LX-EXISTE EQUAL 'N'
               MOVE '22FILME SEM DIREITOS CADASTRADOS.' TO WRK-MSG
               GO TO 0330-CONSULTA-DIREITOS-FIM
           END-IF.
      *
           DISPLAY SCREEN-LEX-LEGENDA.
           DISPLAY SCREEN-LEX-DADOS.
      *
           MOVE ZEROES TO WRK-LX-DIAS.
           EVALUATE TRUE
               WHEN LEX-TIPO EQUAL 'P'
                   MOVE 'DOMINIO PUBLICO'  TO WRK-LX-SITUACAO
               WHEN LEX-DATA-INICIO GREATER THAN WRK-HOJE
                   MOVE 'A INICIAR'        TO WRK-LX-SITUACAO
               WHEN LEX-DATA-FIM EQUAL ZEROES
                   MOVE 'VIGENTE SEM VENC.' TO WRK-LX-SITUACAO
               WHEN LEX-DATA-FIM LESS THAN WRK-HOJE
                   MOVE 'VENCIDA'          TO WRK-LX-SITUACAO
               WHEN OTHER
                   MOVE 'VIGENTE'          TO WRK-LX-SITUACAO
                   COMPUTE WRK-LX-DIAS =
                       FUNCTION INTEGER-OF-DATE(LEX-DATA-FIM)
                     - FUNCTION INTEGER-OF-DATE(WRK-HOJE)
           END-EVALUATE.
      *
           DISPLAY 'SITUACAO HOJE...: ' AT LINE 20 COLUMN 02.
           DISPLAY WRK-LX-SITUACAO      AT LINE 20 COLUMN 21.
      *
           IF WRK-LX-SITUACAO EQUAL 'VIGENTE'
               MOVE WRK-LX-DIAS TO WRK-LX-DIAS-EDIT
               DISPLAY 'DIAS P/ VENCER: ' AT LINE 20 COLUMN 42
               DISPLAY WRK-LX-DIAS-EDIT   AT LINE 20 COLUMN 58
           END-IF.
      *
           MOVE LEX-DATA-ALTERACAO TO WRK-LX-DATA-AUX.
           PERFORM 0390-EDITA-DATA.
           DISPLAY 'ULTIMA ALTERACAO: ' AT LINE 21 COLUMN 02.
           DISPLAY WRK-LX-DATA-EDIT     AT LINE 21 COLUMN 21.
           DISPLAY LEX-OPERADOR         AT LINE 21 COLUMN 32.
      *
           MOVE '20FIM DA CONSULTA.' TO WRK-MSG.
      *
       0330-CONSULTA-DIREITOS-FIM.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0330-CONSULTA-DIREITOS-END. EXIT.

       0360-VENCIMENTOS SECTION.
      *    LICENCAS QUE VENCEM ENTRE HOJE E HOJE + WRK-LX-JANELA DIAS,
      *    EM ORDEM DE VENCIMENTO PELA CHAVE ALTERNADA DA DATA FIM
      *    (A LICENCA SEM VENCIMENTO TEM DATA FIM ZERADA E FICA ANTES
      *    DO INICIO DA JANELA). UMA GERACAO DATADA NO SPOOL.
           INITIALIZE WRK-MSG.
           MOVE ZEROES TO WRK-LX-TOTAL.
      *
           COMPUTE WRK-LX-LIMITE-INT =
               FUNCTION INTEGER-OF-DATE(WRK-HOJE) + WRK-LX-JANELA.
           COMPUTE WRK-LX-LIMITE =
               FUNCTION DATE-OF-INTEGER(WRK-LX-LIMITE-INT).
      *
           MOVE SPACES TO WRK-SPL-NOME.
           STRING './dat/DIREXIB-VENC-' DELIMITED BY SIZE
                  WRK-DATA-AAAA         DELIMITED BY SIZE
                  WRK-DATA-MM           DELIMITED BY SIZE
                  WRK-DATA-DD           DELIMITED BY SIZE
                  '.prt'                DELIMITED BY SIZE
             INTO WRK-SPL-NOME.
      *
           OPEN OUTPUT LEX-REL.
      *
           IF FS-LEX-REL NOT EQUAL "00"
               MOVE '42ERRO AO ABRIR ARQUIVO DE RELATORIO.' TO WRK-MSG
               GO TO 0360-VENCIMENTOS-FIM
           END-IF.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'VIDEOTECA - DIREITOS DE EXIBICAO A VENCER '
                       DELIMITED BY SIZE
                  'EM 90 DIAS   EMISSAO: '
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
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'VENCIMENTO  DIAS  CODIGO  TITULO'
                       DELIMITED BY SIZE
                  '                          TIPO ESCOPO LICENCIANTE'
                       DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE WRK-HOJE TO LEX-DATA-FIM.
           START DIREXIB KEY IS NOT LESS THAN LEX-DATA-FIM
               INVALID KEY
                   MOVE '10' TO FS-DIREXIB
           END-START.
      *
           IF FS-DIREXIB EQUAL "00"
               READ DIREXIB NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-DIREXIB EQUAL "10"
                      OR LEX-DATA-FIM GREATER THAN WRK-LX-LIMITE
               IF LEX-TIPO NOT EQUAL 'P'
                   PERFORM 0365-LINHA-VENCIMENTO
               END-IF
               READ DIREXIB NEXT RECORD
           END-PERFORM.
      *
           MOVE WRK-LX-TOTAL TO WRK-LX-TOTAL-EDIT.
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
           MOVE SPACES TO FIL-REL.
           STRING 'LICENCAS A VENCER NA JANELA: ' DELIMITED BY SIZE
                  WRK-LX-TOTAL-EDIT              DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           CLOSE LEX-REL.
           PERFORM 0370-REGISTRA-SPOOL.
      *
           MOVE SPACES TO WRK-MSG.
           STRING '20RELATORIO GERADO: ' DELIMITED BY SIZE
                  WRK-LX-TOTAL-EDIT      DELIMITED BY SIZE
                  ' LICENCA(S) A VENCER.' DELIMITED BY SIZE
             INTO WRK-MSG.
      *
       0360-VENCIMENTOS-FIM.
      *    SOB O DRIVER NOTURNO O RESULTADO SAI SO NO CONSOLE
      *    (MESMO CRITERIO DE RMVIDPRG).
           IF WRK-BATCH-MODE EQUAL 'S'
               DISPLAY 'LXVIDPRG: ' WRK-MSG-TEXT
           ELSE
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
           END-IF.
       0360-VENCIMENTOS-END. EXIT.

       0365-LINHA-VENCIMENTO SECTION.
           ADD 1 TO WRK-LX-TOTAL.
      *
           MOVE LEX-CODIGO TO CODIGO.
           READ MOVIES
               INVALID KEY
                   MOVE '** FILME EXCLUIDO **' TO TITULO
           END-READ.
      *
           COMPUTE WRK-LX-DIAS =
               FUNCTION INTEGER-OF-DATE(LEX-DATA-FIM)
             - FUNCTION INTEGER-OF-DATE(WRK-HOJE).
           MOVE WRK-LX-DIAS TO WRK-LX-DIAS-EDIT.
      *
           MOVE LEX-DATA-FIM TO WRK-LX-DATA-AUX.
           PERFORM 0390-EDITA-DATA.
      *
           MOVE SPACES TO FIL-REL.
           STRING WRK-LX-DATA-EDIT DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WRK-LX-DIAS-EDIT DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  LEX-CODIGO       DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  TITULO           DELIMITED BY SIZE
                  '  '             DELIMITED BY SIZE
                  LEX-TIPO         DELIMITED BY SIZE
                  '    '           DELIMITED BY SIZE
                  LEX-ESCOPO       DELIMITED BY SIZE
                  '      '         DELIMITED BY SIZE
                  LEX-LICENCIANTE  DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
       0365-LINHA-VENCIMENTO-END. EXIT.

       0370-REGISTRA-SPOOL SECTION.
           MOVE 'LXVIDPRG' TO WRK-SPL-PROGRAMA.
           COPY 'CPVIDSPP'. *> REGISTRA O RELATORIO NO SPOOL
       0370-REGISTRA-SPOOL-END. EXIT.

       0380-GRAVA-LOG SECTION.
           MOVE LEX-CODIGO TO CODIGO.
           COPY 'CPVIDLGP'. *> GRAVA LINHA NO LOG DE AUDITORIA
       0380-GRAVA-LOG-END. EXIT.

       0390-EDITA-DATA SECTION.
           MOVE SPACES TO WRK-LX-DATA-EDIT.
           STRING WRK-LX-DATA-AUX(7:2) DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  WRK-LX-DATA-AUX(5:2) DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  WRK-LX-DATA-AUX(1:4) DELIMITED BY SIZE
             INTO WRK-LX-DATA-EDIT.
       0390-EDITA-DATA-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE MOVIES.
           CLOSE DIREXIB.
      *
           IF FS-DIREXIB NOT EQUAL "00"
               MOVE '42ERRO AO FECHAR DIREITOS DE EXIBICAO.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-DIREXIB TO WS-ABEND-CODE
               MOVE 'ERRO AO FECHAR DIREITOS DE EXIBICAO.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
       0500-CLOSE-DATA-END. EXIT.

       0600-ROT-ABEND SECTION.
           MOVE 'LXVIDPRG' TO WS-ABEND-PROGRAM.
           COPY 'CPVIDRAB'. *> ABEND ROUTINE.
      *
           PERFORM 0700-END-PROGRAM.
       0600-ROT-ABEND-END. EXIT.

       0700-END-PROGRAM SECTION.
           GOBACK.
       0700-END-PROGRAM-END. EXIT.

       END PROGRAM LXVIDPRG.
