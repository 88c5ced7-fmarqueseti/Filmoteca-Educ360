           COPY 'CPVIDBFC'. *> DISTRIBS DAT WORKBOOK
           COPY 'CPVIDUSF'. *> OPERADOR MASTER
           COPY 'CPVIDILF'. *> STARTUP INTEGRITY LOG
           COPY 'CPVIDTRF'. *> TRAINING COPY LOAD CONTROL
      *
       DATA DIVISION.
       FILE SECTION.

       FD VIDSTART.
           COPY 'CPVIDILD'.

       FD TREINOCTL.
           COPY 'CPVIDTRD'.
      *
       WORKING-STORAGE SECTION.
           COPY 'CPVIDMAN'. *> MAIN SCREEN
           COPY 'CPVIDILW'. *> STARTUP INTEGRITY LOG
           COPY 'CPVIDOPW'. *> OPERATOR SESSION
           COPY 'CPVIDTOW'. *> COLLECTION TOTALS
           COPY 'CPVIDTRW'. *> TRAINING COPY LOAD CONTROL
           77 WRK-DATFILE-CREATED   PIC X VALUE 'N'.
           77 WRK-SENHA             PIC X(08) VALUE SPACES.
           77 WRK-LOGIN-OK          PIC X(01) VALUE 'N'.
           77 WRK-OPE-BOOTSTRAP     PIC X(01) VALUE 'N'.
           77 WRK-ACESSO-OK         PIC X(01) VALUE 'S'.
           77 WRK-LOGIN-MODO        PIC X(01) VALUE 'P'.
           77 WRK-DIR-TREINO        PIC X(20) VALUE './treino'.
           77 WRK-DIR-STATUS        PIC S9(09) COMP-5 VALUE ZERO.
      *
       SCREEN SECTION.
           COPY 'SCVIDBAN'. *> BANNER - ASCII ART
           CALL "C$SLEEP" USING 4 END-CALL.
      *
           PERFORM 0050-LOGIN-OPERADOR.
           PERFORM 0060-DEFINE-AMBIENTE.
      *
           PERFORM 0100-OPEN-DATA.
      *     PERFORM 0200-VALIDATE-DATA.
           END-READ.
       0055-TENTA-LOGIN-END. EXIT.

       0060-DEFINE-AMBIENTE SECTION.
      *    EM MODO TREINAMENTO A SESSAO PASSA A TRABALHAR NA COPIA
      *    ./treino: TODOS OS ARQUIVOS DO SISTEMA SAO ./dat/...
      *    RELATIVOS AO DIRETORIO CORRENTE, ENTAO NADA DO QUE FOR FEITO
      *    NA SESSAO CHEGA AO VIDLOG, A MULTAS OU AO CAIXA REAIS. A
      *    COPIA SO E ACEITA COM O CONTROLE GRAVADO PELA CARGA
      *    TRVIDPRG; SEM ELE A SESSAO NAO CONTINUA (NUNCA CAI CALADA
      *    NOS DADOS REAIS).
           MOVE 'P' TO WRK-AMBIENTE.
      *
           IF WRK-LOGIN-MODO NOT EQUAL 'T' AND NOT EQUAL 't'
               GO TO 0060-DEFINE-AMBIENTE-END
           END-IF.
      *
           CALL 'CBL_CHANGE_DIR' USING WRK-DIR-TREINO
               RETURNING WRK-DIR-STATUS
           END-CALL.
      *
           IF WRK-DIR-STATUS EQUAL ZERO
               OPEN INPUT TREINOCTL
               IF FS-TREINOCTL EQUAL "00"
                   READ TREINOCTL
                   CLOSE TREINOCTL
               END-IF
               IF FS-TREINOCTL NOT EQUAL "00"
                   MOVE '..' TO WRK-DIR-TREINO
                   CALL 'CBL_CHANGE_DIR' USING WRK-DIR-TREINO
                   END-CALL
                   MOVE 1 TO WRK-DIR-STATUS
               END-IF
           END-IF.
      *
           IF WRK-DIR-STATUS NOT EQUAL ZERO
               INITIALIZE WRK-MSG
               MOVE '06COPIA DE TREINAMENTO NAO PREPARADA; RODE A CARGA
      -        ' TRVIDPRG.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               PERFORM 0700-END-PROGRAM
           END-IF.
      *
           MOVE 'T' TO WRK-AMBIENTE.
           COPY 'CPVIDDTE'. *> DATE/TIME PROCEDURE
      *
           INITIALIZE WRK-MSG.
           STRING '10SESSAO DE TREINAMENTO - DADOS DA GERACAO '
                                          DELIMITED BY SIZE
                  TRN-GERACAO(7:2)        DELIMITED BY SIZE
                  '/'                     DELIMITED BY SIZE
                  TRN-GERACAO(5:2)        DELIMITED BY SIZE
                  '/'                     DELIMITED BY SIZE
                  TRN-GERACAO(1:4)        DELIMITED BY SIZE
                  '.'                     DELIMITED BY SIZE
             INTO WRK-MSG.
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0060-DEFINE-AMBIENTE-END. EXIT.

       0100-OPEN-DATA SECTION.
           OPEN I-O MOVIES.
      *
             WHEN 'w' CALL 'WLVIDPRG'
             WHEN 'T' CALL 'ETVIDPRG'
             WHEN 't' CALL 'ETVIDPRG'
             WHEN 'O' CALL 'OFVIDPRG'
             WHEN 'o' CALL 'OFVIDPRG'
             WHEN '0' PERFORM 0320-CONFIRMA-SAIDA
             WHEN OTHER PERFORM 0310-OTHER
           END-EVALUATE.
       0300-PROCESS-DATA-END. EXIT.

       0330-VERIFICA-ACESSO SECTION.
      *    PERFIL DE ACESSO DO LOGIN: MONITOR SO LISTA E CONSULTA
      *    (NOS CADASTROS, SO A COMPLETUDE DO CATALOGO - CDVIDPRG);
      *    OPERADOR DE BALCAO FAZ TUDO MENOS EXCLUSAO E MANUTENCAO EM
      *    LOTE (O RESTORE E BARRADO DENTRO DE UTVIDPRG); COORDENADOR
      *    NAO TEM RESTRICAO.
               WHEN 'M'
                   IF WRK-OPTION NOT EQUAL '4' AND NOT EQUAL '9'
                  AND WRK-OPTION NOT EQUAL 'T' AND NOT EQUAL 't'
                  AND WRK-OPTION NOT EQUAL 'C' AND NOT EQUAL 'c'
                  AND WRK-OPTION NOT EQUAL '0'
                  AND WRK-OPTION NOT EQUAL SPACES
                       MOVE 'N' TO WRK-ACESSO-OK
