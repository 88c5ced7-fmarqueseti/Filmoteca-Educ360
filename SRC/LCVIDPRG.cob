      * PURPOSE     : BRANCH LOCATIONS (LOCAIS) MAINTENANCE AND        *
      *               INTER-BRANCH TRANSFER ROUTINE OF VIDEOTECA       *
      *               PROGRAM - MOVES A MOVIE BETWEEN LOCATIONS AND    *
      *               LOGS THE MOVE IN THE AUDIT LOG; THE TRANSFER     *
      *               PROPOSALS OF THE COLLECTION BALANCING REPORT     *
      *               (BAVIDPRG) CAN BE APPLIED AS A BATCH             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LCVIDPRG.
       FILE-CONTROL.
           COPY 'CPVIDFCV'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDLCF'. *> LOCAIS DAT WORKBOOK
           COPY 'CPVIDBAF'. *> BAPROP (TRANSFER PROPOSALS)
           COPY 'CPVIDALF'. *> ABEND LOG
           COPY 'CPVIDLGF'. *> MAINTENANCE AUDIT LOG
      *
       FD LOCAIS.
           COPY 'CPVIDLCD'.

       FD BAPROP.
           COPY 'CPVIDBAD'.

       FD VIDABEND.
           COPY 'CPVIDALD'.

           COPY 'CPVIDMSG'. *> MESSAGES
           COPY 'CPVIDFCW'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDLCW'. *> LOCAIS DAT WORKBOOK
           COPY 'CPVIDBAW'. *> BAPROP (TRANSFER PROPOSALS)
           COPY 'CPVIDABE'. *> ABEND
           COPY 'CPVIDALW'. *> ABEND LOG
           COPY 'CPVIDLGW'. *> MAINTENANCE AUDIT LOG
      *
       77 WRK-TRF-CODIGO            PIC 9(07) VALUE ZEROES.
       77 WRK-TRF-LOCAL             PIC X(03) VALUE SPACES.
       77 WRK-TRF-OK                PIC X(01) VALUE 'N'.
      *
      *    TRANSFERENCIA EM LOTE DAS PROPOSTAS DO BALANCEAMENTO.
       77 WRK-LOT-SELECAO           PIC X(60) VALUE SPACES.
       77 WRK-LOT-PONTEIRO          PIC 9(03) USAGE COMP VALUE ZEROES.
       77 WRK-LOT-ITEM              PIC X(10) VALUE SPACES.
       77 WRK-LOT-SO-DIGITOS        PIC X(10) VALUE SPACES.
       77 WRK-LOT-SEL-OK            PIC X(01) VALUE 'S'.
       77 WRK-LOT-NUM               PIC 9(04) VALUE ZEROES.
       77 WRK-LOT-NUM-EDIT          PIC ZZZ9 VALUE ZEROES.
       77 WRK-LOT-SELECIONADAS      PIC 9(04) VALUE ZEROES.
       77 WRK-LOT-TRANSFERIDAS      PIC 9(04) VALUE ZEROES.
       77 WRK-LOT-RECUSADAS         PIC 9(04) VALUE ZEROES.
       77 WRK-LOT-CNT-EDIT          PIC ZZZ9 VALUE ZEROES.
       77 WRK-LOT-CNT2-EDIT         PIC ZZZ9 VALUE ZEROES.
       77 WRK-USO-CONTAGEM          PIC 9(05) USAGE COMP-3
                                     VALUE ZEROES.
       77 WRK-USO-CONTAGEM-EDIT     PIC ZZZZ9 VALUE ZEROES.
           05 LINE 08 COLUMN 02 VALUE "2 - EXCLUIR LOCAL".
           05 LINE 09 COLUMN 02 VALUE "3 - LISTAR LOCAIS".
           05 LINE 10 COLUMN 02 VALUE "4 - TRANSFERIR FILME".
           05 LINE 07 COLUMN 40 VALUE "5 - BALANCEAMENTO DO ACERVO".
           05 LINE 08 COLUMN 40 VALUE "6 - TRANSFERIR PROPOSTAS (LOTE)".
           05 LINE 11 COLUMN 02 VALUE "0 - VOLTAR".
           05 LINE 12 COLUMN 02 VALUE "OPCAO: ".
           05 COLUMN PLUS 01    PIC X(01) USING WRK-OPTION.
           05 COLUMN PLUS 01    PIC 9(07) USING WRK-TRF-CODIGO.
           05 LINE 15 COLUMN 02 VALUE "LOCAL DE DESTINO: ".
           05 COLUMN PLUS 01    PIC X(03) USING WRK-TRF-LOCAL.
      *
       01 SCREEN-LOCAL-LOTE.
           05 LINE 14 COLUMN 02 VALUE
               "PROPOSTAS DO RELATORIO (EX.: 1,4,7 OU T = TODAS):".
           05 LINE 15 COLUMN 02 PIC X(60) USING WRK-LOT-SELECAO.
      *
       PROCEDURE DIVISION.
       0000-MAIN SECTION.
               WHEN '2' PERFORM 0320-EXCLUIR-LOCAL
               WHEN '3' PERFORM 0330-LISTAR-LOCAIS
               WHEN '4' PERFORM 0340-TRANSFERIR-FILME
               WHEN '5' PERFORM 0360-CHAMA-BALANCEAMENTO
               WHEN '6' PERFORM 0350-TRANSFERIR-LOTE
               WHEN '0' CONTINUE
               WHEN OTHER
                   INITIALIZE WRK-MSG
           DISPLAY SCREEN-LOCAL-TRANSF.
           ACCEPT  SCREEN-LOCAL-TRANSF.
      *
           PERFORM 0342-EFETIVA-TRANSFERENCIA.
      *
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0340-TRANSFERIR-FILME-END. EXIT.

       0342-EFETIVA-TRANSFERENCIA SECTION.
      *    LEVA O FILME WRK-TRF-CODIGO PARA O LOCAL WRK-TRF-LOCAL. O
      *    RESULTADO FICA EM WRK-MSG E EM WRK-TRF-OK ('S' = FEITA),
      *    PARA A TRANSFERENCIA AVULSA E PARA O LOTE DE PROPOSTAS.
           MOVE 'N' TO WRK-TRF-OK.
           MOVE WRK-TRF-LOCAL TO LCL-CODIGO.
           READ LOCAIS
               INVALID KEY
                                           TO WRK-MSG
                                   NOT INVALID KEY
                                       PERFORM 0347-GRAVA-LOG
                                       MOVE 'S' TO WRK-TRF-OK
                                       MOVE
                            '45FILME TRANSFERIDO COM SUCESSO.'
                                           TO WRK-MSG
                           END-IF
                   END-READ
           END-READ.
       0342-EFETIVA-TRANSFERENCIA-END. EXIT.

       0345-CARIMBA-REGISTRO SECTION.
           COPY 'CPVIDCTS'. *> CARIMBA DATA/HORA DA TRANSFERENCIA
           COPY 'CPVIDLGP'. *> GRAVA LINHA NO LOG DE AUDITORIA
       0347-GRAVA-LOG-END. EXIT.

       0350-TRANSFERIR-LOTE SECTION.
      *    APLICA AS PROPOSTAS ESCOLHIDAS DO ULTIMO BALANCEAMENTO
      *    (BAPROP.TMP), COM UMA CONFIRMACAO SO PARA O LOTE, PELA
      *    MESMA ROTINA DA TRANSFERENCIA AVULSA. PROPOSTA CUJO FILME
      *    JA NAO ESTA NO LOCAL DE ORIGEM E RECUSADA. RESTRITO AO
      *    COORDENADOR.
           INITIALIZE WRK-MSG.
      *
           IF WRK-OPERADOR-PERFIL NOT EQUAL 'C'
               MOVE '20OPCAO RESTRITA AO COORDENADOR.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0350-TRANSFERIR-LOTE-END
           END-IF.
      *
           OPEN I-O BAPROP.
      *
           IF FS-BAPROP NOT EQUAL "00"
               MOVE '20EMITA ANTES O BALANCEAMENTO DO ACERVO (OPCAO 5).'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0350-TRANSFERIR-LOTE-END
           END-IF.
      *
           MOVE SPACES TO WRK-LOT-SELECAO.
           DISPLAY SCREEN-LOCAL-LOTE.
           ACCEPT  SCREEN-LOCAL-LOTE.
      *
           IF WRK-LOT-SELECAO EQUAL SPACES
               MOVE '28OPERACAO CANCELADA.' TO WRK-MSG
               GO TO 0350-TRANSFERIR-LOTE-FIM
           END-IF.
      *
           PERFORM 0352-MARCA-SELECAO.
      *
           IF WRK-LOT-SEL-OK NOT EQUAL 'S'
               GO TO 0350-TRANSFERIR-LOTE-FIM
           END-IF.
      *
           IF WRK-LOT-SELECIONADAS EQUAL ZEROES
               MOVE '20NENHUMA PROPOSTA EM ABERTO ENTRE AS ESCOLHIDAS.'
                   TO WRK-MSG
               GO TO 0350-TRANSFERIR-LOTE-FIM
           END-IF.
      *
           MOVE WRK-LOT-SELECIONADAS TO WRK-LOT-CNT-EDIT.
           INITIALIZE WRK-MSG.
           STRING '20CONFIRMA A TRANSFERENCIA DE ' DELIMITED BY SIZE
                  WRK-LOT-CNT-EDIT                 DELIMITED BY SIZE
                  ' FILME(S) (S/N)?'               DELIMITED BY SIZE
             INTO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
      *
           IF WRK-AWAIT NOT EQUAL 'S' AND NOT EQUAL 's'
               INITIALIZE WRK-MSG
               MOVE '28OPERACAO CANCELADA.' TO WRK-MSG
               GO TO 0350-TRANSFERIR-LOTE-FIM
           END-IF.
      *
           PERFORM 0356-APLICA-PROPOSTAS.
      *
           MOVE WRK-LOT-TRANSFERIDAS TO WRK-LOT-CNT-EDIT.
           MOVE WRK-LOT-RECUSADAS    TO WRK-LOT-CNT2-EDIT.
           INITIALIZE WRK-MSG.
           STRING '20FILMES TRANSFERIDOS: ' DELIMITED BY SIZE
                  WRK-LOT-CNT-EDIT          DELIMITED BY SIZE
                  '  RECUSADOS: '           DELIMITED BY SIZE
                  WRK-LOT-CNT2-EDIT         DELIMITED BY SIZE
             INTO WRK-MSG.
      *
       0350-TRANSFERIR-LOTE-FIM.
           CLOSE BAPROP.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0350-TRANSFERIR-LOTE-END. EXIT.

       0352-MARCA-SELECAO SECTION.
      *    LIMPA A SELECAO ANTERIOR E MARCA AS PROPOSTAS ESCOLHIDAS
      *    ('T' = TODAS). PROPOSTA JA APLICADA OU RECUSADA NAO CONTA;
      *    NUMERO INEXISTENTE OU TEXTO INVALIDO INTERROMPE A SELECAO
      *    (MESMO CRITERIO DE VDVIDPRG).
           MOVE 'S'    TO WRK-LOT-SEL-OK.
           MOVE ZEROES TO WRK-LOT-SELECIONADAS.
      *
           MOVE ZEROES TO BAP-LINHA.
           START BAPROP KEY IS NOT LESS THAN BAP-LINHA
               INVALID KEY
                   MOVE '10' TO FS-BAPROP
           END-START.
      *
           IF FS-BAPROP EQUAL "00"
               READ BAPROP NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-BAPROP EQUAL "10"
               MOVE SPACES TO BAP-SELECAO
               IF (WRK-LOT-SELECAO EQUAL 'T' OR EQUAL 't')
                  AND BAP-SITUACAO EQUAL SPACES
                   MOVE 'S' TO BAP-SELECAO
                   ADD 1    TO WRK-LOT-SELECIONADAS
               END-IF
               REWRITE REG-BAP
               READ BAPROP NEXT RECORD
           END-PERFORM.
      *
           IF WRK-LOT-SELECAO EQUAL 'T' OR EQUAL 't'
               GO TO 0352-MARCA-SELECAO-END
           END-IF.
      *
           MOVE 1 TO WRK-LOT-PONTEIRO.
           PERFORM UNTIL WRK-LOT-PONTEIRO GREATER THAN 60
                      OR WRK-LOT-SEL-OK NOT EQUAL 'S'
               MOVE SPACES TO WRK-LOT-ITEM
               UNSTRING WRK-LOT-SELECAO DELIMITED BY ','
                   INTO WRK-LOT-ITEM
                   WITH POINTER WRK-LOT-PONTEIRO
               END-UNSTRING
               IF WRK-LOT-ITEM NOT EQUAL SPACES
                   PERFORM 0354-MARCA-PROPOSTA
               END-IF
           END-PERFORM.
       0352-MARCA-SELECAO-END. EXIT.

       0354-MARCA-PROPOSTA SECTION.
           MOVE FUNCTION TRIM(WRK-LOT-ITEM) TO WRK-LOT-ITEM.
           MOVE WRK-LOT-ITEM TO WRK-LOT-SO-DIGITOS.
           INSPECT WRK-LOT-SO-DIGITOS
               CONVERTING '0123456789' TO '          '.
      *
           IF WRK-LOT-SO-DIGITOS NOT EQUAL SPACES
           OR WRK-LOT-ITEM(5:6) NOT EQUAL SPACES
               MOVE 'N' TO WRK-LOT-SEL-OK
               INITIALIZE WRK-MSG
               MOVE '20LISTA INVALIDA: NUMEROS SEPARADOS POR VIRGULA.'
                   TO WRK-MSG
               GO TO 0354-MARCA-PROPOSTA-END
           END-IF.
      *
           COMPUTE WRK-LOT-NUM = FUNCTION NUMVAL(WRK-LOT-ITEM).
           MOVE WRK-LOT-NUM TO BAP-LINHA.
           READ BAPROP
               INVALID KEY
                   MOVE 'N' TO WRK-LOT-SEL-OK
                   MOVE WRK-LOT-NUM TO WRK-LOT-NUM-EDIT
                   INITIALIZE WRK-MSG
                   STRING '20PROPOSTA '       DELIMITED BY SIZE
                          WRK-LOT-NUM-EDIT    DELIMITED BY SIZE
                          ' NAO CONSTA DO ULTIMO RELATORIO.'
                                              DELIMITED BY SIZE
                     INTO WRK-MSG
                   GO TO 0354-MARCA-PROPOSTA-END
           END-READ.
      *
           IF BAP-SITUACAO EQUAL SPACES AND BAP-SELECAO NOT EQUAL 'S'
               MOVE 'S' TO BAP-SELECAO
               ADD 1    TO WRK-LOT-SELECIONADAS
               REWRITE REG-BAP
           END-IF.
       0354-MARCA-PROPOSTA-END. EXIT.

       0356-APLICA-PROPOSTAS SECTION.
           MOVE ZEROES TO WRK-LOT-TRANSFERIDAS.
           MOVE ZEROES TO WRK-LOT-RECUSADAS.
      *
           MOVE ZEROES TO BAP-LINHA.
           START BAPROP KEY IS NOT LESS THAN BAP-LINHA
               INVALID KEY
                   MOVE '10' TO FS-BAPROP
           END-START.
      *
           IF FS-BAPROP EQUAL "00"
               READ BAPROP NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-BAPROP EQUAL "10"
               IF BAP-SELECAO EQUAL 'S'
                   PERFORM 0358-APLICA-PROPOSTA
                   MOVE SPACES TO BAP-SELECAO
                   REWRITE REG-BAP
               END-IF
               READ BAPROP NEXT RECORD
           END-PERFORM.
       0356-APLICA-PROPOSTAS-END. EXIT.

       0358-APLICA-PROPOSTA SECTION.
      *    O RELATORIO TRATA O LOCAL EM BRANCO COMO A SEDE 'SED'
      *    (CPVIDDAT); A CONFERENCIA DA ORIGEM SEGUE O MESMO CRITERIO.
           MOVE 'R' TO BAP-SITUACAO.
      *
           MOVE BAP-CODIGO TO CODIGO.
           READ MOVIES
               INVALID KEY
                   ADD 1 TO WRK-LOT-RECUSADAS
                   GO TO 0358-APLICA-PROPOSTA-END
           END-READ.
      *
           IF VID-LOCAL EQUAL SPACES
               MOVE 'SED' TO VID-LOCAL
           END-IF.
      *
           IF VID-LOCAL NOT EQUAL BAP-ORIGEM
               ADD 1 TO WRK-LOT-RECUSADAS
               GO TO 0358-APLICA-PROPOSTA-END
           END-IF.
      *
           MOVE BAP-CODIGO  TO WRK-TRF-CODIGO.
           MOVE BAP-DESTINO TO WRK-TRF-LOCAL.
           PERFORM 0342-EFETIVA-TRANSFERENCIA.
      *
           IF WRK-TRF-OK EQUAL 'S'
               MOVE 'T' TO BAP-SITUACAO
               ADD 1 TO WRK-LOT-TRANSFERIDAS
           ELSE
               ADD 1 TO WRK-LOT-RECUSADAS
           END-IF.
       0358-APLICA-PROPOSTA-END. EXIT.

       0360-CHAMA-BALANCEAMENTO SECTION.
      *    BAVIDPRG ABRE MOVIES E LOCAIS POR CONTA PROPRIA: FECHA OS
      *    ARQUIVOS DAQUI ANTES DA CHAMADA E REABRE NA VOLTA.
           PERFORM 0500-CLOSE-DATA.
           CALL 'BAVIDPRG'.
           PERFORM 0100-OPEN-DATA.
       0360-CHAMA-BALANCEAMENTO-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE MOVIES.
      *
