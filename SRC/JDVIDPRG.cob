      ******************************************************************
      * FILE NAME   : JDVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : NIGHTLY JOB STEP DEFINITION (JOBDEF) MAINTENANCE *
      *               OF VIDEOTECA PROGRAM - STEP NUMBER, PROGRAM,     *
      *               CALENDAR FREQUENCY AND STOP-OR-CONTINUE ON       *
      *               FAILURE OF EACH STEP RUN BY JCVIDPRG. CHANGES    *
      *               ARE COORDINATOR ONLY AND LOGGED IN VIDLOG        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JDVIDPRG.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDJDF'. *> JOBDEF (NIGHTLY JOB STEPS)
           COPY 'CPVIDLGF'. *> MAINTENANCE AUDIT LOG
           COPY 'CPVIDALF'. *> ABEND LOG
      *
       DATA DIVISION.
       FILE SECTION.
       FD JOBDEF.
           COPY 'CPVIDJDD'.

       FD VIDLOG.
           COPY 'CPVIDLGD'.

       FD VIDABEND.
           COPY 'CPVIDALD'.
      *
       WORKING-STORAGE SECTION.
           COPY 'CPVIDMAN'. *> MAIN SCREEN
           COPY 'CPVIDMNU'. *> MAIN MENU
           COPY 'CPVIDMSG'. *> MESSAGES
           COPY 'CPVIDJDW'. *> JOBDEF (NIGHTLY JOB STEPS)
           COPY 'CPVIDLGW'. *> MAINTENANCE AUDIT LOG
           COPY 'CPVIDABE'. *> ABEND
           COPY 'CPVIDALW'. *> ABEND LOG
           COPY 'CPVIDOPW'. *> OPERATOR SESSION
      *
      *    CODIGO USADO APENAS PELA LINHA DO LOG DE AUDITORIA
      *    (CPVIDLGP ESPERA O CAMPO CODIGO DO CATALOGO; PASSO NAO
      *    TEM CODIGO, ENTAO VAI ZERADO E A CHAVE VAI NA ACAO).
       77 CODIGO                    PIC 9(07) VALUE ZEROES.
      *
       77 WRK-JD-OK                 PIC X(01) VALUE 'S'.
       77 WRK-JD-QTDE               PIC 9(02) USAGE COMP-3 VALUE ZEROES.
       77 WRK-JD-REG-SALVO          PIC X(58) VALUE SPACES.
      *
       77 WRK-LST-LINE              PIC 9(02) USAGE COMP-3 VALUE 14.
       77 WRK-LST-COUNT             PIC 9(02) USAGE COMP-3 VALUE ZEROES.
       77 WRK-LST-CONTINUA          PIC X(01) VALUE 'S'.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN'. *> MAIN SCREEN
           COPY 'SCVIDMSG'. *> MESSAGES
      *
       01 SCREEN-JOBDEF-MENU.
           05 LINE 07 COLUMN 02 VALUE "1 - INCLUIR PASSO".
           05 LINE 08 COLUMN 02 VALUE "2 - ALTERAR PASSO".
           05 LINE 09 COLUMN 02 VALUE "3 - EXCLUIR PASSO".
           05 LINE 10 COLUMN 02 VALUE "4 - LISTAR PASSOS".
           05 LINE 11 COLUMN 02 VALUE "0 - VOLTAR".
           05 LINE 12 COLUMN 02 VALUE "OPCAO: ".
           05 COLUMN PLUS 01    PIC X(01) USING WRK-OPTION.
      *
       01 SCREEN-JOBDEF-KEY.
           05 LINE 14 COLUMN 02 VALUE "PASSO (01-99)........: ".
           05 COLUMN PLUS 01    PIC 9(02) USING JDF-PASSO.
      *
       01 SCREEN-JOBDEF-DADOS.
           05 LINE 15 COLUMN 02 VALUE "PROGRAMA.............: ".
           05 COLUMN PLUS 01    PIC X(08) USING JDF-PROGRAMA.
           05 LINE 16 COLUMN 02 VALUE "FREQUENCIA (D/W/M/E/A): ".
           05 COLUMN PLUS 01    PIC X(01) USING JDF-FREQ.
           05 LINE 17 COLUMN 02 VALUE "NA FALHA (P=PARA/C=CONTINUA): ".
           05 COLUMN PLUS 01    PIC X(01) USING JDF-FALHA.
           05 LINE 18 COLUMN 02 VALUE "DESCRICAO............: ".
           05 COLUMN PLUS 01    PIC X(30) USING JDF-DESCRICAO.
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
      *    SEM JOBDEF.DAT, O ARQUIVO NASCE COM A SEQUENCIA PADRAO (A
      *    MESMA QUE JCVIDPRG GRAVARIA NA PRIMEIRA NOITE), PARA O
      *    COORDENADOR PARTIR DA SEQUENCIA EM USO.
           COPY 'CPVIDDTE'. *> DATE/TIME PROCEDURE
           OPEN I-O JOBDEF.
      *
           IF FS-JOBDEF EQUAL "35"
               OPEN OUTPUT JOBDEF
               PERFORM 0110-GRAVA-PADRAO
               CLOSE JOBDEF
               OPEN I-O JOBDEF
               MOVE 'JOB-PADRAO' TO WRK-LOG-ACAO
               PERFORM 0360-GRAVA-LOG
           END-IF.
      *
           IF FS-JOBDEF NOT EQUAL "00"
               MOVE '45ERRO AO ABRIR ARQUIVO DE PASSOS NOTURNOS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-JOBDEF TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE PASSOS NOTURNOS'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
       0100-OPEN-DATA-END. EXIT.

       0110-GRAVA-PADRAO SECTION.
           COPY 'CPVIDJDP'. *> SEQUENCIA PADRAO DE PASSOS
       0110-GRAVA-PADRAO-END. EXIT.

       0300-PROCESS-DATA SECTION.
           COPY 'CPVIDDTE'. *> DATE/TIME PROCEDURE
           MOVE " * * * * PASSOS DO NOTURNO * * * *"      TO WRK-TITLE.
           MOVE "PF3=FIM"                                  TO WRK-KEYS.
           INITIALIZE WRK-MSG.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-JOBDEF-MENU.
           ACCEPT  SCREEN-JOBDEF-MENU.
      *
      *    CONSULTA E LIVRE; INCLUIR, ALTERAR E EXCLUIR MUDAM O QUE
      *    RODA SEM OPERADOR DE NOITE E SAO SO DO COORDENADOR.
           IF (WRK-OPTION EQUAL '1' OR EQUAL '2' OR EQUAL '3')
              AND WRK-OPERADOR-PERFIL NOT EQUAL 'C'
               INITIALIZE WRK-MSG
               MOVE '20OPCAO RESTRITA AO COORDENADOR.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0300-PROCESS-DATA-END
           END-IF.
      *
           EVALUATE WRK-OPTION
               WHEN '1' PERFORM 0310-INCLUIR-PASSO
               WHEN '2' PERFORM 0320-ALTERAR-PASSO
               WHEN '3' PERFORM 0330-EXCLUIR-PASSO
               WHEN '4' PERFORM 0340-LISTAR-PASSOS
               WHEN '0' CONTINUE
               WHEN OTHER
                   INITIALIZE WRK-MSG
                   MOVE '20OPCAO INVALIDA.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
           END-EVALUATE.
       0300-PROCESS-DATA-END. EXIT.

       0310-INCLUIR-PASSO SECTION.
           INITIALIZE REG-JDF.
           INITIALIZE WRK-MSG.
           MOVE 'D' TO JDF-FREQ.
           MOVE 'P' TO JDF-FALHA.
           DISPLAY SCREEN-JOBDEF-KEY.
           DISPLAY SCREEN-JOBDEF-DADOS.
           ACCEPT  SCREEN-JOBDEF-KEY.
           ACCEPT  SCREEN-JOBDEF-DADOS.
      *
           PERFORM 0350-CRITICA-PASSO.
      *
      *    O DRIVER CARREGA NO MAXIMO WRK-JDF-MAX PASSOS; UM PASSO A
      *    MAIS FICARIA FORA DA NOITE SEM AVISO.
           IF WRK-JD-OK EQUAL 'S'
               PERFORM 0355-CONTA-PASSOS
               IF WRK-JD-QTDE NOT LESS THAN WRK-JDF-MAX
                   MOVE 'N' TO WRK-JD-OK
                   MOVE '20SEQUENCIA JA TEM O MAXIMO DE 30 PASSOS.'
                       TO WRK-MSG
               END-IF
           END-IF.
      *
           IF WRK-JD-OK EQUAL 'S'
               MOVE WRK-OPERADOR     TO JDF-OPERADOR
               MOVE WRK-DATA-SISTEMA TO JDF-DATA-ALTER
               WRITE REG-JDF
                   INVALID KEY
                       MOVE '24PASSO JA CADASTRADO.' TO WRK-MSG
                   NOT INVALID KEY
                       MOVE '49PASSO INCLUIDO COM SUCESSO.'
                           TO WRK-MSG
                       MOVE 'INC' TO WRK-LOG-ACAO(5:3)
                       PERFORM 0360-GRAVA-LOG
               END-WRITE
           END-IF.
      *
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0310-INCLUIR-PASSO-END. EXIT.

       0320-ALTERAR-PASSO SECTION.
           INITIALIZE REG-JDF.
           INITIALIZE WRK-MSG.
           DISPLAY SCREEN-JOBDEF-KEY.
           ACCEPT  SCREEN-JOBDEF-KEY.
      *
           READ JOBDEF
               INVALID KEY
                   MOVE '24PASSO NAO CADASTRADO.' TO WRK-MSG
               NOT INVALID KEY
                   DISPLAY SCREEN-JOBDEF-DADOS
                   ACCEPT  SCREEN-JOBDEF-DADOS
                   PERFORM 0350-CRITICA-PASSO
                   IF WRK-JD-OK EQUAL 'S'
                       MOVE WRK-OPERADOR     TO JDF-OPERADOR
                       MOVE WRK-DATA-SISTEMA TO JDF-DATA-ALTER
                       REWRITE REG-JDF
                           INVALID KEY
                               MOVE '24ERRO AO ALTERAR PASSO.'
                                   TO WRK-MSG
                           NOT INVALID KEY
                               MOVE '49PASSO ALTERADO COM SUCESSO.'
                                   TO WRK-MSG
                               MOVE 'ALT' TO WRK-LOG-ACAO(5:3)
                               PERFORM 0360-GRAVA-LOG
                       END-REWRITE
                   END-IF
           END-READ.
      *
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0320-ALTERAR-PASSO-END. EXIT.

       0330-EXCLUIR-PASSO SECTION.
           INITIALIZE REG-JDF.
           INITIALIZE WRK-MSG.
           DISPLAY SCREEN-JOBDEF-KEY.
           ACCEPT  SCREEN-JOBDEF-KEY.
      *
           READ JOBDEF
               INVALID KEY
                   MOVE '24PASSO NAO CADASTRADO.' TO WRK-MSG
               NOT INVALID KEY
                   DISPLAY SCREEN-JOBDEF-DADOS
                   MOVE '25CONFIRMA A EXCLUSAO DO PASSO (S/N)?'
                       TO WRK-MSG
                   DISPLAY SCREEN-CONFIRMATION
                   ACCEPT SCREEN-CONFIRMATION-WAIT
      *
                   IF WRK-AWAIT EQUAL 'S' OR EQUAL 's'
                       INITIALIZE WRK-MSG
                       PERFORM 0352-ACAO-LOG
                       DELETE JOBDEF
                           INVALID KEY
                               MOVE '24ERRO AO EXCLUIR PASSO.'
                                   TO WRK-MSG
                           NOT INVALID KEY
                               MOVE '49PASSO EXCLUIDO COM SUCESSO.'
                                   TO WRK-MSG
                               MOVE 'EXC' TO WRK-LOG-ACAO(5:3)
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
       0330-EXCLUIR-PASSO-END. EXIT.

       0340-LISTAR-PASSOS SECTION.
           MOVE 14     TO WRK-LST-LINE.
           MOVE ZEROES TO WRK-LST-COUNT.
           MOVE 'S'    TO WRK-LST-CONTINUA.
      *
           DISPLAY 'PASSO PROGRAMA F A DESCRICAO'
               AT LINE 13 COLUMN 02.
           DISPLAY 'OPERADOR' AT LINE 13 COLUMN 52.
      *
           MOVE ZEROES TO JDF-PASSO.
           START JOBDEF KEY IS NOT LESS THAN JDF-PASSO
               INVALID KEY
                   MOVE '10' TO FS-JOBDEF
           END-START.
      *
           IF FS-JOBDEF EQUAL "00"
               READ JOBDEF NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-JOBDEF EQUAL "10"
                      OR WRK-LST-CONTINUA EQUAL 'N'
               DISPLAY JDF-PASSO     AT LINE WRK-LST-LINE COLUMN 03
               DISPLAY JDF-PROGRAMA  AT LINE WRK-LST-LINE COLUMN 08
               DISPLAY JDF-FREQ      AT LINE WRK-LST-LINE COLUMN 17
               DISPLAY JDF-FALHA     AT LINE WRK-LST-LINE COLUMN 19
               DISPLAY JDF-DESCRICAO AT LINE WRK-LST-LINE COLUMN 21
               DISPLAY JDF-OPERADOR  AT LINE WRK-LST-LINE COLUMN 52
               ADD 1 TO WRK-LST-LINE
               ADD 1 TO WRK-LST-COUNT
      *
               IF WRK-LST-COUNT EQUAL 7
                   PERFORM 0345-PAGINA-PASSOS
               END-IF
      *
               READ JOBDEF NEXT RECORD
           END-PERFORM.
      *
           IF WRK-LST-CONTINUA EQUAL 'S'
               MOVE '20FIM DA LISTA.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
           END-IF.
       0340-LISTAR-PASSOS-END. EXIT.

       0345-PAGINA-PASSOS SECTION.
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
       0345-PAGINA-PASSOS-END. EXIT.

       0350-CRITICA-PASSO SECTION.
      *    O PROGRAMA TEM DE SER UM DOS PROGRAMAS DO SISTEMA (NOME
      *    XXVIDPRG) E NAO PODE SER O PROPRIO DRIVER; A EXISTENCIA DO
      *    MODULO SO E CONFERIDA PELO CALL NA NOITE, QUE MARCA ERRO
      *    NO PASSO SE NAO O ENCONTRAR.
           MOVE 'S' TO WRK-JD-OK.
      *
           IF JDF-PASSO EQUAL ZEROES
               MOVE 'N' TO WRK-JD-OK
               MOVE '24PASSO DEVE SER DE 01 A 99.' TO WRK-MSG
               GO TO 0350-CRITICA-PASSO-END
           END-IF.
      *
           IF JDF-PROGRAMA(3:6) NOT EQUAL 'VIDPRG'
           OR JDF-PROGRAMA(1:2) EQUAL SPACES
               MOVE 'N' TO WRK-JD-OK
               MOVE '24PROGRAMA DEVE SER NO FORMATO XXVIDPRG.'
                   TO WRK-MSG
               GO TO 0350-CRITICA-PASSO-END
           END-IF.
      *
           IF JDF-PROGRAMA EQUAL 'JCVIDPRG'
               MOVE 'N' TO WRK-JD-OK
               MOVE '24O DRIVER NAO PODE SER PASSO DELE MESMO.'
                   TO WRK-MSG
               GO TO 0350-CRITICA-PASSO-END
           END-IF.
      *
           IF JDF-FREQ NOT EQUAL 'D' AND NOT EQUAL 'W'
                   AND NOT EQUAL 'M' AND NOT EQUAL 'E'
                   AND NOT EQUAL 'A'
               MOVE 'N' TO WRK-JD-OK
               MOVE '22FREQUENCIA DEVE SER D, W, M, E OU A.' TO WRK-MSG
               GO TO 0350-CRITICA-PASSO-END
           END-IF.
      *
           IF JDF-FALHA NOT EQUAL 'P' AND NOT EQUAL 'C'
               MOVE 'N' TO WRK-JD-OK
               MOVE '24NA FALHA DEVE SER P OU C.' TO WRK-MSG
               GO TO 0350-CRITICA-PASSO-END
           END-IF.
      *
           PERFORM 0352-ACAO-LOG.
       0350-CRITICA-PASSO-END. EXIT.

       0352-ACAO-LOG SECTION.
      *    A ACAO DO LOG LEVA A CHAVE: 'JOB-XXX-NN' (NUMERO DO PASSO).
           MOVE 'JOB-'    TO WRK-LOG-ACAO.
           MOVE '-'       TO WRK-LOG-ACAO(8:1).
           MOVE JDF-PASSO TO WRK-LOG-ACAO(9:2).
       0352-ACAO-LOG-END. EXIT.

       0355-CONTA-PASSOS SECTION.
      *    CONTA OS PASSOS JA DEFINIDOS, PRESERVANDO O REGISTRO
      *    DIGITADO (A LEITURA SEQUENCIAL SOBREPOE REG-JDF).
           MOVE ZEROES  TO WRK-JD-QTDE.
           MOVE REG-JDF TO WRK-JD-REG-SALVO.
      *
           MOVE ZEROES TO JDF-PASSO.
           START JOBDEF KEY IS NOT LESS THAN JDF-PASSO
               INVALID KEY
                   MOVE '10' TO FS-JOBDEF
           END-START.
      *
           IF FS-JOBDEF EQUAL "00"
               READ JOBDEF NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-JOBDEF EQUAL "10"
               ADD 1 TO WRK-JD-QTDE
               READ JOBDEF NEXT RECORD
           END-PERFORM.
      *
           MOVE WRK-JD-REG-SALVO TO REG-JDF.
       0355-CONTA-PASSOS-END. EXIT.

       0360-GRAVA-LOG SECTION.
           COPY 'CPVIDLGP'. *> GRAVA LINHA NO LOG DE AUDITORIA
       0360-GRAVA-LOG-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE JOBDEF.
      *
           IF FS-JOBDEF NOT EQUAL "00"
               MOVE '46ERRO AO FECHAR ARQUIVO DE PASSOS NOTURNOS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-JOBDEF TO WS-ABEND-CODE
               MOVE 'ERRO AO FECHAR ARQUIVO DE PASSOS NOTURNOS.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
       0500-CLOSE-DATA-END. EXIT.

       0600-ROT-ABEND SECTION.
           MOVE 'JDVIDPRG' TO WS-ABEND-PROGRAM.
           COPY 'CPVIDRAB'. *> ABEND ROUTINE.
      *
           PERFORM 0700-END-PROGRAM.
       0600-ROT-ABEND-END. EXIT.

       0700-END-PROGRAM SECTION.
           GOBACK.
       0700-END-PROGRAM-END. EXIT.

       END PROGRAM JDVIDPRG.
