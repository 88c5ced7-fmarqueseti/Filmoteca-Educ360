      ******************************************************************
      * FILE NAME   : CGVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : BORROWER CATEGORY LOAN POLICY (POLITICA)         *
      *               MAINTENANCE OF VIDEOTECA PROGRAM - LOAN DAYS,    *
      *               MAXIMUM OPEN ITEMS, MAXIMUM RENEWALS AND DAILY   *
      *               FINE PER CATEGORY (ALUNO/PROFESSOR/FUNCIONARIO)  *
      *               AND MIDIA, USED BY EMVIDPRG. CHANGES ARE         *
      *               COORDINATOR ONLY AND LOGGED IN VIDLOG            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGVIDPRG.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDPOF'. *> POLITICA DAT WORKBOOK
           COPY 'CPVIDLGF'. *> MAINTENANCE AUDIT LOG
           COPY 'CPVIDALF'. *> ABEND LOG
      *
       DATA DIVISION.
       FILE SECTION.
       FD POLITICA.
           COPY 'CPVIDPOD'.

       FD VIDLOG.
           COPY 'CPVIDLGD'.

       FD VIDABEND.
           COPY 'CPVIDALD'.
      *
       WORKING-STORAGE SECTION.
           COPY 'CPVIDMAN'. *> MAIN SCREEN
           COPY 'CPVIDMNU'. *> MAIN MENU
           COPY 'CPVIDMSG'. *> MESSAGES
           COPY 'CPVIDPOW'. *> POLITICA DAT WORKBOOK
           COPY 'CPVIDLGW'. *> MAINTENANCE AUDIT LOG
           COPY 'CPVIDABE'. *> ABEND
           COPY 'CPVIDALW'. *> ABEND LOG
           COPY 'CPVIDOPW'. *> OPERATOR SESSION
      *
      *    CODIGO USADO APENAS PELA LINHA DO LOG DE AUDITORIA
      *    (CPVIDLGP ESPERA O CAMPO CODIGO DO CATALOGO; POLITICA NAO
      *    TEM CODIGO, ENTAO VAI ZERADO E A CHAVE VAI NA ACAO).
       77 CODIGO                    PIC 9(07) VALUE ZEROES.
      *
       77 WRK-CG-OK                 PIC X(01) VALUE 'S'.
       77 WRK-CG-MULTA-ED           PIC ZZ9,99 VALUE ZEROES.
      *
       77 WRK-LST-LINE              PIC 9(02) USAGE COMP-3 VALUE 14.
       77 WRK-LST-COUNT             PIC 9(02) USAGE COMP-3 VALUE ZEROES.
       77 WRK-LST-CONTINUA          PIC X(01) VALUE 'S'.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN'. *> MAIN SCREEN
           COPY 'SCVIDMSG'. *> MESSAGES
      *
       01 SCREEN-POLITICA-MENU.
           05 LINE 07 COLUMN 02 VALUE "1 - INCLUIR POLITICA".
           05 LINE 08 COLUMN 02 VALUE "2 - ALTERAR POLITICA".
           05 LINE 09 COLUMN 02 VALUE "3 - EXCLUIR POLITICA".
           05 LINE 10 COLUMN 02 VALUE "4 - LISTAR POLITICAS".
           05 LINE 11 COLUMN 02 VALUE "0 - VOLTAR".
           05 LINE 12 COLUMN 02 VALUE "OPCAO: ".
           05 COLUMN PLUS 01    PIC X(01) USING WRK-OPTION.
      *
       01 SCREEN-POLITICA-KEY.
           05 LINE 14 COLUMN 02 VALUE "CATEGORIA (A/P/F)....: ".
           05 COLUMN PLUS 01    PIC X(01) USING POL-CATEGORIA.
           05 LINE 15 COLUMN 02 VALUE "MIDIA (V/D/B/*)......: ".
           05 COLUMN PLUS 01    PIC X(01) USING POL-MIDIA.
      *
       01 SCREEN-POLITICA-DADOS.
           05 LINE 16 COLUMN 02 VALUE "PRAZO (DIAS UTEIS)...: ".
           05 COLUMN PLUS 01    PIC 9(03) USING POL-PRAZO-DIAS.
           05 LINE 17 COLUMN 02 VALUE "MAXIMO DE ITENS......: ".
           05 COLUMN PLUS 01    PIC 9(02) USING POL-MAX-ITENS.
           05 LINE 18 COLUMN 02 VALUE "MAXIMO DE RENOVACOES.: ".
           05 COLUMN PLUS 01    PIC 9(02) USING POL-MAX-RENOV.
           05 LINE 19 COLUMN 02 VALUE "MULTA DIARIA (CENTS).: ".
           05 COLUMN PLUS 01    PIC 9(05) USING POL-MULTA-DIA.
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
           OPEN I-O POLITICA.
      *
           IF FS-POLITICA EQUAL "35"
               OPEN OUTPUT POLITICA
               CLOSE POLITICA
               OPEN I-O POLITICA
           END-IF.
      *
           IF FS-POLITICA NOT EQUAL "00"
               MOVE '45ERRO AO ABRIR ARQUIVO DE POLITICAS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-POLITICA TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE POLITICAS'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
       0100-OPEN-DATA-END. EXIT.

       0300-PROCESS-DATA SECTION.
           COPY 'CPVIDDTE'. *> DATE/TIME PROCEDURE
           MOVE " * * * * CATEGORIAS E POLITICAS * * * *" TO WRK-TITLE.
           MOVE "PF3=FIM"                                  TO WRK-KEYS.
           INITIALIZE WRK-MSG.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-POLITICA-MENU.
           ACCEPT  SCREEN-POLITICA-MENU.
      *
      *    CONSULTA E LIVRE; INCLUIR, ALTERAR E EXCLUIR MUDAM PRAZO E
      *    MULTA DE TODO MUNDO E SAO SO DO COORDENADOR.
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
               WHEN '1' PERFORM 0310-INCLUIR-POLITICA
               WHEN '2' PERFORM 0320-ALTERAR-POLITICA
               WHEN '3' PERFORM 0330-EXCLUIR-POLITICA
               WHEN '4' PERFORM 0340-LISTAR-POLITICAS
               WHEN '0' CONTINUE
               WHEN OTHER
                   INITIALIZE WRK-MSG
                   MOVE '20OPCAO INVALIDA.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
           END-EVALUATE.
       0300-PROCESS-DATA-END. EXIT.

       0310-INCLUIR-POLITICA SECTION.
           INITIALIZE REG-POL.
           INITIALIZE WRK-MSG.
           DISPLAY SCREEN-POLITICA-KEY.
           DISPLAY SCREEN-POLITICA-DADOS.
           ACCEPT  SCREEN-POLITICA-KEY.
           ACCEPT  SCREEN-POLITICA-DADOS.
      *
           PERFORM 0350-CRITICA-POLITICA.
      *
           IF WRK-CG-OK EQUAL 'S'
               MOVE WRK-OPERADOR TO POL-OPERADOR
               MOVE WRK-DATA-SISTEMA TO POL-DATA-ALTER
               WRITE REG-POL
                   INVALID KEY
                       MOVE '24POLITICA JA CADASTRADA.' TO WRK-MSG
                   NOT INVALID KEY
                       MOVE '49POLITICA INCLUIDA COM SUCESSO.'
                           TO WRK-MSG
                       MOVE 'INC' TO WRK-LOG-ACAO(5:3)
                       PERFORM 0360-GRAVA-LOG
               END-WRITE
           END-IF.
      *
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0310-INCLUIR-POLITICA-END. EXIT.

       0320-ALTERAR-POLITICA SECTION.
           INITIALIZE REG-POL.
           INITIALIZE WRK-MSG.
           DISPLAY SCREEN-POLITICA-KEY.
           ACCEPT  SCREEN-POLITICA-KEY.
      *
           READ POLITICA
               INVALID KEY
                   MOVE '24POLITICA NAO CADASTRADA.' TO WRK-MSG
               NOT INVALID KEY
                   DISPLAY SCREEN-POLITICA-DADOS
                   ACCEPT  SCREEN-POLITICA-DADOS
                   PERFORM 0350-CRITICA-POLITICA
                   IF WRK-CG-OK EQUAL 'S'
                       MOVE WRK-OPERADOR TO POL-OPERADOR
                       MOVE WRK-DATA-SISTEMA TO POL-DATA-ALTER
                       REWRITE REG-POL
                           INVALID KEY
                               MOVE '24ERRO AO ALTERAR POLITICA.'
                                   TO WRK-MSG
                           NOT INVALID KEY
                               MOVE '49POLITICA ALTERADA COM SUCESSO.'
                                   TO WRK-MSG
                               MOVE 'ALT' TO WRK-LOG-ACAO(5:3)
                               PERFORM 0360-GRAVA-LOG
                       END-REWRITE
                   END-IF
           END-READ.
      *
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0320-ALTERAR-POLITICA-END. EXIT.

       0330-EXCLUIR-POLITICA SECTION.
           INITIALIZE REG-POL.
           INITIALIZE WRK-MSG.
           DISPLAY SCREEN-POLITICA-KEY.
           ACCEPT  SCREEN-POLITICA-KEY.
      *
           READ POLITICA
               INVALID KEY
                   MOVE '24POLITICA NAO CADASTRADA.' TO WRK-MSG
               NOT INVALID KEY
                   DISPLAY SCREEN-POLITICA-DADOS
                   MOVE '25CONFIRMA A EXCLUSAO DA POLITICA (S/N)?'
                       TO WRK-MSG
                   DISPLAY SCREEN-CONFIRMATION
                   ACCEPT SCREEN-CONFIRMATION-WAIT
      *
                   IF WRK-AWAIT EQUAL 'S' OR EQUAL 's'
                       INITIALIZE WRK-MSG
                       DELETE POLITICA
                           INVALID KEY
                               MOVE '24ERRO AO EXCLUIR POLITICA.'
                                   TO WRK-MSG
                           NOT INVALID KEY
                               MOVE '49POLITICA EXCLUIDA COM SUCESSO.'
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
       0330-EXCLUIR-POLITICA-END. EXIT.

       0340-LISTAR-POLITICAS SECTION.
           MOVE 14     TO WRK-LST-LINE.
           MOVE ZEROES TO WRK-LST-COUNT.
           MOVE 'S'    TO WRK-LST-CONTINUA.
      *
           DISPLAY 'CAT MIDIA PRAZO ITENS RENOV   MULTA OPERADOR'
               AT LINE 13 COLUMN 02.
      *
           MOVE LOW-VALUES TO POL-CHAVE.
           START POLITICA KEY IS NOT LESS THAN POL-CHAVE
               INVALID KEY
                   MOVE '10' TO FS-POLITICA
           END-START.
      *
           IF FS-POLITICA EQUAL "00"
               READ POLITICA NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-POLITICA EQUAL "10"
                      OR WRK-LST-CONTINUA EQUAL 'N'
               COMPUTE WRK-CG-MULTA-ED = POL-MULTA-DIA / 100
               DISPLAY POL-CATEGORIA   AT LINE WRK-LST-LINE COLUMN 03
               DISPLAY POL-MIDIA       AT LINE WRK-LST-LINE COLUMN 07
               DISPLAY POL-PRAZO-DIAS  AT LINE WRK-LST-LINE COLUMN 13
               DISPLAY POL-MAX-ITENS   AT LINE WRK-LST-LINE COLUMN 20
               DISPLAY POL-MAX-RENOV   AT LINE WRK-LST-LINE COLUMN 26
               DISPLAY WRK-CG-MULTA-ED AT LINE WRK-LST-LINE COLUMN 30
               DISPLAY POL-OPERADOR    AT LINE WRK-LST-LINE COLUMN 38
               ADD 1 TO WRK-LST-LINE
               ADD 1 TO WRK-LST-COUNT
      *
               IF WRK-LST-COUNT EQUAL 7
                   PERFORM 0345-PAGINA-POLITICAS
               END-IF
      *
               READ POLITICA NEXT RECORD
           END-PERFORM.
      *
           IF WRK-LST-CONTINUA EQUAL 'S'
               MOVE '20FIM DA LISTA.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
           END-IF.
       0340-LISTAR-POLITICAS-END. EXIT.

       0345-PAGINA-POLITICAS SECTION.
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
       0345-PAGINA-POLITICAS-END. EXIT.

       0350-CRITICA-POLITICA SECTION.
      *    A CATEGORIA E A MESMA DE TMVIDPRG; A MIDIA E A DO CATALOGO,
      *    OU '*' PARA A LINHA QUE VALE PARA AS MIDIAS SEM LINHA
      *    PROPRIA DA CATEGORIA. PRAZO E ITENS ZERADOS TRAVARIAM TODO
      *    EMPRESTIMO DA CATEGORIA.
           MOVE 'S' TO WRK-CG-OK.
      *
           IF POL-CATEGORIA NOT EQUAL 'A' AND NOT EQUAL 'P'
                        AND NOT EQUAL 'F'
               MOVE 'N' TO WRK-CG-OK
               MOVE '24CATEGORIA DEVE SER A, P OU F.' TO WRK-MSG
               GO TO 0350-CRITICA-POLITICA-END
           END-IF.
      *
           IF POL-MIDIA NOT EQUAL 'V' AND NOT EQUAL 'D'
                    AND NOT EQUAL 'B' AND NOT EQUAL '*'
               MOVE 'N' TO WRK-CG-OK
               MOVE '24MIDIA DEVE SER V, D, B OU *.' TO WRK-MSG
               GO TO 0350-CRITICA-POLITICA-END
           END-IF.
      *
           IF POL-PRAZO-DIAS EQUAL ZEROES
               MOVE 'N' TO WRK-CG-OK
               MOVE '24PRAZO DEVE SER MAIOR QUE ZERO.' TO WRK-MSG
               GO TO 0350-CRITICA-POLITICA-END
           END-IF.
      *
           IF POL-MAX-ITENS EQUAL ZEROES
               MOVE 'N' TO WRK-CG-OK
               MOVE '24MAXIMO DE ITENS DEVE SER MAIOR QUE ZERO.'
                   TO WRK-MSG
               GO TO 0350-CRITICA-POLITICA-END
           END-IF.
      *
      *    A ACAO DO LOG LEVA A CHAVE: 'POL-XXX-CM' (CATEGORIA, MIDIA).
           MOVE 'POL-'        TO WRK-LOG-ACAO.
           MOVE '-'           TO WRK-LOG-ACAO(8:1).
           MOVE POL-CATEGORIA TO WRK-LOG-ACAO(9:1).
           MOVE POL-MIDIA     TO WRK-LOG-ACAO(10:1).
       0350-CRITICA-POLITICA-END. EXIT.

       0360-GRAVA-LOG SECTION.
           COPY 'CPVIDLGP'. *> GRAVA LINHA NO LOG DE AUDITORIA
       0360-GRAVA-LOG-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE POLITICA.
      *
           IF FS-POLITICA NOT EQUAL "00"
               MOVE '46ERRO AO FECHAR ARQUIVO DE POLITICAS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-POLITICA TO WS-ABEND-CODE
               MOVE 'ERRO AO FECHAR ARQUIVO DE POLITICAS.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
       0500-CLOSE-DATA-END. EXIT.

       0600-ROT-ABEND SECTION.
           MOVE 'CGVIDPRG' TO WS-ABEND-PROGRAM.
           COPY 'CPVIDRAB'. *> ABEND ROUTINE.
      *
           PERFORM 0700-END-PROGRAM.
       0600-ROT-ABEND-END. EXIT.

       0700-END-PROGRAM SECTION.
           GOBACK.
       0700-END-PROGRAM-END. EXIT.

       END PROGRAM CGVIDPRG.
