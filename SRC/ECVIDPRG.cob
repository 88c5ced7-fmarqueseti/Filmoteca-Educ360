      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : EXEMPLAR (PHYSICAL COPIES) MAINTENANCE ROUTINE   *
      *               OF VIDEOTECA PROGRAM (SEVERAL COPIES PER TITLE,  *
      *               EACH WITH ITS OWN MEDIA AND CONDITION, AND THE   *
      *               MATERIALS THAT ACCOMPANY EACH COPY, WITH THE     *
      *               INCOMPLETE-COPIES REPORT)                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECVIDPRG.
       FILE-CONTROL.
           COPY 'CPVIDFCV'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDXFC'. *> EXEMPLAR DAT WORKBOOK
           COPY 'CPVIDCMF'. *> COMPONEN DAT WORKBOOK
           COPY 'CPVIDMFC'. *> MULTAS DAT WORKBOOK
           COPY 'CPVIDTFC'. *> TOMADORES DAT WORKBOOK
      *
           SELECT PECA-REL
              ASSIGN       TO WRK-SPL-NOME
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-PECA-REL.
      *
           COPY 'CPVIDSPF'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDJNF'. *> RECOVERY JOURNAL
           COPY 'CPVIDALF'. *> ABEND LOG
           COPY 'CPVIDLGF'. *> MAINTENANCE AUDIT LOG
           COPY 'CPVIDHCF'. *> CONDHIST DAT WORKBOOK
      *
       DATA DIVISION.
       FILE SECTION.
       FD EXEMPLAR.
           COPY 'CPVIDXDT'.

       FD COMPONEN.
           COPY 'CPVIDCMD'.

       FD MULTAS.
           COPY 'CPVIDMDT'.

       FD TOMADORES.
           COPY 'CPVIDTDT'.

       FD PECA-REL.
           01 FIL-REL          PIC X(132).

       FD VIDRELS.
           COPY 'CPVIDSPD'.

       FD VIDJRN.
           COPY 'CPVIDJND'.

       FD VIDABEND.
           COPY 'CPVIDALD'.

       FD VIDLOG.
           COPY 'CPVIDLGD'.

       FD CONDHIST.
           COPY 'CPVIDHCD'.
      *
       WORKING-STORAGE SECTION.
           COPY 'CPVIDMAN'. *> MAIN SCREEN
           COPY 'CPVIDMSG'. *> MESSAGES
           COPY 'CPVIDFCW'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDXNW'. *> EXEMPLAR DAT WORKBOOK
           COPY 'CPVIDCMW'. *> COMPONEN DAT WORKBOOK
           COPY 'CPVIDMNW'. *> MULTAS DAT WORKBOOK
           COPY 'CPVIDTNW'. *> TOMADORES DAT WORKBOOK
           COPY 'CPVIDSPW'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDABE'. *> ABEND
           COPY 'CPVIDALW'. *> ABEND LOG
           COPY 'CPVIDJNW'. *> RECOVERY JOURNAL
           COPY 'CPVIDLGW'. *> MAINTENANCE AUDIT LOG
           COPY 'CPVIDOPW'. *> OPERATOR SESSION
           COPY 'CPVIDHCW'. *> CONDHIST DAT WORKBOOK
      *
       77 FS-PECA-REL               PIC X(02).
       77 WRK-SPL-NOME              PIC X(40).
       77 WRK-SPL-PROGRAMA          PIC X(08).
      *
       77 WRK-MAX-EXEMPLAR          PIC 9(02) VALUE ZEROES.
       77 WRK-FILME-OK              PIC X(01) VALUE 'S'.
       77 WRK-LST-LINE              PIC 9(02) USAGE COMP-3 VALUE 16.
       77 WRK-LST-COUNT             PIC 9(02) USAGE COMP-3 VALUE ZEROES.
       77 WRK-LST-CONTINUA          PIC X(01) VALUE 'S'.
      *
      *    PECAS QUE ACOMPANHAM A COPIA (COMPONEN.DAT).
       77 WRK-MAX-PECA              PIC 9(02) VALUE ZEROES.
       77 WRK-MAX-MULTA             PIC 9(05) VALUE ZEROES.
       77 WRK-PECA-CODIGO           PIC 9(07) VALUE ZEROES.
       77 WRK-PECA-EXEMPLAR         PIC 9(02) VALUE ZEROES.
       77 WRK-PECA-FALTAS           PIC 9(02) USAGE COMP-3
                                     VALUE ZEROES.
       77 WRK-PECA-VALOR-EDIT       PIC ZZZZ9,99 VALUE ZEROES.
       77 WRK-PECA-SITUACAO         PIC X(08) VALUE SPACES.
       01 WRK-PECA-DATA             PIC 9(08) VALUE ZEROES.
       01 WRK-PECA-DATA-R REDEFINES WRK-PECA-DATA.
           05 WRK-PECA-DATA-AAAA    PIC 9(04).
           05 WRK-PECA-DATA-MM      PIC 9(02).
           05 WRK-PECA-DATA-DD      PIC 9(02).
      *
       01 WRK-ESTATISTICA.
           05 WRK-PECA-COPIAS       PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-PECA-PECAS        PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-PECA-TOTAL        PIC 9(07)V9(02) USAGE COMP-3
                                     VALUE ZEROES.
           05 WRK-PECA-COPIAS-EDIT  PIC ZZZZ9 VALUE ZEROES.
           05 WRK-PECA-PECAS-EDIT   PIC ZZZZ9 VALUE ZEROES.
           05 WRK-PECA-TOTAL-EDIT   PIC Z.ZZZ.ZZ9,99 VALUE ZEROES.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN'. *> MAIN SCREEN
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O COMPONEN.
      *
           IF FS-COMPONEN EQUAL "35"
               OPEN OUTPUT COMPONEN
               CLOSE COMPONEN
               OPEN I-O COMPONEN
           END-IF.
      *
           IF FS-COMPONEN NOT EQUAL "00"
               MOVE '45ERRO AO ABRIR ARQUIVO DE COMPONENTES.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-COMPONEN TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE COMPONENTES'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O MULTAS.
      *
           IF FS-MULTAS EQUAL "35"
               OPEN OUTPUT MULTAS
               CLOSE MULTAS
               OPEN I-O MULTAS
           END-IF.
      *
           IF FS-MULTAS NOT EQUAL "00"
               MOVE '45ERRO AO ABRIR ARQUIVO DE MULTAS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-MULTAS TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE MULTAS'
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
           IF FS-TOMADORES NOT EQUAL "00"
               MOVE '45ERRO AO ABRIR ARQUIVO DE TOMADORES.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-TOMADORES TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE TOMADORES'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
       0100-OPEN-DATA-END. EXIT.

       0200-VALIDA-FILME SECTION.
               WHEN '2' PERFORM 0320-ALTERAR-EXEMPLAR
               WHEN '3' PERFORM 0330-EXCLUIR-EXEMPLAR
               WHEN '4' PERFORM 0340-LISTAR-EXEMPLARES
               WHEN '5' PERFORM 0350-INCLUIR-PECA
               WHEN '6' PERFORM 0360-EXCLUIR-PECA
               WHEN '7' PERFORM 0370-LISTAR-PECAS
               WHEN '8' PERFORM 0380-REGULARIZAR-PECA
               WHEN '9' PERFORM 0390-RELATORIO-INCOMPLETAS
               WHEN '0' CONTINUE
               WHEN OTHER
                   INITIALIZE WRK-MSG
               INVALID KEY
                   MOVE '26EXEMPLAR NAO CADASTRADO.' TO WRK-MSG
               NOT INVALID KEY
                   MOVE EXE-CONDICAO TO WRK-HCO-ANTERIOR
                   DISPLAY SCREEN-EXEMPLAR-DADOS
                   ACCEPT  SCREEN-EXEMPLAR-DADOS
      *
                       NOT INVALID KEY
                           MOVE '49EXEMPLAR ALTERADO COM SUCESSO.'
                               TO WRK-MSG
                           MOVE EXE-CODIGO   TO WRK-HCO-CODIGO
                           MOVE EXE-NUMERO   TO WRK-HCO-EXEMPLAR
                           MOVE EXE-CONDICAO TO WRK-HCO-NOVA
                           MOVE 'ECVIDPRG'   TO WRK-HCO-ORIGEM
                           PERFORM 0388-GRAVA-CONDICAO
                   END-REWRITE
           END-READ.
      *
               DISPLAY EXE-NUMERO   AT LINE WRK-LST-LINE COLUMN 02
               DISPLAY EXE-MIDIA    AT LINE WRK-LST-LINE COLUMN 12
               DISPLAY EXE-CONDICAO AT LINE WRK-LST-LINE COLUMN 19
               DISPLAY EXE-POSICAO  AT LINE WRK-LST-LINE COLUMN 30
               ADD 1 TO WRK-LST-LINE
               ADD 1 TO WRK-LST-COUNT
      *
           END-IF.
       0345-PAGINA-EXEMPLARES-END. EXIT.

       0350-INCLUIR-PECA SECTION.
      *    CADASTRA UMA PECA QUE ACOMPANHA A COPIA (LIVRETO DO
      *    PROFESSOR, SEGUNDO DISCO, ENCARTE), CONFERIDA NA DEVOLUCAO
      *    EM EMVIDPRG. O VALOR E O CUSTO DE REPOSICAO DA PECA, USADO
      *    NA COBRANCA DA REPOSICAO PARCIAL.
           INITIALIZE REG-CMP.
           INITIALIZE WRK-MSG.
           DISPLAY SCREEN-PECA-COPIA.
           ACCEPT  SCREEN-PECA-COPIA.
      *
           MOVE CMP-CODIGO   TO EXE-CODIGO.
           MOVE CMP-EXEMPLAR TO EXE-NUMERO.
           READ EXEMPLAR
               INVALID KEY
                   MOVE '26EXEMPLAR NAO CADASTRADO.' TO WRK-MSG
               NOT INVALID KEY
                   PERFORM 0355-GET-NEXT-PECA
                   MOVE 'P'    TO CMP-SITUACAO
                   MOVE ZEROES TO CMP-TOM-CODIGO
                   MOVE ZEROES TO CMP-DATA-FALTA
                   MOVE ZEROES TO CMP-MUL-NUMERO
                   DISPLAY SCREEN-PECA-KEY
                   DISPLAY SCREEN-PECA-DADOS
                   ACCEPT  SCREEN-PECA-DADOS
      *
                   IF CMP-DESCRICAO EQUAL SPACES
                       MOVE '20DESCRICAO DA PECA OBRIGATORIA.'
                           TO WRK-MSG
                   ELSE
                       WRITE REG-CMP
                           INVALID KEY
                               MOVE '26PECA JA EXISTE.' TO WRK-MSG
                           NOT INVALID KEY
                               MOVE '49PECA INCLUIDA COM SUCESSO.'
                                   TO WRK-MSG
                       END-WRITE
                   END-IF
           END-READ.
      *
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0350-INCLUIR-PECA-END. EXIT.

       0355-GET-NEXT-PECA SECTION.
      *    VARRE AS PECAS DA COPIA PROCURANDO A MAIOR SEQUENCIA JA
      *    CADASTRADA E ATRIBUI A PROXIMA A CMP-SEQ (MESMO CRITERIO DE
      *    0315-GET-NEXT-NUMERO).
           MOVE CMP-CODIGO   TO WRK-PECA-CODIGO.
           MOVE CMP-EXEMPLAR TO WRK-PECA-EXEMPLAR.
           MOVE ZEROES       TO WRK-MAX-PECA.
           MOVE ZEROES       TO CMP-SEQ.
           START COMPONEN KEY IS NOT LESS THAN CMP-CHAVE
               INVALID KEY
                   MOVE '10' TO FS-COMPONEN
           END-START.
      *
           IF FS-COMPONEN EQUAL "00"
               READ COMPONEN NEXT RECORD
               PERFORM UNTIL FS-COMPONEN EQUAL "10"
                          OR CMP-CODIGO   NOT EQUAL WRK-PECA-CODIGO
                          OR CMP-EXEMPLAR NOT EQUAL WRK-PECA-EXEMPLAR
                   MOVE CMP-SEQ TO WRK-MAX-PECA
                   READ COMPONEN NEXT RECORD
               END-PERFORM
           END-IF.
      *
           INITIALIZE REG-CMP.
           MOVE WRK-PECA-CODIGO   TO CMP-CODIGO.
           MOVE WRK-PECA-EXEMPLAR TO CMP-EXEMPLAR.
           ADD 1 TO WRK-MAX-PECA GIVING CMP-SEQ.
       0355-GET-NEXT-PECA-END. EXIT.

       0360-EXCLUIR-PECA SECTION.
      *    PECA QUE DEIXA DE ACOMPANHAR A COPIA (DESCARTADA OU DADA
      *    COMO PERDIDA DE VEZ) SAI DA LISTA; SE ERA A ULTIMA QUE
      *    FALTAVA, A COPIA VOLTA A CIRCULACAO (0385).
           INITIALIZE REG-CMP.
           INITIALIZE WRK-MSG.
           DISPLAY SCREEN-PECA-KEY.
           ACCEPT  SCREEN-PECA-KEY.
      *
           READ COMPONEN
               INVALID KEY
                   MOVE '26PECA NAO CADASTRADA.' TO WRK-MSG
               NOT INVALID KEY
                   DISPLAY SCREEN-PECA-DADOS
                   MOVE '38CONFIRMA A EXCLUSAO DA PECA (S/N)?'
                       TO WRK-MSG
                   DISPLAY SCREEN-CONFIRMATION
                   ACCEPT SCREEN-CONFIRMATION-WAIT
      *
                   IF WRK-AWAIT EQUAL 'S' OR EQUAL 's'
                       INITIALIZE WRK-MSG
                       MOVE CMP-CODIGO   TO WRK-PECA-CODIGO
                       MOVE CMP-EXEMPLAR TO WRK-PECA-EXEMPLAR
                       DELETE COMPONEN
                           INVALID KEY
                               MOVE '26ERRO AO EXCLUIR PECA.'
                                   TO WRK-MSG
                           NOT INVALID KEY
                               MOVE '49PECA EXCLUIDA COM SUCESSO.'
                                   TO WRK-MSG
                               PERFORM 0385-REAVALIA-EXEMPLAR
                       END-DELETE
                   ELSE
                       INITIALIZE WRK-MSG
                       MOVE '28EXCLUSAO CANCELADA.' TO WRK-MSG
                   END-IF
           END-READ.
      *
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0360-EXCLUIR-PECA-END. EXIT.

       0370-LISTAR-PECAS SECTION.
      *    LISTA AS PECAS DA COPIA INFORMADA, PAGINANDO DE 6 EM 6
      *    LINHAS (MESMO CRITERIO DE 0340).
           INITIALIZE REG-CMP.
           INITIALIZE WRK-MSG.
           DISPLAY SCREEN-PECA-COPIA.
           ACCEPT  SCREEN-PECA-COPIA.
      *
           MOVE 16     TO WRK-LST-LINE.
           MOVE ZEROES TO WRK-LST-COUNT.
           MOVE 'S'    TO WRK-LST-CONTINUA.
      *
           DISPLAY SCREEN-PECA-HEADER.
      *
           MOVE CMP-CODIGO   TO WRK-PECA-CODIGO.
           MOVE CMP-EXEMPLAR TO WRK-PECA-EXEMPLAR.
           MOVE ZEROES       TO CMP-SEQ.
           START COMPONEN KEY IS NOT LESS THAN CMP-CHAVE
               INVALID KEY
                   MOVE '10' TO FS-COMPONEN
           END-START.
      *
           IF FS-COMPONEN EQUAL "00"
               READ COMPONEN NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-COMPONEN EQUAL "10"
                      OR CMP-CODIGO   NOT EQUAL WRK-PECA-CODIGO
                      OR CMP-EXEMPLAR NOT EQUAL WRK-PECA-EXEMPLAR
                      OR WRK-LST-CONTINUA EQUAL 'N'
               MOVE CMP-VALOR TO WRK-PECA-VALOR-EDIT
               DISPLAY CMP-SEQ       AT LINE WRK-LST-LINE COLUMN 02
               DISPLAY CMP-DESCRICAO AT LINE WRK-LST-LINE COLUMN 08
               DISPLAY WRK-PECA-VALOR-EDIT
                                     AT LINE WRK-LST-LINE COLUMN 40
               DISPLAY CMP-SITUACAO  AT LINE WRK-LST-LINE COLUMN 51
               IF CMP-SITUACAO NOT EQUAL 'P'
                   DISPLAY CMP-TOM-CODIGO
                                     AT LINE WRK-LST-LINE COLUMN 55
               END-IF
               IF CMP-SITUACAO EQUAL 'C'
                   DISPLAY CMP-MUL-NUMERO
                                     AT LINE WRK-LST-LINE COLUMN 64
               END-IF
               ADD 1 TO WRK-LST-LINE
               ADD 1 TO WRK-LST-COUNT
      *
               IF WRK-LST-COUNT EQUAL 6
                   PERFORM 0375-PAGINA-PECAS
               END-IF
      *
               READ COMPONEN NEXT RECORD
           END-PERFORM.
      *
           IF WRK-LST-CONTINUA EQUAL 'S'
               MOVE '20FIM DA LISTA.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
           END-IF.
       0370-LISTAR-PECAS-END. EXIT.

       0375-PAGINA-PECAS SECTION.
           INITIALIZE WRK-MSG.
           MOVE '31CONTINUAR LISTANDO (S/N)?' TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
      *
           IF WRK-AWAIT EQUAL 'S' OR EQUAL 's'
               MOVE 16     TO WRK-LST-LINE
               MOVE ZEROES TO WRK-LST-COUNT
               DISPLAY SCREEN-PECA-HEADER
           ELSE
               MOVE 'N' TO WRK-LST-CONTINUA
           END-IF.
       0375-PAGINA-PECAS-END. EXIT.

       0380-REGULARIZAR-PECA SECTION.
      *    PECA QUE FALTOU NA DEVOLUCAO: QUANDO O TOMADOR A TRAZ (OU A
      *    BIBLIOTECA A REPOE) ELA VOLTA A 'P' E A PENDENCIA DO TOMADOR
      *    SE ENCERRA; A COBRANCA JA GERADA SEGUE EM MULTAS.DAT PARA
      *    ISENCAO EM MUVIDPRG, SE FOR O CASO. PECA AINDA PENDENTE QUE
      *    NAO VOLTA PODE SER COBRADA AQUI.
           INITIALIZE REG-CMP.
           INITIALIZE WRK-MSG.
           DISPLAY SCREEN-PECA-KEY.
           ACCEPT  SCREEN-PECA-KEY.
      *
           PERFORM 0383-TRATA-PECA.
      *
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0380-REGULARIZAR-PECA-END. EXIT.

       0383-TRATA-PECA SECTION.
           READ COMPONEN
               INVALID KEY
                   MOVE '26PECA NAO CADASTRADA.' TO WRK-MSG
                   GO TO 0383-TRATA-PECA-END
           END-READ.
      *
           DISPLAY SCREEN-PECA-DADOS.
      *
           IF CMP-SITUACAO EQUAL 'P'
               MOVE '20PECA NAO ESTA FALTANDO.' TO WRK-MSG
               GO TO 0383-TRATA-PECA-END
           END-IF.
      *
           MOVE '30PECA DEVOLVIDA OU REPOSTA (S/N)?' TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
           INITIALIZE WRK-MSG.
      *
           IF WRK-AWAIT EQUAL 'S' OR EQUAL 's'
               PERFORM 0381-PECA-DEVOLVIDA
           ELSE
               IF CMP-SITUACAO EQUAL 'F'
              AND CMP-VALOR GREATER THAN ZEROES
                   PERFORM 0382-COBRA-PECA
               ELSE
                   MOVE '28PECA SEGUE PENDENTE.' TO WRK-MSG
               END-IF
           END-IF.
       0383-TRATA-PECA-END. EXIT.

       0381-PECA-DEVOLVIDA SECTION.
           MOVE 'P'    TO CMP-SITUACAO.
           MOVE ZEROES TO CMP-TOM-CODIGO.
           MOVE ZEROES TO CMP-DATA-FALTA.
           MOVE ZEROES TO CMP-MUL-NUMERO.
           REWRITE REG-CMP.
      *
           MOVE CMP-CODIGO   TO CODIGO.
           MOVE CMP-CODIGO   TO WRK-PECA-CODIGO.
           MOVE CMP-EXEMPLAR TO WRK-PECA-EXEMPLAR.
           MOVE 'PECA-REPOS' TO WRK-LOG-ACAO.
           PERFORM 0387-GRAVA-LOG.
      *
           MOVE '49PECA REGULARIZADA COM SUCESSO.' TO WRK-MSG.
           PERFORM 0385-REAVALIA-EXEMPLAR.
       0381-PECA-DEVOLVIDA-END. EXIT.

       0382-COBRA-PECA SECTION.
      *    COBRANCA DA REPOSICAO PARCIAL (TIPO 'P') PARA O TOMADOR QUE
      *    FICOU COM A PECA, NO MESMO CRITERIO DA COBRANCA FEITA NA
      *    DEVOLUCAO EM EMVIDPRG.
           MOVE CMP-VALOR TO WRK-PECA-VALOR-EDIT.
           STRING '02COBRAR A REPOSICAO DA PECA: R$ '
                      DELIMITED BY SIZE
                  WRK-PECA-VALOR-EDIT DELIMITED BY SIZE
                  ' (S/N)?'           DELIMITED BY SIZE
             INTO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
           INITIALIZE WRK-MSG.
      *
           IF WRK-AWAIT NOT EQUAL 'S' AND NOT EQUAL 's'
               MOVE '28PECA SEGUE PENDENTE.' TO WRK-MSG
               GO TO 0382-COBRA-PECA-END
           END-IF.
      *
           MOVE ZEROES TO WRK-MAX-MULTA.
           MOVE ZEROES TO MUL-NUMERO.
           START MULTAS KEY IS NOT LESS THAN MUL-NUMERO
               INVALID KEY
                   CONTINUE
           END-START.
      *
           IF FS-MULTAS EQUAL "00"
               READ MULTAS NEXT RECORD
               PERFORM UNTIL FS-MULTAS EQUAL "10"
                   MOVE MUL-NUMERO TO WRK-MAX-MULTA
                   READ MULTAS NEXT RECORD
               END-PERFORM
           END-IF.
      *
           INITIALIZE REG-MUL.
           ADD 1 TO WRK-MAX-MULTA GIVING MUL-NUMERO.
           MOVE CMP-CODIGO       TO MUL-CODIGO.
           MOVE CMP-TOM-CODIGO   TO MUL-TOM-CODIGO.
           MOVE WRK-DATA-SISTEMA TO MUL-DATA-GERACAO.
           MOVE ZEROES           TO MUL-DIAS-ATRASO.
           MOVE CMP-VALOR        TO MUL-VALOR.
           MOVE 'A'              TO MUL-SITUACAO.
           MOVE ZEROES           TO MUL-DATA-PAGTO.
           MOVE 'P'              TO MUL-TIPO.
           MOVE SPACES           TO MUL-ISEN-MOTIVO.
           MOVE SPACES           TO MUL-ISEN-OPERADOR.
           MOVE SPACES           TO MUL-ISEN-SUPERVISOR.
           MOVE ZEROES           TO MUL-ISEN-DATA.
           MOVE REG-MUL          TO WRK-JRN-DEPOIS.
           WRITE REG-MUL.
      *
           MOVE 'MULTAS'         TO WRK-JRN-ARQUIVO.
           MOVE 'I'              TO WRK-JRN-OPERACAO.
           MOVE FS-MULTAS        TO WRK-JRN-STATUS.
           PERFORM 0590-GRAVA-DIARIO.
      *
           MOVE 'C'        TO CMP-SITUACAO.
           MOVE MUL-NUMERO TO CMP-MUL-NUMERO.
           REWRITE REG-CMP.
      *
           MOVE CMP-CODIGO   TO CODIGO.
           MOVE 'PECA-COBRA' TO WRK-LOG-ACAO.
           PERFORM 0387-GRAVA-LOG.
      *
           STRING '20REPOSICAO DA PECA COBRADA. MULTA NUMERO '
                      DELIMITED BY SIZE
                  MUL-NUMERO DELIMITED BY SIZE
             INTO WRK-MSG.
       0382-COBRA-PECA-END. EXIT.

       0385-REAVALIA-EXEMPLAR SECTION.
      *    A COPIA RETIDA COMO INCOMPLETA ('C') VOLTA A CIRCULACAO
      *    QUANDO NAO RESTA PECA FALTANDO ('F' OU 'C') NA SUA LISTA.
           MOVE ZEROES            TO WRK-PECA-FALTAS.
           MOVE WRK-PECA-CODIGO   TO CMP-CODIGO.
           MOVE WRK-PECA-EXEMPLAR TO CMP-EXEMPLAR.
           MOVE ZEROES            TO CMP-SEQ.
           START COMPONEN KEY IS NOT LESS THAN CMP-CHAVE
               INVALID KEY
                   MOVE '10' TO FS-COMPONEN
           END-START.
      *
           IF FS-COMPONEN EQUAL "00"
               READ COMPONEN NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-COMPONEN EQUAL "10"
                      OR CMP-CODIGO   NOT EQUAL WRK-PECA-CODIGO
                      OR CMP-EXEMPLAR NOT EQUAL WRK-PECA-EXEMPLAR
               IF CMP-SITUACAO EQUAL 'F' OR EQUAL 'C'
                   ADD 1 TO WRK-PECA-FALTAS
               END-IF
               READ COMPONEN NEXT RECORD
           END-PERFORM.
      *
           IF WRK-PECA-FALTAS GREATER THAN ZEROES
               GO TO 0385-REAVALIA-EXEMPLAR-END
           END-IF.
      *
           MOVE WRK-PECA-CODIGO   TO EXE-CODIGO.
           MOVE WRK-PECA-EXEMPLAR TO EXE-NUMERO.
           READ EXEMPLAR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EXE-SITUACAO EQUAL 'C'
                       MOVE SPACES TO EXE-SITUACAO
                       REWRITE REG-EXE
                       MOVE '20COPIA COMPLETA. VOLTOU A CIRCULAR.'
                           TO WRK-MSG
                   END-IF
           END-READ.
       0385-REAVALIA-EXEMPLAR-END. EXIT.

       0387-GRAVA-LOG SECTION.
           COPY 'CPVIDLGP'. *> GRAVA LINHA NO LOG DE AUDITORIA
       0387-GRAVA-LOG-END. EXIT.

       0388-GRAVA-CONDICAO SECTION.
           COPY 'CPVIDHCP'. *> GRAVA MUDANCA DE CONDICAO DO EXEMPLAR
       0388-GRAVA-CONDICAO-END. EXIT.

       0390-RELATORIO-INCOMPLETAS SECTION.
      *    RELATORIO DAS COPIAS HOJE INCOMPLETAS: UMA LINHA POR PECA
      *    FALTANDO, COM O TOMADOR QUE A LEVOU, A DATA DA DEVOLUCAO
      *    SEM ELA E A COBRANCA, SE HOUVER. UMA GERACAO DATADA
      *    REGISTRADA NO SPOOL (MESMO CRITERIO DE RPVIDPRG).
           INITIALIZE WRK-ESTATISTICA.
           INITIALIZE WRK-MSG.
           MOVE ZEROES TO WRK-PECA-CODIGO.
           MOVE ZEROES TO WRK-PECA-EXEMPLAR.
      *
           PERFORM 0391-GERA-RELATORIO.
      *
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0390-RELATORIO-INCOMPLETAS-END. EXIT.

       0391-GERA-RELATORIO SECTION.
           STRING './dat/INCOMPLETAS-' DELIMITED BY SIZE
                  WRK-DATA-AAAA        DELIMITED BY SIZE
                  WRK-DATA-MM          DELIMITED BY SIZE
                  WRK-DATA-DD          DELIMITED BY SIZE
                  '.prt'               DELIMITED BY SIZE
             INTO WRK-SPL-NOME.
      *
           OPEN OUTPUT PECA-REL.
      *
           IF FS-PECA-REL NOT EQUAL "00"
               MOVE '42ERRO AO ABRIR ARQUIVO DE RELATORIO.' TO WRK-MSG
               GO TO 0391-GERA-RELATORIO-END
           END-IF.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'VIDEOTECA - COPIAS INCOMPLETAS       EMISSAO: '
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
           STRING 'FILME   TITULO                    EX PC '
                      DELIMITED BY SIZE
                  'DESCRICAO                      SITUACAO '
                      DELIMITED BY SIZE
                  'TOM  NOME DO TOMADOR       FALTA EM   '
                      DELIMITED BY SIZE
                  '   VALOR MULTA' DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE ZEROES TO CMP-CHAVE.
           START COMPONEN KEY IS NOT LESS THAN CMP-CHAVE
               INVALID KEY
                   MOVE '10' TO FS-COMPONEN
           END-START.
      *
           IF FS-COMPONEN EQUAL "00"
               READ COMPONEN NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-COMPONEN EQUAL "10"
               IF CMP-SITUACAO EQUAL 'F' OR EQUAL 'C'
                   PERFORM 0395-LINHA-INCOMPLETA
               END-IF
               READ COMPONEN NEXT RECORD
           END-PERFORM.
      *
           MOVE WRK-PECA-COPIAS TO WRK-PECA-COPIAS-EDIT.
           MOVE WRK-PECA-PECAS  TO WRK-PECA-PECAS-EDIT.
           MOVE WRK-PECA-TOTAL  TO WRK-PECA-TOTAL-EDIT.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'COPIAS INCOMPLETAS: '  DELIMITED BY SIZE
                  WRK-PECA-COPIAS-EDIT    DELIMITED BY SIZE
                  '   PECAS FALTANDO: '   DELIMITED BY SIZE
                  WRK-PECA-PECAS-EDIT     DELIMITED BY SIZE
                  '   VALOR DE REPOSICAO: R$ '
                                          DELIMITED BY SIZE
                  WRK-PECA-TOTAL-EDIT     DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'PENDENTE = PECA COM O TOMADOR, SEM COBRANCA; '
                      DELIMITED BY SIZE
                  'COBRADA = REPOSICAO PARCIAL LANCADA EM MULTAS.'
                      DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           CLOSE PECA-REL.
           PERFORM 0398-REGISTRA-SPOOL.
      *
           INITIALIZE WRK-MSG.
           STRING '24RELATORIO GERADO. COPIAS INCOMPLETAS: '
                      DELIMITED BY SIZE
                  WRK-PECA-COPIAS-EDIT DELIMITED BY SIZE
             INTO WRK-MSG.
       0391-GERA-RELATORIO-END. EXIT.

       0395-LINHA-INCOMPLETA SECTION.
      *    A QUEBRA POR FILME+EXEMPLAR CONTA AS COPIAS; O ARQUIVO JA
      *    VEM NA ORDEM DA CHAVE.
           IF CMP-CODIGO NOT EQUAL WRK-PECA-CODIGO
          OR CMP-EXEMPLAR NOT EQUAL WRK-PECA-EXEMPLAR
               ADD 1 TO WRK-PECA-COPIAS
               MOVE CMP-CODIGO   TO WRK-PECA-CODIGO
               MOVE CMP-EXEMPLAR TO WRK-PECA-EXEMPLAR
           END-IF.
      *
           ADD 1         TO WRK-PECA-PECAS.
           ADD CMP-VALOR TO WRK-PECA-TOTAL.
      *
           MOVE CMP-CODIGO TO CODIGO.
           READ MOVIES
               INVALID KEY
                   MOVE '** FILME EXCLUIDO **' TO TITULO
           END-READ.
      *
           MOVE CMP-TOM-CODIGO TO TOM-CODIGO.
           READ TOMADORES
               INVALID KEY
                   MOVE '** NAO CADASTRADO **' TO TOM-NOME
           END-READ.
      *
           IF CMP-SITUACAO EQUAL 'C'
               MOVE 'COBRADA ' TO WRK-PECA-SITUACAO
           ELSE
               MOVE 'PENDENTE' TO WRK-PECA-SITUACAO
           END-IF.
      *
           MOVE CMP-DATA-FALTA TO WRK-PECA-DATA.
           MOVE CMP-VALOR      TO WRK-PECA-VALOR-EDIT.
      *
           MOVE SPACES TO FIL-REL.
           STRING CMP-CODIGO          DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  TITULO(1:25)        DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  CMP-EXEMPLAR        DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  CMP-SEQ             DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  CMP-DESCRICAO       DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WRK-PECA-SITUACAO   DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  CMP-TOM-CODIGO      DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  TOM-NOME(1:20)      DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WRK-PECA-DATA-DD    DELIMITED BY SIZE
                  '/'                 DELIMITED BY SIZE
                  WRK-PECA-DATA-MM    DELIMITED BY SIZE
                  '/'                 DELIMITED BY SIZE
                  WRK-PECA-DATA-AAAA  DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WRK-PECA-VALOR-EDIT DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  CMP-MUL-NUMERO      DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
       0395-LINHA-INCOMPLETA-END. EXIT.

       0398-REGISTRA-SPOOL SECTION.
           MOVE 'ECVIDPRG' TO WRK-SPL-PROGRAMA.
           COPY 'CPVIDSPP'. *> REGISTRA O RELATORIO NO SPOOL
       0398-REGISTRA-SPOOL-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE MOVIES.
      *
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           CLOSE COMPONEN.
           CLOSE MULTAS.
           CLOSE TOMADORES.
      *
           IF FS-COMPONEN NOT EQUAL "00"
               MOVE '46ERRO AO FECHAR ARQUIVO DE COMPONENTES.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-COMPONEN TO WS-ABEND-CODE
               MOVE 'ERRO AO FECHAR ARQUIVO DE COMPONENTES.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
       0500-CLOSE-DATA-END. EXIT.

       0590-GRAVA-DIARIO SECTION.
           MOVE 'ECVIDPRG' TO WRK-JRN-PROGRAMA.
           COPY 'CPVIDJNP'. *> GRAVA ENTRADA NO DIARIO DE RECUPERACAO
       0590-GRAVA-DIARIO-END. EXIT.

       0600-ROT-ABEND SECTION.
           MOVE 'ECVIDPRG' TO WS-ABEND-PROGRAM.
           COPY 'CPVIDRAB'. *> ABEND ROUTINE.
