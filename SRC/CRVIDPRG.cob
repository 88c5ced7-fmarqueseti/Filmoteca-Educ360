      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : ONE-TIME CONVERSION OF THE WIDENED CIRCULATION   *
      *               RECORDS - LOANS.DAT (+RENOVACOES), TOMADORES.DAT *
      *               (+MATRICULA, +CATEGORIA), MULTAS.DAT (+TIPO E    *
      *               TRILHA DE ISENCAO), RESERVAS.DAT (+DATA-LIMITE), *
      *               EXEMPLAR.DAT (+BAIXA, +POSICAO), MIDIADIG.DAT    *
      *               (+LICENCAS) AND PEDITENS.DAT (+VERBA E PRECOS) - *
      *               FROM THE PREVIOUS LAYOUTS TO THE CURRENT ONES    *
      *               (UNATTENDED BATCH,                               *
      *               RUN BY HAND, SAME CRITERIA AS CVVIDPRG: WRITES   *
      *               EACH NEW FILE ASIDE, RENAMES THE ORIGINAL TO A   *
      *               DATED BACKUP AND ACTIVATES THE CONVERTED FILE;   *
              ACCESS MODE       IS SEQUENTIAL
              FILE STATUS       IS FS-TOMAD-OLD
              RECORD KEY        IS TOM-CODIGO-OLD.
      *
      *    TOMADORES.DAT JA COM A MATRICULA, AINDA SEM A CATEGORIA.
           SELECT TOMAD-MAT
              ASSIGN            TO './dat/TOMADORES.dat'
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS SEQUENTIAL
              FILE STATUS       IS FS-TOMAD-MAT
              RECORD KEY        IS TOM-CODIGO-MAT.
      *
           SELECT TOMAD-NEW
              ASSIGN            TO './dat/TOMADORES-CONV.dat'
              ACCESS MODE       IS SEQUENTIAL
              FILE STATUS       IS FS-EXEMP-OLD
              RECORD KEY        IS EXE-CHAVE-OLD.
      *
      *    EXEMPLAR.DAT JA COM A BAIXA, AINDA SEM A POSICAO.
           SELECT EXEMP-BXA
              ASSIGN            TO './dat/EXEMPLAR.dat'
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS SEQUENTIAL
              FILE STATUS       IS FS-EXEMP-BXA
              RECORD KEY        IS EXE-CHAVE-BXA.
      *
           SELECT EXEMP-NEW
              ASSIGN            TO './dat/EXEMPLAR-CONV.dat'
              ACCESS MODE       IS SEQUENTIAL
              FILE STATUS       IS FS-EXEMP-NEW
              RECORD KEY        IS EXE-CHAVE.
      *
           SELECT MIDDIG-OLD
              ASSIGN            TO './dat/MIDIADIG.dat'
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS SEQUENTIAL
              FILE STATUS       IS FS-MIDDIG-OLD
              RECORD KEY        IS LOC-CODIGO-OLD.
      *
           SELECT MIDDIG-NEW
              ASSIGN            TO './dat/MIDIADIG-CONV.dat'
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS SEQUENTIAL
              FILE STATUS       IS FS-MIDDIG-NEW
              RECORD KEY        IS LOC-CODIGO.
      *
           SELECT PEDIT-OLD
              ASSIGN            TO './dat/PEDITENS.dat'
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS SEQUENTIAL
              FILE STATUS       IS FS-PEDIT-OLD
              RECORD KEY        IS PIT-CHAVE-OLD.
      *
           SELECT PEDIT-NEW
              ASSIGN            TO './dat/PEDITENS-CONV.dat'
              ORGANIZATION      IS INDEXED
              ACCESS MODE       IS SEQUENTIAL
              FILE STATUS       IS FS-PEDIT-NEW
              RECORD KEY        IS PIT-CHAVE.
      *
           COPY 'CPVIDALF'. *> ABEND LOG
      *
           05 TOM-FONE-OLD            PIC X(12).
           05 TOM-DATA-NASC-OLD       PIC 9(08).

       FD  TOMAD-MAT
           RECORDING MODE IS F.
       01  REG-TOM-MAT.
           05 TOM-CODIGO-MAT          PIC 9(04).
           05 TOM-RESTO-MAT           PIC X(65).

       FD  TOMAD-NEW
           RECORDING MODE IS F.
           COPY 'CPVIDTDT'.
           05 EXE-MIDIA-OLD           PIC X(01).
           05 EXE-CONDICAO-OLD        PIC X(01).

       FD  EXEMP-BXA
           RECORDING MODE IS F.
       01  REG-EXE-BXA.
           05 EXE-CHAVE-BXA           PIC X(09).
           05 EXE-RESTO-BXA           PIC X(12).

       FD  EXEMP-NEW
           RECORDING MODE IS F.
           COPY 'CPVIDXDT'.

       FD  MIDDIG-OLD
           RECORDING MODE IS F.
       01  REG-LOC-OLD.
           05 LOC-CODIGO-OLD          PIC 9(07).
           05 LOC-SERVIDOR-OLD        PIC X(20).
           05 LOC-CAMINHO-OLD         PIC X(60).

       FD  MIDDIG-NEW
           RECORDING MODE IS F.
           COPY 'CPVIDDGD'.

       FD  PEDIT-OLD
           RECORDING MODE IS F.
       01  REG-PIT-OLD.
           05 PIT-CHAVE-OLD.
               10 PIT-PEDIDO-OLD      PIC 9(05).
               10 PIT-SEQ-OLD         PIC 9(03).
           05 PIT-WSH-NUMERO-OLD      PIC 9(05).
           05 PIT-SITUACAO-OLD        PIC X(01).
           05 PIT-CODIGO-GERADO-OLD   PIC 9(07).
           05 PIT-DATA-RECEB-OLD      PIC 9(08).

       FD  PEDIT-NEW
           RECORDING MODE IS F.
           COPY 'CPVIDPID'.

       FD  VIDABEND.
           COPY 'CPVIDALD'.
      *
       77 FS-LOANS-NEW             PIC X(02).
       77 FS-TOMAD-OLD             PIC X(02).
       77 FS-TOMAD-NEW             PIC X(02).
       77 FS-TOMAD-MAT             PIC X(02).
       77 FS-MULTAS-OLD            PIC X(02).
       77 FS-MULTAS-NEW            PIC X(02).
       77 FS-RESERV-OLD            PIC X(02).
       77 FS-RESERV-NEW            PIC X(02).
       77 FS-EXEMP-OLD             PIC X(02).
       77 FS-EXEMP-BXA             PIC X(02).
       77 FS-EXEMP-NEW             PIC X(02).
       77 FS-MIDDIG-OLD            PIC X(02).
       77 FS-MIDDIG-NEW            PIC X(02).
       77 FS-PEDIT-OLD             PIC X(02).
       77 FS-PEDIT-NEW             PIC X(02).
      *
       77 WRK-NOME-LIVE            PIC X(40).
       77 WRK-NOME-NOVO            PIC X(40).
           COPY 'CPVIDDTE'. *> DATE/TIME PROCEDURE
           PERFORM 0310-CONVERTE-LOANS.
           PERFORM 0320-CONVERTE-TOMADORES.
           PERFORM 0325-CONVERTE-TOMADORES-CAT.
           PERFORM 0330-CONVERTE-MULTAS.
           PERFORM 0340-CONVERTE-RESERVAS.
           PERFORM 0350-CONVERTE-EXEMPLAR.
           PERFORM 0355-CONVERTE-EXEMPLAR-POS.
           PERFORM 0360-CONVERTE-MIDIADIG.
           PERFORM 0370-CONVERTE-PEDITENS.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.

      *            PRIMEIRA REVALIDACAO ANUAL (MTVIDPRG) DECIDE.
                   MOVE ZEROES            TO TOM-ANO-MATRICULA
                   MOVE 'A'               TO TOM-SITUACAO
                   MOVE 'A'               TO TOM-CATEGORIA
      *
                   WRITE REG-TOM
                       INVALID KEY
           END-IF.
       0320-CONVERTE-TOMADORES-END. EXIT.

       0325-CONVERTE-TOMADORES-CAT SECTION.
      *    SEGUNDA AMPLIACAO DE TOMADORES.DAT: O LAYOUT DE 69 POSICOES
      *    (COM A MATRICULA) GANHA A CATEGORIA NO FIM. ARQUIVO QUE
      *    ACABOU DE SAIR DE 0320 JA ESTA NO TAMANHO NOVO E E PULADO.
           MOVE ZEROES TO WRK-CR-LIDOS WRK-CR-GRAVADOS.
           OPEN INPUT TOMAD-MAT.
      *
           IF FS-TOMAD-MAT NOT EQUAL "00"
               DISPLAY 'CRVIDPRG: TOMADORES.DAT (CAT.) NAO ABERTO ('
                       FS-TOMAD-MAT '), CONVERSAO PULADA.'
           ELSE
               OPEN OUTPUT TOMAD-NEW
      *
               IF FS-TOMAD-NEW NOT EQUAL "00"
                   DISPLAY 'CRVIDPRG: ERRO AO ABRIR TOMADORES-CONV.'
      *
                   MOVE FS-TOMAD-NEW TO WS-ABEND-CODE
                   MOVE 'ERRO AO ABRIR ARQUIVO CONVERTIDO DE TOMADOR'
                       TO WS-ABEND-MESSAGE
                   PERFORM 0600-ROT-ABEND
               END-IF
      *
               READ TOMAD-MAT
               PERFORM UNTIL FS-TOMAD-MAT EQUAL "10"
                   ADD 1 TO WRK-CR-LIDOS
                   MOVE REG-TOM-MAT TO REG-TOM
      *            TODO CADASTRO EXISTENTE ENTRA COMO ALUNO; PROFESSOR
      *            E FUNCIONARIO SAO ACERTADOS EM TMVIDPRG.
                   MOVE 'A'         TO TOM-CATEGORIA
      *
                   WRITE REG-TOM
                       INVALID KEY
                           DISPLAY 'CRVIDPRG: ERRO AO GRAVAR TOMADOR '
                                   TOM-CODIGO-MAT
                       NOT INVALID KEY
                           ADD 1 TO WRK-CR-GRAVADOS
                   END-WRITE
                   READ TOMAD-MAT
               END-PERFORM
      *
               CLOSE TOMAD-MAT
               CLOSE TOMAD-NEW
      *
               MOVE './dat/TOMADORES.dat'      TO WRK-NOME-LIVE
               MOVE './dat/TOMADORES-CONV.dat' TO WRK-NOME-NOVO
               MOVE SPACES                     TO WRK-NOME-BAK
               STRING './dat/TOMADORES.dat.precat-'
                          DELIMITED BY SIZE
                      WRK-DATA-AAAA DELIMITED BY SIZE
                      WRK-DATA-MM   DELIMITED BY SIZE
                      WRK-DATA-DD   DELIMITED BY SIZE
                 INTO WRK-NOME-BAK
               PERFORM 0390-TROCA-ARQUIVO
      *
               MOVE WRK-CR-LIDOS    TO WRK-ED-LIDOS
               MOVE WRK-CR-GRAVADOS TO WRK-ED-GRAVADOS
               DISPLAY 'CRVIDPRG: TOMADORES.DAT CATEGORIA. LIDOS: '
                       WRK-ED-LIDOS ' GRAVADOS: ' WRK-ED-GRAVADOS
           END-IF.
       0325-CONVERTE-TOMADORES-CAT-END. EXIT.

       0330-CONVERTE-MULTAS SECTION.
           MOVE ZEROES TO WRK-CR-LIDOS WRK-CR-GRAVADOS.
           OPEN INPUT MULTAS-OLD.
                   MOVE SPACES           TO EXE-SITUACAO
                   MOVE SPACES           TO EXE-BAIXA-MOTIVO
                   MOVE ZEROES           TO EXE-BAIXA-DATA
                   MOVE SPACES           TO EXE-POSICAO
      *
                   WRITE REG-EXE
                       INVALID KEY
           END-IF.
       0350-CONVERTE-EXEMPLAR-END. EXIT.

       0355-CONVERTE-EXEMPLAR-POS SECTION.
      *    SEGUNDA AMPLIACAO DE EXEMPLAR.DAT: O LAYOUT DE 21 POSICOES
      *    (COM A BAIXA) GANHA A POSICAO NA ESTANTE NO FIM. ARQUIVO QUE
      *    ACABOU DE SAIR DE 0350 JA ESTA NO TAMANHO NOVO E E PULADO.
           MOVE ZEROES TO WRK-CR-LIDOS WRK-CR-GRAVADOS.
           OPEN INPUT EXEMP-BXA.
      *
           IF FS-EXEMP-BXA NOT EQUAL "00"
               DISPLAY 'CRVIDPRG: EXEMPLAR.DAT (POS.) NAO ABERTO ('
                       FS-EXEMP-BXA '), CONVERSAO PULADA.'
           ELSE
               OPEN OUTPUT EXEMP-NEW
      *
               IF FS-EXEMP-NEW NOT EQUAL "00"
                   DISPLAY 'CRVIDPRG: ERRO AO ABRIR EXEMPLAR-CONV.'
      *
                   MOVE FS-EXEMP-NEW TO WS-ABEND-CODE
                   MOVE 'ERRO AO ABRIR ARQUIVO CONVERTIDO DE EXEMPL'
                       TO WS-ABEND-MESSAGE
                   PERFORM 0600-ROT-ABEND
               END-IF
      *
               READ EXEMP-BXA
               PERFORM UNTIL FS-EXEMP-BXA EQUAL "10"
                   ADD 1 TO WRK-CR-LIDOS
                   MOVE REG-EXE-BXA TO REG-EXE
      *            A POSICAO E INFORMADA DEPOIS, NA ARRUMACAO DA
      *            ESTANTE (NCVIDPRG).
                   MOVE SPACES      TO EXE-POSICAO
      *
                   WRITE REG-EXE
                       INVALID KEY
                           DISPLAY 'CRVIDPRG: ERRO AO GRAVAR EXEMPLAR '
                                   EXE-CHAVE-BXA
                       NOT INVALID KEY
                           ADD 1 TO WRK-CR-GRAVADOS
                   END-WRITE
                   READ EXEMP-BXA
               END-PERFORM
      *
               CLOSE EXEMP-BXA
               CLOSE EXEMP-NEW
      *
               MOVE './dat/EXEMPLAR.dat'      TO WRK-NOME-LIVE
               MOVE './dat/EXEMPLAR-CONV.dat' TO WRK-NOME-NOVO
               MOVE SPACES                    TO WRK-NOME-BAK
               STRING './dat/EXEMPLAR.dat.prepos-'
                          DELIMITED BY SIZE
                      WRK-DATA-AAAA DELIMITED BY SIZE
                      WRK-DATA-MM   DELIMITED BY SIZE
                      WRK-DATA-DD   DELIMITED BY SIZE
                 INTO WRK-NOME-BAK
               PERFORM 0390-TROCA-ARQUIVO
      *
               MOVE WRK-CR-LIDOS    TO WRK-ED-LIDOS
               MOVE WRK-CR-GRAVADOS TO WRK-ED-GRAVADOS
               DISPLAY 'CRVIDPRG: EXEMPLAR.DAT POSICAO. LIDOS: '
                       WRK-ED-LIDOS ' GRAVADOS: ' WRK-ED-GRAVADOS
           END-IF.
       0355-CONVERTE-EXEMPLAR-POS-END. EXIT.

       0360-CONVERTE-MIDIADIG SECTION.
           MOVE ZEROES TO WRK-CR-LIDOS WRK-CR-GRAVADOS.
           OPEN INPUT MIDDIG-OLD.
      *
           IF FS-MIDDIG-OLD NOT EQUAL "00"
               DISPLAY 'CRVIDPRG: MIDIADIG.DAT NAO ABERTO ('
                       FS-MIDDIG-OLD '), CONVERSAO PULADA.'
           ELSE
               OPEN OUTPUT MIDDIG-NEW
      *
               IF FS-MIDDIG-NEW NOT EQUAL "00"
                   DISPLAY 'CRVIDPRG: ERRO AO ABRIR MIDIADIG-CONV.'
      *
                   MOVE FS-MIDDIG-NEW TO WS-ABEND-CODE
                   MOVE 'ERRO AO ABRIR ARQUIVO CONVERTIDO DE MIDIADIG'
                       TO WS-ABEND-MESSAGE
                   PERFORM 0600-ROT-ABEND
               END-IF
      *
               READ MIDDIG-OLD
               PERFORM UNTIL FS-MIDDIG-OLD EQUAL "10"
                   ADD 1 TO WRK-CR-LIDOS
                   MOVE LOC-CODIGO-OLD   TO LOC-CODIGO
                   MOVE LOC-SERVIDOR-OLD TO LOC-SERVIDOR
                   MOVE LOC-CAMINHO-OLD  TO LOC-CAMINHO
      *            TITULO DIGITAL DO LEGADO ENTRA COM UMA LICENCA;
      *            O NUMERO CONTRATADO E ACERTADO EM MDVIDPRG.
                   MOVE 1                TO LOC-LICENCAS
      *
                   WRITE REG-LOC
                       INVALID KEY
                           DISPLAY 'CRVIDPRG: ERRO AO GRAVAR MIDIADIG '
                                   LOC-CODIGO-OLD
                       NOT INVALID KEY
                           ADD 1 TO WRK-CR-GRAVADOS
                   END-WRITE
                   READ MIDDIG-OLD
               END-PERFORM
      *
               CLOSE MIDDIG-OLD
               CLOSE MIDDIG-NEW
      *
               MOVE './dat/MIDIADIG.dat'      TO WRK-NOME-LIVE
               MOVE './dat/MIDIADIG-CONV.dat' TO WRK-NOME-NOVO
               STRING './dat/MIDIADIG.dat.prewide-'
                          DELIMITED BY SIZE
                      WRK-DATA-AAAA DELIMITED BY SIZE
                      WRK-DATA-MM   DELIMITED BY SIZE
                      WRK-DATA-DD   DELIMITED BY SIZE
                 INTO WRK-NOME-BAK
               PERFORM 0390-TROCA-ARQUIVO
      *
               MOVE WRK-CR-LIDOS    TO WRK-ED-LIDOS
               MOVE WRK-CR-GRAVADOS TO WRK-ED-GRAVADOS
               DISPLAY 'CRVIDPRG: MIDIADIG.DAT CONVERTIDO. LIDOS: '
                       WRK-ED-LIDOS ' GRAVADOS: ' WRK-ED-GRAVADOS
           END-IF.
       0360-CONVERTE-MIDIADIG-END. EXIT.

       0370-CONVERTE-PEDITENS SECTION.
           MOVE ZEROES TO WRK-CR-LIDOS WRK-CR-GRAVADOS.
           OPEN INPUT PEDIT-OLD.
      *
           IF FS-PEDIT-OLD NOT EQUAL "00"
               DISPLAY 'CRVIDPRG: PEDITENS.DAT NAO ABERTO ('
                       FS-PEDIT-OLD '), CONVERSAO PULADA.'
           ELSE
               OPEN OUTPUT PEDIT-NEW
      *
               IF FS-PEDIT-NEW NOT EQUAL "00"
                   DISPLAY 'CRVIDPRG: ERRO AO ABRIR PEDITENS-CONV.'
      *
                   MOVE FS-PEDIT-NEW TO WS-ABEND-CODE
                   MOVE 'ERRO AO ABRIR ARQUIVO CONVERTIDO DE ITENS'
                       TO WS-ABEND-MESSAGE
                   PERFORM 0600-ROT-ABEND
               END-IF
      *
               READ PEDIT-OLD
               PERFORM UNTIL FS-PEDIT-OLD EQUAL "10"
                   ADD 1 TO WRK-CR-LIDOS
                   MOVE PIT-PEDIDO-OLD        TO PIT-PEDIDO
                   MOVE PIT-SEQ-OLD           TO PIT-SEQ
                   MOVE PIT-WSH-NUMERO-OLD    TO PIT-WSH-NUMERO
                   MOVE PIT-SITUACAO-OLD      TO PIT-SITUACAO
                   MOVE PIT-CODIGO-GERADO-OLD TO PIT-CODIGO-GERADO
                   MOVE PIT-DATA-RECEB-OLD    TO PIT-DATA-RECEB
      *            ITEM ANTIGO FOI ENCOMENDADO SEM PRECO E SEM FONTE;
      *            FICA FORA DO ORCAMENTO (NADA A EMPENHAR OU ESTORNAR).
                   MOVE ZEROES                TO PIT-ORC-ANO
                   MOVE SPACES                TO PIT-ORC-FONTE
                   MOVE ZEROES                TO PIT-PRECO-ESTIM
                   MOVE ZEROES                TO PIT-PRECO-PAGO
      *
                   WRITE REG-PIT
                       INVALID KEY
                           DISPLAY 'CRVIDPRG: ERRO AO GRAVAR ITEM '
                                   PIT-PEDIDO-OLD '/' PIT-SEQ-OLD
                       NOT INVALID KEY
                           ADD 1 TO WRK-CR-GRAVADOS
                   END-WRITE
                   READ PEDIT-OLD
               END-PERFORM
      *
               CLOSE PEDIT-OLD
               CLOSE PEDIT-NEW
      *
               MOVE './dat/PEDITENS.dat'      TO WRK-NOME-LIVE
               MOVE './dat/PEDITENS-CONV.dat' TO WRK-NOME-NOVO
               STRING './dat/PEDITENS.dat.prewide-'
                          DELIMITED BY SIZE
                      WRK-DATA-AAAA DELIMITED BY SIZE
                      WRK-DATA-MM   DELIMITED BY SIZE
                      WRK-DATA-DD   DELIMITED BY SIZE
                 INTO WRK-NOME-BAK
               PERFORM 0390-TROCA-ARQUIVO
      *
               MOVE WRK-CR-LIDOS    TO WRK-ED-LIDOS
               MOVE WRK-CR-GRAVADOS TO WRK-ED-GRAVADOS
               DISPLAY 'CRVIDPRG: PEDITENS.DAT CONVERTIDO. LIDOS: '
                       WRK-ED-LIDOS ' GRAVADOS: ' WRK-ED-GRAVADOS
           END-IF.
       0370-CONVERTE-PEDITENS-END. EXIT.

       0390-TROCA-ARQUIVO SECTION.
      *    MESMO CRITERIO DE RENOMEACAO DE CVVIDPRG, GENERALIZADO
      *    COMO EM HKVIDPRG: O ORIGINAL EM WRK-NOME-LIVE VIRA O
