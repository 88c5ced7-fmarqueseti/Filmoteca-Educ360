           COPY 'CPVIDFEF'. *> FERIADOS DAT WORKBOOK
           COPY 'CPVIDDGF'. *> MIDIADIG DAT WORKBOOK
           COPY 'CPVIDLCF'. *> LOCAIS DAT WORKBOOK
           COPY 'CPVIDRXF'. *> CXRECIBO DAT WORKBOOK
           COPY 'CPVIDCXF'. *> CAIXA DAT WORKBOOK
           COPY 'CPVIDJNF'. *> RECOVERY JOURNAL
           COPY 'CPVIDLGF'. *> MAINTENANCE AUDIT LOG
      *
           SELECT MOVIES-REL
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-LOG-BAK.
      *
           SELECT JRN-BAK
              ASSIGN       TO WRK-AUX-BAK-NOME
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-JRN-BAK.
      *
           SELECT MANIFESTO
              ASSIGN       TO WRK-MAN-NOME
       FD  LOCAIS.
           COPY 'CPVIDLCD'.

       FD  CXRECIBO.
           COPY 'CPVIDRXD'.

       FD  CAIXA.
           COPY 'CPVIDCXD'.

       FD  VIDJRN.
           COPY 'CPVIDJND'.

       FD  VIDLOG.
           COPY 'CPVIDLGD'.

       FD  LOG-BAK.
           01 FIL-LOG-BAK      PIC X(132).

       FD  JRN-BAK.
           01 REG-JRN-BAK      PIC X(241).

       FD  MANIFESTO.
           01 FIL-MAN          PIC X(80).

           COPY 'CPVIDFEW'. *> FERIADOS DAT WORKBOOK
           COPY 'CPVIDDGW'. *> MIDIADIG DAT WORKBOOK
           COPY 'CPVIDLCW'. *> LOCAIS DAT WORKBOOK
           COPY 'CPVIDRXW'. *> CXRECIBO DAT WORKBOOK
           COPY 'CPVIDCXW'. *> CAIXA DAT WORKBOOK
           COPY 'CPVIDJNW'. *> RECOVERY JOURNAL
           COPY 'CPVIDLGW'. *> MAINTENANCE AUDIT LOG
           COPY 'CPVIDABE'. *> ABEND
           COPY 'CPVIDALW'. *> ABEND LOG
      *
       77 FS-ARQ-BAK               PIC X(02).
       77 FS-LOG-BAK               PIC X(02).
       77 FS-JRN-BAK               PIC X(02).
       77 FS-MANIFESTO             PIC X(02).
       77 WRK-AUX-BAK-NOME         PIC X(40).
       77 WRK-MAN-NOME             PIC X(40).
       77 WRK-AUX-COUNT            PIC 9(07) USAGE COMP-3
                                    VALUE ZEROES.
       77 WRK-AUX-COUNT-EDIT       PIC 9(07) VALUE ZEROES.
       77 WRK-MAN-ARQUIVO          PIC X(16).
      *    'S' ENQUANTO TODO ARQUIVO EXISTENTE FOI COPIADO; UM QUE NAO
      *    ABRIU OU UMA COPIA DO DIARIO QUE FALHOU DEIXA 'N', E O
      *    DIARIO NAO E ROTACIONADO (0489).
       77 WRK-ARQ-COMPLETO         PIC X(01) VALUE 'S'.
       77 WRK-ARQ-STATUS           PIC X(02) VALUE SPACES.
      *
       77 WRK-REL-LINHA            PIC 9(02) USAGE COMP-3 VALUE ZEROES.
       77 WRK-REL-MAXLINHAS        PIC 9(02) VALUE 20.
           PERFORM 0484-ARQUIVA-FERIADOS.
           PERFORM 0485-ARQUIVA-MIDIADIG.
           PERFORM 0486-ARQUIVA-LOCAIS.
           PERFORM 0487-ARQUIVA-CXRECIBO.
           PERFORM 0488-ARQUIVA-CAIXA.
           PERFORM 0489-ROTACIONA-DIARIO.
           PERFORM 0490-FECHA-MANIFESTO.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.
             INTO WRK-AUX-BAK-NOME.
       0418-MONTA-NOME-AUX-END. EXIT.

       0419-ARQUIVO-FALHOU SECTION.
      *    ARQUIVO QUE EXISTE MAS NAO ABRIU (TRAVADO OU DANIFICADO)
      *    FICA FORA DA COPIA E SAI COM ZERO NO MANIFESTO; ELE OU UMA
      *    COPIA DO DIARIO QUE FALHOU DEIXA INCOMPLETO O CONJUNTO
      *    DESTA NOITE.
           MOVE 'N' TO WRK-ARQ-COMPLETO.
           DISPLAY 'ARVIDPRG: ' WRK-MAN-ARQUIVO
                   ' NAO ARQUIVADO (STATUS ' WRK-ARQ-STATUS ').'.
       0419-ARQUIVO-FALHOU-END. EXIT.

       0420-ARQUIVA-GENEROS SECTION.
           MOVE 'GENEROS-ARC-' TO WRK-AUX-SUFIXO.
           PERFORM 0418-MONTA-NOME-AUX.
           MOVE 8      TO WRK-AUX-BAK-TAM.
      *
           OPEN INPUT GENEROS.
      *
           IF FS-GENEROS NOT EQUAL "00" AND NOT EQUAL "35"
               MOVE 'GENEROS'  TO WRK-MAN-ARQUIVO
               MOVE FS-GENEROS TO WRK-ARQ-STATUS
               PERFORM 0419-ARQUIVO-FALHOU
           END-IF.
      *
           IF FS-GENEROS EQUAL "00"
               OPEN OUTPUT ARQ-BAK
           MOVE 15     TO WRK-AUX-BAK-TAM.
      *
           OPEN INPUT DISTRIBS.
      *
           IF FS-DISTRIBS NOT EQUAL "00" AND NOT EQUAL "35"
               MOVE 'DISTRIBS'  TO WRK-MAN-ARQUIVO
               MOVE FS-DISTRIBS TO WRK-ARQ-STATUS
               PERFORM 0419-ARQUIVO-FALHOU
           END-IF.
      *
           IF FS-DISTRIBS EQUAL "00"
               OPEN OUTPUT ARQ-BAK
           MOVE 39     TO WRK-AUX-BAK-TAM.
      *
           OPEN INPUT LOANS.
      *
           IF FS-LOANS NOT EQUAL "00" AND NOT EQUAL "35"
               MOVE 'LOANS'  TO WRK-MAN-ARQUIVO
               MOVE FS-LOANS TO WRK-ARQ-STATUS
               PERFORM 0419-ARQUIVO-FALHOU
           END-IF.
      *
           IF FS-LOANS EQUAL "00"
               OPEN OUTPUT ARQ-BAK
           MOVE 'TOMADORES-ARC-' TO WRK-AUX-SUFIXO.
           PERFORM 0418-MONTA-NOME-AUX.
           MOVE ZEROES TO WRK-AUX-COUNT.
           MOVE 70     TO WRK-AUX-BAK-TAM.
      *
           OPEN INPUT TOMADORES.
      *
           IF FS-TOMADORES NOT EQUAL "00" AND NOT EQUAL "35"
               MOVE 'TOMADORES'  TO WRK-MAN-ARQUIVO
               MOVE FS-TOMADORES TO WRK-ARQ-STATUS
               PERFORM 0419-ARQUIVO-FALHOU
           END-IF.
      *
           IF FS-TOMADORES EQUAL "00"
               OPEN OUTPUT ARQ-BAK
           MOVE 98     TO WRK-AUX-BAK-TAM.
      *
           OPEN INPUT MULTAS.
      *
           IF FS-MULTAS NOT EQUAL "00" AND NOT EQUAL "35"
               MOVE 'MULTAS'  TO WRK-MAN-ARQUIVO
               MOVE FS-MULTAS TO WRK-ARQ-STATUS
               PERFORM 0419-ARQUIVO-FALHOU
           END-IF.
      *
           IF FS-MULTAS EQUAL "00"
               OPEN OUTPUT ARQ-BAK
           MOVE 33     TO WRK-AUX-BAK-TAM.
      *
           OPEN INPUT RESERVAS.
      *
           IF FS-RESERVAS NOT EQUAL "00" AND NOT EQUAL "35"
               MOVE 'RESERVAS'  TO WRK-MAN-ARQUIVO
               MOVE FS-RESERVAS TO WRK-ARQ-STATUS
               PERFORM 0419-ARQUIVO-FALHOU
           END-IF.
      *
           IF FS-RESERVAS EQUAL "00"
               OPEN OUTPUT ARQ-BAK
           MOVE 'EXEMPLAR-ARC-' TO WRK-AUX-SUFIXO.
           PERFORM 0418-MONTA-NOME-AUX.
           MOVE ZEROES TO WRK-AUX-COUNT.
           MOVE 29     TO WRK-AUX-BAK-TAM.
      *
           OPEN INPUT EXEMPLAR.
      *
           IF FS-EXEMPLAR NOT EQUAL "00" AND NOT EQUAL "35"
               MOVE 'EXEMPLAR'  TO WRK-MAN-ARQUIVO
               MOVE FS-EXEMPLAR TO WRK-ARQ-STATUS
               PERFORM 0419-ARQUIVO-FALHOU
           END-IF.
      *
           IF FS-EXEMPLAR EQUAL "00"
               OPEN OUTPUT ARQ-BAK
           MOVE 45     TO WRK-AUX-BAK-TAM.
      *
           OPEN INPUT LOANHIST.
      *
           IF FS-LOANHIST NOT EQUAL "00" AND NOT EQUAL "35"
               MOVE 'LOANHIST'  TO WRK-MAN-ARQUIVO
               MOVE FS-LOANHIST TO WRK-ARQ-STATUS
               PERFORM 0419-ARQUIVO-FALHOU
           END-IF.
      *
           IF FS-LOANHIST EQUAL "00"
               OPEN OUTPUT ARQ-BAK
           MOVE ZEROES TO WRK-AUX-COUNT.
      *
           OPEN INPUT VIDLOG.
      *
           IF FS-VIDLOG NOT EQUAL "00" AND NOT EQUAL "35"
               MOVE 'VIDLOG'  TO WRK-MAN-ARQUIVO
               MOVE FS-VIDLOG TO WRK-ARQ-STATUS
               PERFORM 0419-ARQUIVO-FALHOU
           END-IF.
      *
           IF FS-VIDLOG EQUAL "00"
               OPEN OUTPUT LOG-BAK
           MOVE 101    TO WRK-AUX-BAK-TAM.
      *
           OPEN INPUT DETALHES.
      *
           IF FS-DETALHES NOT EQUAL "00" AND NOT EQUAL "35"
               MOVE 'DETALHES'  TO WRK-MAN-ARQUIVO
               MOVE FS-DETALHES TO WRK-ARQ-STATUS
               PERFORM 0419-ARQUIVO-FALHOU
           END-IF.
      *
           IF FS-DETALHES EQUAL "00"
               OPEN OUTPUT ARQ-BAK
           MOVE 100    TO WRK-AUX-BAK-TAM.
      *
           OPEN INPUT RESENHAS.
      *
           IF FS-RESENHAS NOT EQUAL "00" AND NOT EQUAL "35"
               MOVE 'RESENHAS'  TO WRK-MAN-ARQUIVO
               MOVE FS-RESENHAS TO WRK-ARQ-STATUS
               PERFORM 0419-ARQUIVO-FALHOU
           END-IF.
      *
           IF FS-RESENHAS EQUAL "00"
               OPEN OUTPUT ARQ-BAK
           MOVE 89     TO WRK-AUX-BAK-TAM.
      *
           OPEN INPUT WISHLIST.
      *
           IF FS-WISHLIST NOT EQUAL "00" AND NOT EQUAL "35"
               MOVE 'WISHLIST'  TO WRK-MAN-ARQUIVO
               MOVE FS-WISHLIST TO WRK-ARQ-STATUS
               PERFORM 0419-ARQUIVO-FALHOU
           END-IF.
      *
           IF FS-WISHLIST EQUAL "00"
               OPEN OUTPUT ARQ-BAK
           MOVE 38     TO WRK-AUX-BAK-TAM.
      *
           OPEN INPUT FERIADOS.
      *
           IF FS-FERIADOS NOT EQUAL "00" AND NOT EQUAL "35"
               MOVE 'FERIADOS'  TO WRK-MAN-ARQUIVO
               MOVE FS-FERIADOS TO WRK-ARQ-STATUS
               PERFORM 0419-ARQUIVO-FALHOU
           END-IF.
      *
           IF FS-FERIADOS EQUAL "00"
               OPEN OUTPUT ARQ-BAK
           MOVE 'MIDIADIG-ARC-' TO WRK-AUX-SUFIXO.
           PERFORM 0418-MONTA-NOME-AUX.
           MOVE ZEROES TO WRK-AUX-COUNT.
           MOVE 90     TO WRK-AUX-BAK-TAM.
      *
           OPEN INPUT MIDIADIG.
      *
           IF FS-MIDIADIG NOT EQUAL "00" AND NOT EQUAL "35"
               MOVE 'MIDIADIG'  TO WRK-MAN-ARQUIVO
               MOVE FS-MIDIADIG TO WRK-ARQ-STATUS
               PERFORM 0419-ARQUIVO-FALHOU
           END-IF.
      *
           IF FS-MIDIADIG EQUAL "00"
               OPEN OUTPUT ARQ-BAK
           MOVE 23     TO WRK-AUX-BAK-TAM.
      *
           OPEN INPUT LOCAIS.
      *
           IF FS-LOCAIS NOT EQUAL "00" AND NOT EQUAL "35"
               MOVE 'LOCAIS'  TO WRK-MAN-ARQUIVO
               MOVE FS-LOCAIS TO WRK-ARQ-STATUS
               PERFORM 0419-ARQUIVO-FALHOU
           END-IF.
      *
           IF FS-LOCAIS EQUAL "00"
               OPEN OUTPUT ARQ-BAK
           PERFORM 0415-GRAVA-MANIFESTO.
       0486-ARQUIVA-LOCAIS-END. EXIT.

       0487-ARQUIVA-CXRECIBO SECTION.
           MOVE 'CXRECIBO-ARC-' TO WRK-AUX-SUFIXO.
           PERFORM 0418-MONTA-NOME-AUX.
           MOVE ZEROES TO WRK-AUX-COUNT.
           MOVE 50     TO WRK-AUX-BAK-TAM.
      *
           OPEN INPUT CXRECIBO.
      *
           IF FS-CXRECIBO NOT EQUAL "00" AND NOT EQUAL "35"
               MOVE 'CXRECIBO'  TO WRK-MAN-ARQUIVO
               MOVE FS-CXRECIBO TO WRK-ARQ-STATUS
               PERFORM 0419-ARQUIVO-FALHOU
           END-IF.
      *
           IF FS-CXRECIBO EQUAL "00"
               OPEN OUTPUT ARQ-BAK
               MOVE ZEROES TO RCX-NUMERO
               START CXRECIBO KEY IS NOT LESS THAN RCX-NUMERO
                   INVALID KEY
                       MOVE '10' TO FS-CXRECIBO
               END-START
               IF FS-CXRECIBO EQUAL "00"
                   READ CXRECIBO NEXT RECORD
               END-IF
               PERFORM UNTIL FS-CXRECIBO EQUAL "10"
                   ADD 1 TO WRK-AUX-COUNT
                   MOVE REG-RCX TO REG-AUX-BAK
                   WRITE REG-AUX-BAK
                   READ CXRECIBO NEXT RECORD
               END-PERFORM
               CLOSE ARQ-BAK
               CLOSE CXRECIBO
           END-IF.
      *
           MOVE 'CXRECIBO' TO WRK-MAN-ARQUIVO.
           PERFORM 0415-GRAVA-MANIFESTO.
       0487-ARQUIVA-CXRECIBO-END. EXIT.

       0488-ARQUIVA-CAIXA SECTION.
           MOVE 'CAIXA-ARC-' TO WRK-AUX-SUFIXO.
           PERFORM 0418-MONTA-NOME-AUX.
           MOVE ZEROES TO WRK-AUX-COUNT.
           MOVE 90     TO WRK-AUX-BAK-TAM.
      *
           OPEN INPUT CAIXA.
      *
           IF FS-CAIXA NOT EQUAL "00" AND NOT EQUAL "35"
               MOVE 'CAIXA'  TO WRK-MAN-ARQUIVO
               MOVE FS-CAIXA TO WRK-ARQ-STATUS
               PERFORM 0419-ARQUIVO-FALHOU
           END-IF.
      *
           IF FS-CAIXA EQUAL "00"
               OPEN OUTPUT ARQ-BAK
               MOVE ZEROES TO CXA-NUMERO
               START CAIXA KEY IS NOT LESS THAN CXA-NUMERO
                   INVALID KEY
                       MOVE '10' TO FS-CAIXA
               END-START
               IF FS-CAIXA EQUAL "00"
                   READ CAIXA NEXT RECORD
               END-IF
               PERFORM UNTIL FS-CAIXA EQUAL "10"
                   ADD 1 TO WRK-AUX-COUNT
                   MOVE REG-CXA TO REG-AUX-BAK
                   WRITE REG-AUX-BAK
                   READ CAIXA NEXT RECORD
               END-PERFORM
               CLOSE ARQ-BAK
               CLOSE CAIXA
           END-IF.
      *
           MOVE 'CAIXA' TO WRK-MAN-ARQUIVO.
           PERFORM 0415-GRAVA-MANIFESTO.
       0488-ARQUIVA-CAIXA-END. EXIT.

       0489-ROTACIONA-DIARIO SECTION.
      *    COM O CONJUNTO INTEIRO COPIADO, O DIARIO DE RECUPERACAO DO
      *    DIA VAI PARA VIDJRN-ARC-AAAAMMDD.DAT E RECOMECA VAZIO, SO
      *    COM O CABECALHO 'G' QUE DIZ DE QUAL GERACAO ELE PARTE: A
      *    RECUPERACAO (RFVIDPRG) RESTAURA ESTA GERACAO E REAPLICA O
      *    DIARIO NOVO POR CIMA DELA. CONJUNTO INCOMPLETO OU COPIA DO
      *    DIARIO COM FALHA NAO ROTACIONA: O DIARIO FICA COMO ESTA,
      *    AINDA PRESO A GERACAO ANTERIOR, E O MANIFESTO REGISTRA
      *    VIDJRN-RETIDO.
           MOVE 'VIDJRN-ARC-' TO WRK-AUX-SUFIXO.
           PERFORM 0418-MONTA-NOME-AUX.
           MOVE ZEROES TO WRK-AUX-COUNT.
      *
           OPEN INPUT VIDJRN.
      *
           IF FS-VIDJRN NOT EQUAL "00" AND NOT EQUAL "35"
               MOVE 'VIDJRN'  TO WRK-MAN-ARQUIVO
               MOVE FS-VIDJRN TO WRK-ARQ-STATUS
               PERFORM 0419-ARQUIVO-FALHOU
           END-IF.
      *
           IF FS-VIDJRN EQUAL "00"
               OPEN OUTPUT JRN-BAK
               IF FS-JRN-BAK EQUAL "00"
                   READ VIDJRN
               END-IF
               PERFORM UNTIL FS-VIDJRN NOT EQUAL "00"
                          OR FS-JRN-BAK NOT EQUAL "00"
                   IF NOT JRN-GERACAO
                       ADD 1 TO WRK-AUX-COUNT
                   END-IF
                   MOVE REG-JRN TO REG-JRN-BAK
                   WRITE REG-JRN-BAK
                   IF FS-JRN-BAK EQUAL "00"
                       READ VIDJRN
                   END-IF
               END-PERFORM
               IF FS-JRN-BAK NOT EQUAL "00"
                   MOVE 'VIDJRN-ARC'  TO WRK-MAN-ARQUIVO
                   MOVE FS-JRN-BAK    TO WRK-ARQ-STATUS
                   PERFORM 0419-ARQUIVO-FALHOU
               ELSE
                   IF FS-VIDJRN NOT EQUAL "10"
                       MOVE 'VIDJRN'  TO WRK-MAN-ARQUIVO
                       MOVE FS-VIDJRN TO WRK-ARQ-STATUS
                       PERFORM 0419-ARQUIVO-FALHOU
                   END-IF
               END-IF
               CLOSE JRN-BAK
               CLOSE VIDJRN
           END-IF.
      *
           IF WRK-ARQ-COMPLETO NOT EQUAL 'S'
               DISPLAY 'ARVIDPRG: CONJUNTO INCOMPLETO; DIARIO MANTIDO '
                       'SEM ROTACAO.'
               MOVE 'VIDJRN-RETIDO' TO WRK-MAN-ARQUIVO
               PERFORM 0415-GRAVA-MANIFESTO
               GO TO 0489-ROTACIONA-DIARIO-END
           END-IF.
      *
           OPEN OUTPUT VIDJRN.
      *
           IF FS-VIDJRN NOT EQUAL "00"
               DISPLAY 'ARVIDPRG: ERRO AO RECRIAR O DIARIO.'
      *
               MOVE FS-VIDJRN TO WS-ABEND-CODE
               MOVE 'ERRO AO RECRIAR ARQUIVO VIDJRN'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           MOVE SPACES           TO REG-JRN.
           MOVE WRK-DATA-SISTEMA TO JRN-DATA.
           ACCEPT JRN-HORA       FROM TIME.
           MOVE 'VIDJRN'         TO JRN-ARQUIVO.
           MOVE 'G'              TO JRN-OPERACAO.
           MOVE 'ARVIDPRG'       TO JRN-PROGRAMA.
           MOVE 'BATCH'          TO JRN-OPERADOR.
           WRITE REG-JRN.
           CLOSE VIDJRN.
      *
           MOVE 'VIDJRN' TO WRK-MAN-ARQUIVO.
           PERFORM 0415-GRAVA-MANIFESTO.
       0489-ROTACIONA-DIARIO-END. EXIT.

       0490-FECHA-MANIFESTO SECTION.
           CLOSE MANIFESTO.
      *
           IF WRK-ARQ-COMPLETO EQUAL 'S'
               DISPLAY 'ARVIDPRG: CONJUNTO COMPLETO ARQUIVADO. MANIFEST'
                       'O: ' WRK-MAN-NOME
           ELSE
               DISPLAY 'ARVIDPRG: CONJUNTO INCOMPLETO ARQUIVADO. MANIFE'
                       'STO: ' WRK-MAN-NOME
           END-IF.
       0490-FECHA-MANIFESTO-END. EXIT.

       0600-ROT-ABEND SECTION.
