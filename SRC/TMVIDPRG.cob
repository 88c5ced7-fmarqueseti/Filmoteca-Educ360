       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDTFC'. *> TOMADORES DAT WORKBOOK
           COPY 'CPVIDCAF'. *> CARTOES (BORROWER CARDS)
           COPY 'CPVIDALF'. *> ABEND LOG
      *
       DATA DIVISION.
       FD TOMADORES.
           COPY 'CPVIDTDT'.

       FD CARTOES.
           COPY 'CPVIDCAD'.

       FD VIDABEND.
           COPY 'CPVIDALD'.
      *
           COPY 'CPVIDMNU'. *> MAIN MENU
           COPY 'CPVIDMSG'. *> MESSAGES
           COPY 'CPVIDTNW'. *> TOMADORES DAT WORKBOOK
           COPY 'CPVIDCAW'. *> CARTOES (BORROWER CARDS)
           COPY 'CPVIDABE'. *> ABEND
           COPY 'CPVIDALW'. *> ABEND LOG
      *
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O CARTOES.
      *
           IF FS-CARTOES EQUAL "35"
               OPEN OUTPUT CARTOES
               CLOSE CARTOES
               OPEN I-O CARTOES
           END-IF.
      *
           IF FS-CARTOES NOT EQUAL "00"
               MOVE '43ERRO AO ABRIR ARQUIVO DE CARTEIRINHAS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-CARTOES TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE CARTEIRINHAS'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
       0100-OPEN-DATA-END. EXIT.

       0150-GET-NEXT-CODIGO SECTION.
      *    CORRENTE; A REVALIDACAO ANUAL (MTVIDPRG) CUIDA DO RESTO.
           MOVE WRK-DATA-AAAA TO TOM-ANO-MATRICULA.
           MOVE 'A'           TO TOM-SITUACAO.
           MOVE 'A'           TO TOM-CATEGORIA.
           DISPLAY SCREEN-TOMADOR-KEY.
           DISPLAY SCREEN-TOMADOR-DADOS.
           ACCEPT  SCREEN-TOMADOR-DADOS.
              NOT EQUAL ZEROES
               MOVE '21NASCIMENTO NAO E UMA DATA VALIDA.' TO WRK-MSG
           ELSE
      *    A CATEGORIA ESCOLHE A LINHA DA POLITICA DE EMPRESTIMO
      *    (POLITICA.DAT) NO EMPRESTIMO, NA RENOVACAO E NA MULTA.
           IF TOM-CATEGORIA NOT EQUAL 'A' AND NOT EQUAL 'P'
                        AND NOT EQUAL 'F'
               MOVE '24CATEGORIA DEVE SER A, P OU F.' TO WRK-MSG
           ELSE
               WRITE REG-TOM
                   INVALID KEY
                       MOVE '28CODIGO JA EXISTE.' TO WRK-MSG
                   NOT INVALID KEY
                       PERFORM 0315-REGISTRA-CADASTRO
                       MOVE '50TOMADOR INCLUIDO COM SUCESSO.'
                           TO WRK-MSG
               END-WRITE
           END-IF
           END-IF
           END-IF.
      *
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0310-INCLUIR-TOMADOR-END. EXIT.

       0315-REGISTRA-CADASTRO SECTION.
      *    DATA DA INCLUSAO EM CARTOES.DAT, PARA A IMPRESSAO DAS
      *    CARTEIRINHAS DOS NOVOS CADASTROS (CAVIDPRG). CODIGO REUSADO
      *    DEPOIS DE UMA EXCLUSAO SOBREPOE O REGISTRO ANTIGO.
           INITIALIZE REG-CAR.
           MOVE TOM-CODIGO       TO CAR-TOM-CODIGO.
           MOVE WRK-DATA-SISTEMA TO CAR-DATA-CADASTRO.
           WRITE REG-CAR
               INVALID KEY
                   REWRITE REG-CAR
           END-WRITE.
       0315-REGISTRA-CADASTRO-END. EXIT.

       0320-ALTERAR-TOMADOR SECTION.
           INITIALIZE REG-TOM.
           INITIALIZE WRK-MSG.
                      NOT EQUAL ZEROES
                       MOVE '21NASCIMENTO NAO E UMA DATA VALIDA.'
                           TO WRK-MSG
                   ELSE
                   IF TOM-CATEGORIA NOT EQUAL 'A' AND NOT EQUAL 'P'
                                AND NOT EQUAL 'F'
                       MOVE '24CATEGORIA DEVE SER A, P OU F.'
                           TO WRK-MSG
                   ELSE
                       REWRITE REG-TOM
                           INVALID KEY
                       END-REWRITE
                   END-IF
                   END-IF
                   END-IF
           END-READ.
      *
           DISPLAY SCREEN-MSG.
               DISPLAY TOM-NOME   AT LINE WRK-LST-LINE COLUMN 10
               DISPLAY TOM-TURMA  AT LINE WRK-LST-LINE COLUMN 42
               DISPLAY TOM-FONE   AT LINE WRK-LST-LINE COLUMN 54
               DISPLAY TOM-CATEGORIA AT LINE WRK-LST-LINE COLUMN 69
               ADD 1 TO WRK-LST-LINE
               ADD 1 TO WRK-LST-COUNT
      *
       0345-PAGINA-TOMADORES-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE CARTOES.
           CLOSE TOMADORES.
      *
           IF FS-TOMADORES NOT EQUAL "00"
