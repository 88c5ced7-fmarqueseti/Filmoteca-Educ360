      **
      * COPY BOOK PROCEDURE - MONTA O NUMERO DE CHAMADA DO TITULO PELA
      * REGRA DO GENERO. O CHAMADOR DEVE ABRIR REGRACH E TER O FILME
      * LIDO (GENERO E TITULO) ANTES DA COPY; O NUMERO VOLTA EM
      * WRK-NCH-NUMERO. O CUTTER E A PRIMEIRA LETRA (OU DIGITO) DO
      * TITULO SEM O ARTIGO INICIAL, SEGUIDA DOS DIGITOS DA TABELA
      * DE AUTOR PARA AS LETRAS SEGUINTES.
      **
           MOVE SPACES TO WRK-NCH-NUMERO.
           MOVE SPACES TO WRK-NCH-CUTTER.
      *
           MOVE GENERO TO RCH-GENERO.
           READ REGRACH
               INVALID KEY
                   MOVE GENERO(1:3) TO WRK-NCH-CLASSE
                   MOVE 3           TO WRK-NCH-DIGITOS
               NOT INVALID KEY
                   MOVE RCH-CLASSE  TO WRK-NCH-CLASSE
                   MOVE RCH-DIGITOS TO WRK-NCH-DIGITOS
           END-READ.
      *
           IF WRK-NCH-CLASSE EQUAL SPACES
               MOVE 'GER' TO WRK-NCH-CLASSE
           END-IF.
           IF WRK-NCH-DIGITOS EQUAL ZEROES OR GREATER THAN 3
               MOVE 3 TO WRK-NCH-DIGITOS
           END-IF.
      *
           MOVE TITULO TO WRK-NCH-TITULO.
           INSPECT WRK-NCH-TITULO CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
           EVALUATE TRUE
               WHEN WRK-NCH-TITULO(1:5) EQUAL 'UMAS '
                   MOVE 6 TO WRK-NCH-POS
               WHEN WRK-NCH-TITULO(1:4) EQUAL 'UMA '
                 OR WRK-NCH-TITULO(1:4) EQUAL 'UNS '
                 OR WRK-NCH-TITULO(1:4) EQUAL 'THE '
                   MOVE 5 TO WRK-NCH-POS
               WHEN WRK-NCH-TITULO(1:3) EQUAL 'OS '
                 OR WRK-NCH-TITULO(1:3) EQUAL 'AS '
                 OR WRK-NCH-TITULO(1:3) EQUAL 'UM '
                   MOVE 4 TO WRK-NCH-POS
               WHEN WRK-NCH-TITULO(1:2) EQUAL 'O '
                 OR WRK-NCH-TITULO(1:2) EQUAL 'A '
                   MOVE 3 TO WRK-NCH-POS
               WHEN OTHER
                   MOVE 1 TO WRK-NCH-POS
           END-EVALUATE.
      *
           MOVE ZEROES TO WRK-NCH-QTD.
           PERFORM UNTIL WRK-NCH-POS GREATER THAN 30
                      OR WRK-NCH-QTD NOT LESS THAN WRK-NCH-DIGITOS
               MOVE WRK-NCH-TITULO(WRK-NCH-POS:1) TO WRK-NCH-LETRA
               IF WRK-NCH-LETRA IS ALPHABETIC
              AND WRK-NCH-LETRA NOT EQUAL SPACE
               OR WRK-NCH-LETRA IS NUMERIC
                   IF WRK-NCH-CUTTER EQUAL SPACES
                       MOVE WRK-NCH-LETRA TO WRK-NCH-CUTTER(1:1)
                   ELSE
                       INSPECT WRK-NCH-LETRA CONVERTING
                           WRK-NCH-ALFABETO TO WRK-NCH-TABELA
                       ADD 1 TO WRK-NCH-QTD
                       MOVE WRK-NCH-LETRA
                         TO WRK-NCH-CUTTER(WRK-NCH-QTD + 1:1)
                   END-IF
               END-IF
               ADD 1 TO WRK-NCH-POS
           END-PERFORM.
      *
           IF WRK-NCH-CUTTER EQUAL SPACES
               MOVE 'X' TO WRK-NCH-CUTTER
           END-IF.
      *
           STRING WRK-NCH-CLASSE DELIMITED BY SPACE
                  ' '            DELIMITED BY SIZE
                  WRK-NCH-CUTTER DELIMITED BY SPACE
             INTO WRK-NCH-NUMERO.
