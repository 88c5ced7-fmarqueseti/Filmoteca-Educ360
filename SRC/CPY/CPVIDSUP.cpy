      **
      * COPY BOOK PROCEDURE - MONTA EM WRK-SUG-LISTA AS SUGESTOES
      * "QUEM LEVOU ESTE TAMBEM LEVOU" DO TITULO WRK-SUG-ORIGEM.
      * SUGESTAO.DAT E MOVIES.DAT DEVEM ESTAR ABERTOS PELO CHAMADOR.
      * TITULOS BAIXADOS OU NAO CADASTRADOS SAO DESCARTADOS; COM
      * TOMADOR IDENTIFICADO, FICAM SO OS TITULOS LIVRES OU COM
      * CLASSIFICACAO ATE A IDADE DELE (MESMO CRITERIO DO
      * EMPRESTIMO); SEM TOMADOR, NENHUMA SUGESTAO PODE TER
      * CLASSIFICACAO ACIMA DA DO TITULO DE ORIGEM. A ROTINA RELE
      * MOVIES.DAT: O CHAMADOR DEVE RELER O TITULO QUE ESTAVA
      * USANDO.
      **
           MOVE ZEROES TO WRK-SUG-ACHADOS.
           MOVE ZEROES TO WRK-SUG-FAIXA-MAX.
      *
           IF WRK-SUG-TEM-TOMADOR NOT EQUAL 'S'
               MOVE WRK-SUG-ORIGEM TO CODIGO
               READ MOVIES
                   INVALID KEY
                       MOVE SPACES TO VID-CLASSIF
               END-READ
               IF VID-CLASSIF IS NUMERIC
                   MOVE VID-CLASSIF TO WRK-SUG-FAIXA-MAX
               END-IF
           END-IF.
      *
           MOVE WRK-SUG-ORIGEM TO SUG-CODIGO.
           READ SUGESTAO
               INVALID KEY
                   MOVE ZEROES TO SUG-QTDE
           END-READ.
           IF FS-SUGESTAO NOT EQUAL "00"
               MOVE ZEROES TO SUG-QTDE
           END-IF.
      *
           PERFORM VARYING WRK-SUG-IDX FROM 1 BY 1
                     UNTIL WRK-SUG-IDX GREATER THAN SUG-QTDE
                        OR WRK-SUG-IDX GREATER THAN 8
               MOVE SUG-ITEM-CODIGO(WRK-SUG-IDX) TO CODIGO
               READ MOVIES
                   INVALID KEY
                       MOVE 'B' TO VID-SITUACAO
               END-READ
      *
               MOVE ZEROES TO WRK-SUG-FAIXA
               IF VID-CLASSIF IS NUMERIC
                   MOVE VID-CLASSIF TO WRK-SUG-FAIXA
               END-IF
      *
               EVALUATE TRUE
                   WHEN VID-SITUACAO EQUAL 'B'
                       CONTINUE
                   WHEN WRK-SUG-TEM-TOMADOR EQUAL 'S'
                    AND WRK-SUG-FAIXA GREATER THAN ZEROES
                    AND WRK-SUG-IDADE LESS THAN WRK-SUG-FAIXA
                       CONTINUE
                   WHEN WRK-SUG-TEM-TOMADOR NOT EQUAL 'S'
                    AND WRK-SUG-FAIXA GREATER THAN WRK-SUG-FAIXA-MAX
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WRK-SUG-ACHADOS
                       MOVE CODIGO
                         TO WRK-SUG-CODIGO(WRK-SUG-ACHADOS)
                       MOVE TITULO
                         TO WRK-SUG-TITULO(WRK-SUG-ACHADOS)
                       MOVE VID-CLASSIF
                         TO WRK-SUG-CLASSIF(WRK-SUG-ACHADOS)
                       MOVE MIDIA
                         TO WRK-SUG-MIDIA(WRK-SUG-ACHADOS)
                       MOVE SUG-ITEM-TOMADORES(WRK-SUG-IDX)
                         TO WRK-SUG-TOMADORES(WRK-SUG-ACHADOS)
               END-EVALUATE
           END-PERFORM.
