      **
      * COPY BOOK PROCEDURE - VERIFICA SE O DIREITO DE EXIBICAO DO
      * TITULO COBRE O PERIODO E O USO PRETENDIDO. O CHAMADOR DEVE
      * ABRIR DIREXIB E MOVER WRK-LEX-CODIGO, WRK-LEX-DATA-DE,
      * WRK-LEX-DATA-ATE E WRK-LEX-USO ANTES DA COPY; A RESPOSTA VEM
      * EM WRK-LEX-COBERTURA E A MENSAGEM EM WRK-MSG.
      **
           MOVE 'C' TO WRK-LEX-COBERTURA.
           MOVE WRK-LEX-CODIGO TO LEX-CODIGO.
      *
           READ DIREXIB
               INVALID KEY
                   MOVE 'A' TO WRK-LEX-COBERTURA
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN LEX-TIPO EQUAL 'P'
                           CONTINUE
                       WHEN LEX-DATA-INICIO GREATER THAN
                            WRK-LEX-DATA-DE
                           MOVE 'D' TO WRK-LEX-COBERTURA
                       WHEN LEX-DATA-FIM NOT EQUAL ZEROES
                        AND LEX-DATA-FIM LESS THAN WRK-LEX-DATA-ATE
                           MOVE 'D' TO WRK-LEX-COBERTURA
                       WHEN WRK-LEX-USO EQUAL 'E'
                        AND LEX-ESCOPO NOT EQUAL 'E'
                           MOVE 'E' TO WRK-LEX-COBERTURA
                   END-EVALUATE
           END-READ.
      *
           INITIALIZE WRK-MSG.
           EVALUATE WRK-LEX-COBERTURA
               WHEN 'A'
                   MOVE '20SEM DIREITO DE EXIBICAO. CONFIRMA (S/N)?'
                       TO WRK-MSG
               WHEN 'D'
                   MOVE '20DIREITO DE EXIBICAO FORA DA VIGENCIA.'
                       TO WRK-MSG
               WHEN 'E'
                   MOVE '18LICENCA DO FILME SO COBRE SALA DE AULA.'
                       TO WRK-MSG
           END-EVALUATE.
