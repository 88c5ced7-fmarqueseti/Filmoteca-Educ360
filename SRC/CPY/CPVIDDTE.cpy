           MOVE WRK-HORA-HH   TO WRK-HORA-EDIT-HH.
           MOVE WRK-HORA-MM   TO WRK-HORA-EDIT-MM.
           MOVE WRK-HORA-SS   TO WRK-HORA-EDIT-SS.
      *
           IF WRK-AMBIENTE-TREINO
               MOVE '*** TREINAMENTO - DADOS DE PRATICA ***'
                   TO WRK-FAIXA-AMBIENTE
           ELSE
               MOVE SPACES TO WRK-FAIXA-AMBIENTE
           END-IF.
