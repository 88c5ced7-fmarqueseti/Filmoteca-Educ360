           END-IF.
      *
           PERFORM UNTIL FS-MOVIES EQUAL "10"
      *        TITULO TEMPORARIO ('T') E DE OUTRA ESCOLA DA REDE E
      *        NAO E OFERECIDO COMO NOSSO.
               IF VID-SITUACAO NOT EQUAL 'B' AND NOT EQUAL 'T'
                   PERFORM 0320-DETALHE-EXPORTACAO
               END-IF
               READ MOVIES NEXT RECORD
