      *
           PERFORM UNTIL FS-MULTAS EQUAL "10"
                      OR WRK-TEM-PENDENCIA EQUAL 'S'
      *        COBRANCA PARCELADA ('N') AINDA E PENDENCIA.
               IF MUL-TOM-CODIGO EQUAL WRK-TOM-SALVO
              AND (MUL-SITUACAO EQUAL 'A' OR EQUAL 'N')
                   MOVE 'S' TO WRK-TEM-PENDENCIA
               ELSE
                   READ MULTAS NEXT RECORD
