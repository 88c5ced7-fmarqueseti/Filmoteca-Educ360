      **
      * COPY BOOK PROCEDURE - CARREGA EM WRK-HSA-ANO OS ANOS LETIVOS
      * JA ARQUIVADOS (LOANHIST-ANOS.DAT), DO MAIS ANTIGO AO MAIS
      * RECENTE. SEM O ARQUIVO, WRK-HSA-QTD FICA ZERADO.
      **
           MOVE ZEROES TO WRK-HSA-QTD.
      *
           OPEN INPUT HISTANOS.
      *
           IF FS-HISTANOS EQUAL "00"
               READ HISTANOS NEXT RECORD
               PERFORM UNTIL FS-HISTANOS NOT EQUAL "00"
                          OR WRK-HSA-QTD NOT LESS THAN 60
                   ADD 1 TO WRK-HSA-QTD
                   MOVE HXA-ANO TO WRK-HSA-ANO(WRK-HSA-QTD)
                   READ HISTANOS NEXT RECORD
               END-PERFORM
               CLOSE HISTANOS
           END-IF.
