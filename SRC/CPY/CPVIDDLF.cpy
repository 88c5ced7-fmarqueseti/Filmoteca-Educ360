      **
      * COPY BOOK DESCRIPTION DATA FILES - DEMLOCAL (DEMAND BY
      * LOCATION)
      * (INDEXADO POR MES + FILME + LOCAL + EVENTO, NO MESMO MOLDE DE
      * CIRCEST.DAT, PARA O BALANCEAMENTO DO ACERVO ENTRE PREDIOS.)
      **
           SELECT DEMLOCAL
              ASSIGN       TO './dat/DEMLOCAL.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-DEMLOCAL
              RECORD KEY   IS DML-CHAVE
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC.
