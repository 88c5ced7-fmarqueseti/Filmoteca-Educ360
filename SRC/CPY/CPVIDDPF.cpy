      **
      * COPY BOOK DESCRIPTION DATA FILES - DEPOSITO (BANK DEPOSITS)
      **
           SELECT DEPOSITO
              ASSIGN       TO './dat/DEPOSITO.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-DEPOSITO
              RECORD KEY   IS DEP-NUMERO
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC.
