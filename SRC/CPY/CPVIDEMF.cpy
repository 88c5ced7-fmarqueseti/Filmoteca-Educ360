      **
      * COPY BOOK DESCRIPTION DATA FILES - EQMANUT (EQUIPMENT
      * MAINTENANCE LOG)
      **
           SELECT EQMANUT
              ASSIGN       TO './dat/EQMANUT.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-EQMANUT
              RECORD KEY   IS EQM-CHAVE
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC.
