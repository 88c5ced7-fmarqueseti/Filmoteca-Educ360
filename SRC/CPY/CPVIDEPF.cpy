      **
      * COPY BOOK DESCRIPTION DATA FILES - EQPLANO (EQUIPMENT
      * MAINTENANCE PLAN)
      **
           SELECT EQPLANO
              ASSIGN       TO './dat/EQPLANO.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-EQPLANO
              RECORD KEY   IS EPL-TIPO
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC.
