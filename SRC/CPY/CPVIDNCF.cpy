      **
      * COPY BOOK DESCRIPTION DATA FILES - NUMCHAM (CALL NUMBERS)
      **
           SELECT NUMCHAM
              ASSIGN       TO './dat/NUMCHAM.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-NUMCHAM
              RECORD KEY   IS NCH-CODIGO.
