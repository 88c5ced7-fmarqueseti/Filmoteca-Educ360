      **
      * COPY BOOK DESCRIPTION DATA FILES - EQUSO (EQUIPMENT USAGE)
      **
           SELECT EQUSO
              ASSIGN       TO './dat/EQUSO.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-EQUSO
              RECORD KEY   IS EQU-NUMERO
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC.
