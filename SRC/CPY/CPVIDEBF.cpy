      **
      * COPY BOOK DESCRIPTION DATA FILES - EMPINTER (INTER-LIBRARY LOAN)
      **
           SELECT EMPINTER
              ASSIGN       TO './dat/EMPINTER.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-EMPINTER
              RECORD KEY   IS EIB-NUMERO
              ALTERNATE RECORD KEY IS EIB-PTN-CODIGO WITH DUPLICATES.
