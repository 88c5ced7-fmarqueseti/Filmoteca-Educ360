      **
      * COPY BOOK DESCRIPTION DATA FILES - DEMDIG (DIGITAL LENDING
      * DEMAND PER TITLE AND MONTH)
      **
           SELECT DEMDIG
              ASSIGN       TO './dat/DEMDIG.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-DEMDIG
              RECORD KEY   IS DMD-CHAVE
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC.
