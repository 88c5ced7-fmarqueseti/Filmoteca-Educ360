      **
      * COPY BOOK DESCRIPTION DATA FILES - PARCEIRAS (PARTNER LIBRARIES)
      **
           SELECT PARCEIRAS
              ASSIGN       TO './dat/PARCEIRAS.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-PARCEIRAS
              RECORD KEY   IS PTN-CODIGO.
