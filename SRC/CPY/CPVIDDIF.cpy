      **
      * COPY BOOK DESCRIPTION DATA FILES - DOAITENS (DONATED ITEMS)
      **
           SELECT DOAITENS
              ASSIGN       TO './dat/DOAITENS.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-DOAITENS
              RECORD KEY   IS DOI-CHAVE.
