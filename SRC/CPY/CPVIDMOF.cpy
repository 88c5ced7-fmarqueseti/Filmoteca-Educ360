      **
      * COPY BOOK DESCRIPTION DATA FILES - MOSTRAS (THEMATIC FILM
      * CYCLES)
      **
           SELECT MOSTRAS
              ASSIGN       TO './dat/MOSTRAS.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-MOSTRAS
              RECORD KEY   IS MOS-NUMERO.
