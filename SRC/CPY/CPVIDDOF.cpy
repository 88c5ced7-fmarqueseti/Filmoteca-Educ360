      **
      * COPY BOOK DESCRIPTION DATA FILES - DOACOES (DONATION REGISTER)
      **
           SELECT DOACOES
              ASSIGN       TO './dat/DOACOES.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-DOACOES
              RECORD KEY   IS DOA-NUMERO.
