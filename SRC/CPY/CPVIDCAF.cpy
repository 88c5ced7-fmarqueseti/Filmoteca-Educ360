      **
      * COPY BOOK DESCRIPTION DATA FILES - CARTOES (BORROWER CARDS)
      **
           SELECT CARTOES
              ASSIGN       TO './dat/CARTOES.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-CARTOES
              RECORD KEY   IS CAR-TOM-CODIGO.
