      **
      * COPY BOOK DESCRIPTION DATA FILES - CONDHIST (HISTORICO DE
      * MUDANCAS DE CONDICAO DOS EXEMPLARES)
      **
           SELECT CONDHIST
              ASSIGN       TO './dat/CONDHIST.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-CONDHIST
              RECORD KEY   IS HCO-CHAVE.
