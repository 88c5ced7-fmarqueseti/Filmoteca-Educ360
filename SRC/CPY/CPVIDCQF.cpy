      **
      * COPY BOOK DESCRIPTION DATA FILES - COMPLETA (LISTA DE TRABALHO
      * DA COMPLETUDE DO CATALOGO)
      **
           SELECT COMPLETA
              ASSIGN       TO './dat/COMPLETA.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-COMPLETA
              RECORD KEY   IS CQL-ORDEM.
