      **
      * COPY BOOK DESCRIPTION DATA FILES - COMPONEN (ACCOMPANYING
      * MATERIALS OF EACH PHYSICAL COPY)
      * (INDEXADO POR FILME+EXEMPLAR+SEQUENCIA, QUE AGRUPA AS PECAS
      * DE CADA COPIA NA ORDEM DE CADASTRO.)
      **
           SELECT COMPONEN
              ASSIGN       TO './dat/COMPONEN.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-COMPONEN
              RECORD KEY   IS CMP-CHAVE
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC.
