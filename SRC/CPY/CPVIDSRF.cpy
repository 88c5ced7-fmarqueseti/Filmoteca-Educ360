      **
      * COPY BOOK DESCRIPTION DATA FILES - SERIES (SERIES AND
      * MULTI-VOLUME SETS)
      * (INDEXADO POR SERIE+VOLUME, QUE DA A ORDEM DE LEITURA DOS
      * VOLUMES; A CHAVE ALTERNADA PELO CODIGO DIZ A QUE SERIE UM
      * TITULO PERTENCE E IMPEDE O MESMO TITULO EM DUAS SERIES.)
      **
           SELECT SERIES
              ASSIGN       TO './dat/SERIES.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-SERIES
              RECORD KEY   IS SER-CHAVE
              ALTERNATE RECORD KEY IS SER-CODIGO
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC.
