      **
      * COPY BOOK DESCRIPTION DATA FILES - ACESSIB (ACCESSIBILITY AND
      * LANGUAGE FEATURES OF EACH TITLE)
      * (INDEXADO POR RECURSO+IDIOMA+CODIGO, QUE ATENDE A BUSCA E O
      * CATALOGO POR RECURSO; A CHAVE ALTERNADA PELO CODIGO LISTA OS
      * RECURSOS DE UM TITULO.)
      **
           SELECT ACESSIB
              ASSIGN       TO './dat/ACESSIB.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-ACESSIB
              RECORD KEY   IS ACS-CHAVE
              ALTERNATE RECORD KEY IS ACS-CODIGO WITH DUPLICATES
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC.
