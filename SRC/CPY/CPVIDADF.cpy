      **
      * COPY BOOK DESCRIPTION DATA FILES - ACESSDIG (ACTIVE DIGITAL
      * LENDING GRANTS)
      * (INDEXADO POR FILME+TOMADOR, QUE PERMITE CONTAR OS ACESSOS EM
      * USO DE UM TITULO; A CHAVE ALTERNADA PELO TOMADOR LISTA OS
      * ACESSOS DE UM LEITOR.)
      **
           SELECT ACESSDIG
              ASSIGN       TO './dat/ACESSDIG.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-ACESSDIG
              RECORD KEY   IS ADG-CHAVE
              ALTERNATE RECORD KEY IS ADG-TOM-CODIGO WITH DUPLICATES
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC.
