      **
      * COPY BOOK DESCRIPTION DATA FILES - DIREXIB (PUBLIC-PERFORMANCE
      * RIGHTS)
      * (INDEXADO PELO CODIGO DO FILME, UM REGISTRO POR TITULO; A
      * CHAVE ALTERNADA PELA DATA FIM PERMITE LISTAR OS VENCIMENTOS
      * DE UMA JANELA SEM VARRER O ARQUIVO INTEIRO.)
      **
           SELECT DIREXIB
              ASSIGN       TO './dat/DIREXIB.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-DIREXIB
              RECORD KEY   IS LEX-CODIGO
              ALTERNATE RECORD KEY IS LEX-DATA-FIM WITH DUPLICATES.
