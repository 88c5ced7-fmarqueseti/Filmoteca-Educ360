      **
      * COPY BOOK DESCRIPTION DATA FILES - SUGESTAO (WHO BORROWED
      * THIS ALSO BORROWED)
      * (INDEXADO PELO CODIGO DO TITULO DE ORIGEM; RECRIADO POR
      * INTEIRO A CADA EXECUCAO DO SUVIDPRG.)
      **
           SELECT SUGESTAO
              ASSIGN       TO './dat/SUGESTAO.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-SUGESTAO
              RECORD KEY   IS SUG-CODIGO
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC.
