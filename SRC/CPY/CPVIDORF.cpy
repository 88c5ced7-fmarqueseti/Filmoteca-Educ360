      **
      * COPY BOOK DESCRIPTION DATA FILES - ORCAMENTO (BUDGET)
      **
           SELECT ORCAMENTO
              ASSIGN       TO './dat/ORCAMENTO.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-ORCAMENTO
              RECORD KEY   IS ORC-CHAVE.
