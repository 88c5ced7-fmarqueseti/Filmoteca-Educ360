      **
      * COPY BOOK DESCRIPTION DATA FILES - CIRCEST (CIRCULATION
      * STATISTICS SUMMARY)
      * (INDEXADO POR MES + FILME + TURMA + EVENTO, PARA OS
      * RELATORIOS DE UM PERIODO POSICIONAREM NO PRIMEIRO MES COM
      * START E PARAREM NO ULTIMO, SEM VARRER O HISTORICO.)
      **
           SELECT CIRCEST
              ASSIGN       TO './dat/CIRCEST.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-CIRCEST
              RECORD KEY   IS CES-CHAVE
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC.
