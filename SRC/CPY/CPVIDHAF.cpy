      **
      * COPY BOOK DESCRIPTION DATA FILES - LOANHIST ANUAL (HISTORICO
      * DE EMPRESTIMOS DE UM ANO LETIVO JA ARQUIVADO, ./dat/LOANHIST-
      * AAAA.DAT, GRAVADO PELO HAVIDPRG COM AS MESMAS CHAVES DO
      * LOANHIST.DAT; O NOME E MONTADO EM WRK-HSA-NOME ANTES DO OPEN.)
      **
           SELECT HISTARQ
              ASSIGN       TO WRK-HSA-NOME
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-HISTARQ
              RECORD KEY   IS HSA-NUMERO
              ALTERNATE RECORD KEY IS HSA-CODIGO WITH DUPLICATES
              ALTERNATE RECORD KEY IS HSA-TOM-CODIGO WITH DUPLICATES
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC.
