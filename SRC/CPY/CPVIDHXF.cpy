      **
      * COPY BOOK DESCRIPTION DATA FILES - LOANHIST-ANOS (UM REGISTRO
      * POR ANO LETIVO ARQUIVADO, COM OS TOTAIS DE CONTROLE DO
      * ARQUIVO ANUAL CORRESPONDENTE)
      **
           SELECT HISTANOS
              ASSIGN       TO './dat/LOANHIST-ANOS.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-HISTANOS
              RECORD KEY   IS HXA-ANO.
