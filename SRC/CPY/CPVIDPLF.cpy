      **
      * COPY BOOK DESCRIPTION DATA FILES - PARCELAS (INSTALLMENT PLANS)
      **
           SELECT PARCELAS
              ASSIGN       TO './dat/PARCELAS.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-PARCELAS
              RECORD KEY   IS PCL-CHAVE
              ALTERNATE RECORD KEY IS PCL-TOM-CODIGO WITH DUPLICATES
              ALTERNATE RECORD KEY IS PCL-RECIBO WITH DUPLICATES
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC.
