      **
      * COPY BOOK DESCRIPTION DATA FILES - DEPCAIXA (DEPOSITED SESSIONS)
      **
           SELECT DEPCAIXA
              ASSIGN       TO './dat/DEPCAIXA.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-DEPCAIXA
              RECORD KEY   IS DPC-CAIXA
              ALTERNATE RECORD KEY IS DPC-DEPOSITO WITH DUPLICATES
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC.
