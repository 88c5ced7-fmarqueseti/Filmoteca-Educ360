      **
      * COPY BOOK DESCRIPTION DATA FILES - DEVFORN (SUPPLIER RETURNS)
      **
           SELECT DEVFORN
              ASSIGN       TO './dat/DEVFORN.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-DEVFORN
              RECORD KEY   IS DVF-NUMERO
              ALTERNATE RECORD KEY IS DVF-DISTRIB WITH DUPLICATES.
