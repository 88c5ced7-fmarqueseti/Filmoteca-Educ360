      **
      * COPY BOOK DESCRIPTION DATA FILES - DEPRECIA (DEPRECIATION BOOK)
      **
           SELECT DEPRECIA
              ASSIGN       TO './dat/DEPRECIA.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-DEPRECIA
              RECORD KEY   IS DPR-CODIGO.
