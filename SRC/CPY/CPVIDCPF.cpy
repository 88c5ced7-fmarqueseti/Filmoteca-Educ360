      **
      * COPY BOOK DESCRIPTION DATA FILES - PERIODOCTB (LEDGER PERIODS)
      **
           SELECT PERIODOCTB
              ASSIGN       TO './dat/PERIODOCTB.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-PERIODOCTB
              RECORD KEY   IS CPE-PERIODO
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC.
