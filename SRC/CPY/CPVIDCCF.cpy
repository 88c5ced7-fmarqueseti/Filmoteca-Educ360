      **
      * COPY BOOK DESCRIPTION DATA FILES - CONTASCTB (ACCOUNT TABLE)
      **
           SELECT CONTASCTB
              ASSIGN       TO './dat/CONTASCTB.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-CONTASCTB
              RECORD KEY   IS CTC-EVENTO
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC.
