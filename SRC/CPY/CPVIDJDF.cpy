      **
      * COPY BOOK DESCRIPTION DATA FILES - JOBDEF (NIGHTLY JOB STEP
      * DEFINITIONS READ BY JCVIDPRG)
      **
           SELECT JOBDEF
              ASSIGN       TO './dat/JOBDEF.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-JOBDEF
              RECORD KEY   IS JDF-PASSO
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC.
