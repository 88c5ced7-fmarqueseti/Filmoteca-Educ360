      **
      * COPY BOOK DESCRIPTION DATA FILES - POLITICA (LOAN POLICY TABLE
      * PER BORROWER CATEGORY AND MIDIA)
      **
           SELECT POLITICA
              ASSIGN       TO './dat/POLITICA.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-POLITICA
              RECORD KEY   IS POL-CHAVE
              SHARING WITH ALL OTHER
              LOCK MODE IS AUTOMATIC.
