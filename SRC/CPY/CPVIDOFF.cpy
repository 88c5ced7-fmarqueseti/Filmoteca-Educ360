      **
      * COPY BOOK DESCRIPTION DATA FILES - CIRCOFF (OFFLINE CIRCULATION
      * CAPTURE)
      **
           SELECT CIRCOFF
              ASSIGN       TO './dat/CIRCOFF.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-CIRCOFF.
