      **
      * COPY BOOK WORKING STORAGE OF POLITICA (LOAN POLICY TABLE)
      **
       77 FS-POLITICA            PIC X(02).
