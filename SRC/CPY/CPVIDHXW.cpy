      **
      * COPY BOOK WORKING STORAGE OF LOANHIST-ANOS (FILE STATUS)
      **
       77 FS-HISTANOS            PIC X(02).
