      **
      * COPY BOOK WORKING STORAGE OF EMPINTER (INTER-LIBRARY LOANS)
      **
       77 FS-EMPINTER            PIC X(02).
