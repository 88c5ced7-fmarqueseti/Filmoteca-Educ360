      **
      * COPY BOOK WORKING STORAGE OF DEPOSITO (BANK DEPOSITS)
      **
       77 FS-DEPOSITO            PIC X(02).
