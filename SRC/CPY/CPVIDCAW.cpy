      **
      * COPY BOOK WORKING STORAGE OF CARTOES (BORROWER CARDS)
      **
       77 FS-CARTOES             PIC X(02).
