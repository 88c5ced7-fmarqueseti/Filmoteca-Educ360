      **
      * COPY BOOK WORKING STORAGE OF CIRCOFF (OFFLINE CIRCULATION
      * CAPTURE)
      **
       77 FS-CIRCOFF             PIC X(02).
