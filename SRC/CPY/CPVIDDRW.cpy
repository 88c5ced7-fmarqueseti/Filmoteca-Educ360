      **
      * COPY BOOK WORKING STORAGE OF DEPRECIA (DEPRECIATION BOOK)
      **
       77 FS-DEPRECIA            PIC X(02).
