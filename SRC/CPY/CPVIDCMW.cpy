      **
      * COPY BOOK WORKING STORAGE OF COMPONEN (ACCOMPANYING MATERIALS)
      **
       77 FS-COMPONEN            PIC X(02).
