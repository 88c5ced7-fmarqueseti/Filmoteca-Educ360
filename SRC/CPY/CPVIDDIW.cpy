      **
      * COPY BOOK WORKING STORAGE OF DOAITENS (DONATED ITEMS)
      **
       77 FS-DOAITENS            PIC X(02).
