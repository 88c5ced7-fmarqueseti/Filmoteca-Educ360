      **
      * COPY BOOK WORKING STORAGE OF SERIES (MULTI-VOLUME SETS)
      **
       77 FS-SERIES              PIC X(02).
