      **
      * COPY BOOK WORKING STORAGE OF DEVFORN (SUPPLIER RETURNS)
      **
       77 FS-DEVFORN             PIC X(02).
