      **
      * COPY BOOK WORKING STORAGE OF EQMANUT (EQUIPMENT MAINTENANCE
      * LOG)
      **
       77 FS-EQMANUT             PIC X(02).
