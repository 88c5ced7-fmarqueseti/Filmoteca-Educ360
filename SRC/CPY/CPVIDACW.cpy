      **
      * COPY BOOK WORKING STORAGE OF ACESSIB (ACCESSIBILITY FEATURES)
      **
       77 FS-ACESSIB             PIC X(02).
