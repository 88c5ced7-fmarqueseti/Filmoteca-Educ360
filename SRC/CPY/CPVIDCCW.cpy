      **
      * COPY BOOK WORKING STORAGE OF CONTASCTB (ACCOUNT TABLE)
      **
       77 FS-CONTASCTB           PIC X(02).
