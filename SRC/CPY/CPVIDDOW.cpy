      **
      * COPY BOOK WORKING STORAGE OF DOACOES (DONATION REGISTER)
      **
       77 FS-DOACOES             PIC X(02).
