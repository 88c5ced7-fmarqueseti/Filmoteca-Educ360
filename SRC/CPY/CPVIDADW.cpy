      **
      * COPY BOOK WORKING STORAGE OF ACESSDIG (ACTIVE DIGITAL GRANTS)
      **
       77 FS-ACESSDIG            PIC X(02).
