      **
      * COPY BOOK WORKING STORAGE OF ORCAMENTO (ACQUISITION BUDGET)
      **
       77 FS-ORCAMENTO           PIC X(02).
