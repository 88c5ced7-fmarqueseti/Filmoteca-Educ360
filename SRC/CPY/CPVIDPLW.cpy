      **
      * COPY BOOK WORKING STORAGE OF PARCELAS (INSTALLMENT PLANS)
      **
       77 FS-PARCELAS            PIC X(02).
