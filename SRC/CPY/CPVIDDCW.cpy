      **
      * COPY BOOK WORKING STORAGE OF DEPCAIXA (DEPOSITED SESSIONS)
      **
       77 FS-DEPCAIXA            PIC X(02).
