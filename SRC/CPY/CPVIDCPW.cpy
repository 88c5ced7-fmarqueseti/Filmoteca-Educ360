      **
      * COPY BOOK WORKING STORAGE OF PERIODOCTB (LEDGER PERIODS)
      **
       77 FS-PERIODOCTB          PIC X(02).
