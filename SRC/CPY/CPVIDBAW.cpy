      **
      * COPY BOOK WORKING STORAGE OF BAPROP (TRANSFER PROPOSALS)
      **
       77 FS-BAPROP              PIC X(02).
