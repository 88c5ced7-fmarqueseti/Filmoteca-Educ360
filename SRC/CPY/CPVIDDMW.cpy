      **
      * COPY BOOK WORKING STORAGE OF DEMDIG (DIGITAL LENDING DEMAND)
      **
       77 FS-DEMDIG              PIC X(02).
