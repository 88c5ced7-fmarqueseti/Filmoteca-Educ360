      **
      * COPY BOOK WORKING STORAGE OF PARCEIRAS (PARTNER LIBRARIES)
      **
       77 FS-PARCEIRAS           PIC X(02).
