      **
      * COPY BOOK WORKING STORAGE OF TRAINING COPY LOAD CONTROL
      **
       77 FS-TREINOCTL           PIC X(02).
