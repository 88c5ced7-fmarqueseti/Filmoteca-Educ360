      **
      * COPY BOOK WORKING STORAGE OF MOSSESS (FILM CYCLE SESSIONS)
      **
       77 FS-MOSSESS             PIC X(02).
