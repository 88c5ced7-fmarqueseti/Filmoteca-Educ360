      **
      * COPY BOOK WORKING STORAGE OF MOSTRAS (THEMATIC FILM CYCLES)
      **
       77 FS-MOSTRAS             PIC X(02).
