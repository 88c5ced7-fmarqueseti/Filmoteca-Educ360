      **
      * COPY BOOK WORKING STORAGE OF REGRACH (CALL NUMBER RULE PER
      * GENRE)
      **
       77 FS-REGRACH             PIC X(02).
