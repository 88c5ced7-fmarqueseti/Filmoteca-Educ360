      **
      * COPY BOOK WORKING STORAGE OF COMPLETA (LISTA DE TRABALHO DA
      * COMPLETUDE DO CATALOGO)
      **
       77 FS-COMPLETA            PIC X(02).
