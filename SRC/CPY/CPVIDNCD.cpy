      **
      * COPY BOOK DESCRIPTION OF NUMCHAM (CALL NUMBER) RECORD
      * (UM NUMERO DE CHAMADA POR TITULO, NO FORMATO CLASSE + ' ' +
      * CUTTER, EX.: 'DRA T625'. NCH-ORIGEM: 'R' = GERADO PELA REGRA
      * DO GENERO (REGERAVEL), 'M' = INFORMADO A MAO (A REGERACAO
      * NAO TOCA).)
      **
       01 REG-NCH.
           05 NCH-CODIGO             PIC 9(07).
           05 NCH-NUMERO             PIC X(16).
           05 NCH-ORIGEM             PIC X(01).
           05 NCH-OPERADOR           PIC X(08).
           05 NCH-DATA               PIC 9(08).
