      **
      * COPY BOOK WORKING STORAGE OF NUMCHAM (CALL NUMBERS) AND OF THE
      * CALL NUMBER RULE (CPVIDNCP)
      * (A TABELA DE AUTOR TROCA CADA LETRA DO TITULO POR UM DIGITO
      * EM ORDEM ALFABETICA, PARA O CUTTER ORDENAR COMO O TITULO.)
      **
       77 FS-NUMCHAM             PIC X(02).
       77 WRK-NCH-NUMERO         PIC X(16) VALUE SPACES.
       77 WRK-NCH-TITULO         PIC X(30) VALUE SPACES.
       77 WRK-NCH-CLASSE         PIC X(05) VALUE SPACES.
       77 WRK-NCH-DIGITOS        PIC 9(01) VALUE ZEROES.
       77 WRK-NCH-CUTTER         PIC X(04) VALUE SPACES.
       77 WRK-NCH-LETRA          PIC X(01) VALUE SPACES.
       77 WRK-NCH-POS            PIC 9(02) VALUE ZEROES.
       77 WRK-NCH-QTD            PIC 9(01) VALUE ZEROES.
       77 WRK-NCH-ALFABETO       PIC X(26) VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       77 WRK-NCH-TABELA         PIC X(26) VALUE
           '11222333444555666777888999'.
