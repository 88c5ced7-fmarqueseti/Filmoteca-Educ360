      **
      * COPY BOOK WORKING STORAGE OF DEMLOCAL (DEMAND BY LOCATION)
      **
       77 FS-DEMLOCAL            PIC X(02).
      *    CONTADOR A SOMAR (MONTADO PELO CHAMADOR ANTES DA COPY
      *    CPVIDDLP); A LEITURA DO ARQUIVO SOBRESCREVE REG-DML.
       01 WRK-DML-CHAVE.
           05 WRK-DML-ANOMES     PIC 9(06) VALUE ZEROES.
           05 WRK-DML-CODIGO     PIC 9(07) VALUE ZEROES.
           05 WRK-DML-LOCAL      PIC X(03) VALUE SPACES.
           05 WRK-DML-EVENTO     PIC X(01) VALUE SPACES.
