      **
      * COPY BOOK WORKING STORAGE OF CIRCEST (CIRCULATION STATISTICS)
      **
       77 FS-CIRCEST             PIC X(02).
      *    CONTADOR A SOMAR (MONTADO PELO CHAMADOR ANTES DA COPY
      *    CPVIDCEP); A LEITURA DO ARQUIVO SOBRESCREVE REG-CES.
       01 WRK-CES-CHAVE.
           05 WRK-CES-ANOMES     PIC 9(06) VALUE ZEROES.
           05 WRK-CES-CODIGO     PIC 9(07) VALUE ZEROES.
           05 WRK-CES-TURMA      PIC X(10) VALUE SPACES.
           05 WRK-CES-EVENTO     PIC X(01) VALUE SPACES.
