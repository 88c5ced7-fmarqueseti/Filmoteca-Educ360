      **
      * COPY BOOK WORKING STORAGE OF ARCHIVED LOAN HISTORY (FILE
      * STATUS, NOME DO ARQUIVO DO ANO E A TABELA DOS ANOS ARQUIVADOS
      * CARREGADA DE LOANHIST-ANOS.DAT PELA CPVIDHAP)
      **
       77 FS-HISTARQ             PIC X(02).
       77 WRK-HSA-NOME           PIC X(40) VALUE SPACES.
      *    'S' = A CONSULTA INCLUI OS ANOS ARQUIVADOS.
       77 WRK-HSA-INCLUI         PIC X(01) VALUE 'N'.
      *
       01 WRK-HSA-ANOS.
           05 WRK-HSA-QTD        PIC 9(02) USAGE COMP-3 VALUE ZEROES.
           05 WRK-HSA-IX         PIC 9(02) USAGE COMP-3 VALUE ZEROES.
           05 WRK-HSA-ANO        PIC 9(04) OCCURS 60 TIMES.
