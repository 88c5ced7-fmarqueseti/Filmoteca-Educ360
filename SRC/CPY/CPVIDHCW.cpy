      **
      * COPY BOOK WORKING STORAGE OF CONDHIST (FILE STATUS E DADOS DA
      * MUDANCA A GRAVAR PELA CPVIDHCP)
      **
       77 FS-CONDHIST            PIC X(02).
       01 WRK-HCO-DADOS.
           05 WRK-HCO-CODIGO     PIC 9(07).
           05 WRK-HCO-EXEMPLAR   PIC 9(02).
           05 WRK-HCO-ANTERIOR   PIC X(01).
           05 WRK-HCO-NOVA       PIC X(01).
           05 WRK-HCO-ORIGEM     PIC X(08).
