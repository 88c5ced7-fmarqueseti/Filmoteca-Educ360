      **
      * COPY BOOK DESCRIPTION OF DOAITENS (DONATED ITEM) RECORD
      * (UM REGISTRO POR TITULO DOADO. DOI-CONDICAO NO MESMO CODIGO DE
      * EXE-CONDICAO: 'B' = BOA, 'R' = REGULAR, 'D' = DANIFICADA.
      * DOI-SITUACAO: 'A' = ACEITO (SEGUE PARA A TRIAGEM DE
      * CATALOGACAO EM CATPEND.DAT, NUMERO EM DOI-STG-NUMERO), 'R' =
      * RECUSADO. DOI-MOTIVO DA RECUSA: 'D' = DUPLICADO NO ACERVO,
      * 'E' = ESTADO RUIM, 'C' = CLASSIFICACAO INDICATIVA, 'O' =
      * OUTROS.)
      **
       01 REG-DOI.
           05 DOI-CHAVE.
               10 DOI-NUMERO         PIC 9(05).
               10 DOI-SEQ            PIC 9(03).
           05 DOI-TITULO             PIC X(30).
           05 DOI-GENERO             PIC X(08).
           05 DOI-MIDIA              PIC X(01).
           05 DOI-CLASSIF            PIC X(02).
           05 DOI-CONDICAO           PIC X(01).
           05 DOI-SITUACAO           PIC X(01).
           05 DOI-MOTIVO             PIC X(01).
           05 DOI-STG-NUMERO         PIC 9(05).
