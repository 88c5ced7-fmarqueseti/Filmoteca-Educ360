      **
      * COPY BOOK DESCRIPTION OF ARCHIVED LOAN HISTORY RECORD (MESMO
      * LEIAUTE DE REG-HIS, CPVIDHDT; O REGISTRO E COPIADO INTEIRO
      * DE UM PARA O OUTRO.)
      **
       01 REG-HSA.
           05 HSA-NUMERO             PIC 9(07).
           05 HSA-CODIGO             PIC 9(07).
           05 HSA-EXEMPLAR           PIC 9(02).
           05 HSA-TOM-CODIGO         PIC 9(04).
           05 HSA-DATA-EMPRESTIMO    PIC 9(08).
           05 HSA-DATA-PREVISTA      PIC 9(08).
           05 HSA-DATA-DEVOLUCAO     PIC 9(08).
           05 HSA-TIPO               PIC X(01).
