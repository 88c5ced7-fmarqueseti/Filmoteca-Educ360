      **
      * COPY BOOK DESCRIPTION OF DOACOES (DONATION REGISTER) RECORD
      * (UMA ENTREGA DE DOACAO: QUEM DOOU, CONTATO E DATA; OS TITULOS
      * DOADOS FICAM EM DOAITENS.DAT, UM POR ITEM. DOA-TIPO-DOADOR:
      * 'F' = FAMILIA, 'P' = PROFESSOR, 'O' = OUTROS.)
      **
       01 REG-DOA.
           05 DOA-NUMERO             PIC 9(05).
           05 DOA-DOADOR             PIC X(40).
           05 DOA-CONTATO            PIC X(40).
           05 DOA-TIPO-DOADOR        PIC X(01).
           05 DOA-DATA               PIC 9(08).
           05 DOA-OPERADOR           PIC X(08).
