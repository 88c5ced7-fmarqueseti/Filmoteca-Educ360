      **
      * COPY BOOK DESCRIPTION OF MIDIADIG (DIGITAL MEDIA LOCATION)
      * RECORD - ONDE FICA O ARQUIVO DE CADA COPIA DIGITAL (MIDIA 'D')
      * (LOC-LICENCAS E O NUMERO DE ACESSOS SIMULTANEOS QUE A LICENCA
      * DO TITULO PERMITE; O EMPRESTIMO DIGITAL DE EMVIDPRG E NEGADO
      * QUANDO TODOS ESTAO EM USO.)
      **
       01 REG-LOC.
           05 LOC-CODIGO       PIC 9(07).
           05 LOC-SERVIDOR     PIC X(20).
           05 LOC-CAMINHO      PIC X(60).
           05 LOC-LICENCAS     PIC 9(03).
