      **
      * COPY BOOK DESCRIPTION OF SUGESTAO (WHO BORROWED THIS ALSO
      * BORROWED) RECORD
      * (UM REGISTRO POR TITULO DE ORIGEM COM OS TITULOS MAIS
      * LEVADOS PELOS MESMOS TOMADORES, EM ORDEM DECRESCENTE DE
      * TOMADORES EM COMUM. CALCULADO PELO SUVIDPRG A PARTIR DO
      * LOANHIST.DAT; SUG-QTDE DIZ QUANTAS POSICOES ESTAO OCUPADAS.)
      **
       01 REG-SUG.
           05 SUG-CODIGO             PIC 9(07).
           05 SUG-DATA-CALCULO       PIC 9(08).
           05 SUG-QTDE               PIC 9(02).
           05 SUG-ITEM OCCURS 8 TIMES.
               10 SUG-ITEM-CODIGO    PIC 9(07).
               10 SUG-ITEM-TOMADORES PIC 9(05).
