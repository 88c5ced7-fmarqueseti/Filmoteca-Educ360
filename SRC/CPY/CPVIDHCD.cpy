      **
      * COPY BOOK DESCRIPTION OF CONDHIST RECORD - UMA LINHA POR
      * MUDANCA DE CONDICAO (B/R/D) DE UM EXEMPLAR, COM A ORIGEM
      * (PROGRAMA/ROTINA) E O OPERADOR QUE A REGISTROU
      **
       01 REG-HCO.
           05 HCO-CHAVE.
               10 HCO-CODIGO       PIC 9(07).
               10 HCO-EXEMPLAR     PIC 9(02).
               10 HCO-DATA         PIC 9(08).
               10 HCO-HORA         PIC 9(08).
           05 HCO-ANTERIOR         PIC X(01).
           05 HCO-NOVA             PIC X(01).
           05 HCO-ORIGEM           PIC X(08).
           05 HCO-OPERADOR         PIC X(08).
