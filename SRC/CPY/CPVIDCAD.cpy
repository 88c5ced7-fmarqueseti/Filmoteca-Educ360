      **
      * COPY BOOK DESCRIPTION OF CARTOES (BORROWER CARD) RECORD
      * (UM REGISTRO POR TOMADOR. CAR-DATA-CADASTRO E GRAVADA NA
      * INCLUSAO DO TOMADOR (TMVIDPRG/IBVIDPRG) E ALIMENTA A IMPRESSAO
      * DOS NOVOS CADASTROS; TOMADOR ANTERIOR A ESTE CONTROLE NAO TEM
      * REGISTRO E SO SAI NA IMPRESSAO POR TURMA. CAR-BAR-VALOR E A
      * CARTEIRINHA EM VIGOR E CAR-VIA O NUMERO DA VIA; A SEGUNDA VIA
      * CANCELA O VALOR ANTERIOR EM BARCODE.DAT (BAR-TIPO 'X').)
      **
       01 REG-CAR.
           05 CAR-TOM-CODIGO         PIC 9(04).
           05 CAR-DATA-CADASTRO      PIC 9(08).
           05 CAR-BAR-VALOR          PIC X(13).
           05 CAR-VIA                PIC 9(02).
           05 CAR-DATA-EMISSAO       PIC 9(08).
