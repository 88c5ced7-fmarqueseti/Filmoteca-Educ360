      **
      * COPY BOOK DESCRIPTION OF LOANHIST-ANOS RECORD - TOTAIS DE
      * CONTROLE DE UM ARQUIVO ANUAL (LOANHIST-AAAA.DAT), RECONTADOS
      * PELO HAVIDPRG A CADA ARQUIVAMENTO: QUANTIDADE DE REGISTROS,
      * SOMA DOS HIS-NUMERO (TOTAL DE HASH), MENOR E MAIOR NUMERO E A
      * DATA DA ULTIMA CARGA
      **
       01 REG-HXA.
           05 HXA-ANO                PIC 9(04).
           05 HXA-REGISTROS          PIC 9(07).
           05 HXA-SOMA-NUMEROS       PIC 9(13).
           05 HXA-NUMERO-MENOR       PIC 9(07).
           05 HXA-NUMERO-MAIOR       PIC 9(07).
           05 HXA-DATA-CARGA         PIC 9(08).
           05 FILLER                 PIC X(14).
