           05 LINE 07 COLUMN 40 VALUE "5 - SOLICITAR ISENCAO".
           05 LINE 08 COLUMN 40 VALUE "6 - APROVAR/NEGAR ISENCAO".
           05 LINE 09 COLUMN 40 VALUE "7 - RELATORIO ISENCOES (IMPR.)".
           05 LINE 10 COLUMN 40 VALUE "8 - PARCELAR REPOSICAO".
           05 LINE 11 COLUMN 40 VALUE "9 - PAGAR PARCELA".
           05 LINE 11 COLUMN 02 VALUE "0 - VOLTAR".
           05 LINE 12 COLUMN 02 VALUE "OPCAO: ".
           05 COLUMN PLUS 01    PIC X(01) USING WRK-OPTION.
           05 COLUMN PLUS 01    PIC X(08) USING WRK-ISN-SENHA SECURE.
           05 LINE 18 COLUMN 02 VALUE "APROVA (S/N).....: ".
           05 COLUMN PLUS 01    PIC X(01) USING WRK-ISN-APROVA.
      *
       01 SCREEN-MULTA-PLANO.
           05 LINE 15 COLUMN 02 VALUE "NUMERO DE PARCELAS.......: ".
           05 COLUMN PLUS 01    PIC 9(02) USING WRK-PC-QTD.
           05 LINE 16 COLUMN 02 VALUE "1O VENCIMENTO (AAAAMMDD).: ".
           05 COLUMN PLUS 01    PIC 9(08) USING WRK-PC-PRIMEIRO.
      *
       01 SCREEN-MULTA-SUPERV-PLANO.
           05 LINE 17 COLUMN 02 VALUE "SUPERVISOR...............: ".
           05 COLUMN PLUS 01    PIC X(08) USING WRK-ISN-SUPERVISOR.
           05 LINE 18 COLUMN 02 VALUE "SENHA....................: ".
           05 COLUMN PLUS 01    PIC X(08) USING WRK-ISN-SENHA SECURE.
      *
       01 SCREEN-MULTA-KEY.
           05 LINE 13 COLUMN 02 VALUE "NUMERO DA MULTA.: ".
