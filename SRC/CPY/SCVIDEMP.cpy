           05 COLUMN PLUS 01    PIC X(13) USING WRK-BAR-LEITURA.
           05 LINE 15 COLUMN 02 VALUE "PRAZO (AAAAMMDD): ".
           05 COLUMN PLUS 01    PIC 9(08) USING EMP-DATA-PREVISTA.
           05 COLUMN PLUS 02    VALUE "(ZEROS = PRAZO DA POLITICA)".
      *
       01 SCREEN-EQUIP-ANEXO.
           05 LINE 16 COLUMN 02 VALUE "PATRIMONIO DO EQUIPAMENTO: ".
