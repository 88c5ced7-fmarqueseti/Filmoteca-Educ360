           05 LINE 16 COLUMN 55 VALUE "E - EMPRESTIMOS".
           05 LINE 17 COLUMN 55 VALUE "G - ESTATIST. POR GENERO".
           05 LINE 18 COLUMN 55 VALUE "B - MANUTENCAO EM LOTE".
           05 LINE 19 COLUMN 55 VALUE "O - CIRCULACAO OFFLINE".
           05 LINE 20 COLUMN 55 VALUE "0 - SAIR".
           05 LINE 21 COLUMN 55 VALUE "OPCAO: ".
           05 LINE 21 COLUMN 63 PIC X(01) USING WRK-OPTION.
