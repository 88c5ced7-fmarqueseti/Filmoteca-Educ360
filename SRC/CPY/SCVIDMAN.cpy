       01 SCREEN-MAIN.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 02 VALUE "COMPANY.EDUC360".
           05 LINE 01 COLUMN 20 PIC X(38) FROM WRK-FAIXA-AMBIENTE
               HIGHLIGHT.
           05 LINE 01 COLUMN 60 PIC X(10) FROM WRK-DATA-EDIT.
           05 LINE 02 COLUMN 02 VALUE
               "VIDEOTECA - SISTEMA DE CONTROLE DE FILMES".
