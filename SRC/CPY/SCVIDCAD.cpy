           05 LINE 11 COLUMN 40 VALUE "C - TRIAGEM DE CATALOGACAO".
           05 LINE 12 COLUMN 40 VALUE "D - TAGS CURRICULARES".
           05 LINE 13 COLUMN 40 VALUE "E - VALORES DO ACERVO".
           05 LINE 14 COLUMN 40 VALUE "F - DOACOES RECEBIDAS".
           05 LINE 15 COLUMN 40 VALUE "G - EMPREST. ENTRE BIBLIOTECAS".
           05 LINE 16 COLUMN 40 VALUE "H - CARTEIRINHAS DOS TOMADORES".
           05 LINE 17 COLUMN 40 VALUE "I - PRIVACIDADE (LGPD)".
           05 LINE 18 COLUMN 40 VALUE "J - CATEGORIAS E POLITICAS".
           05 LINE 19 COLUMN 40 VALUE "K - SERIES E COLECOES".
           05 LINE 20 COLUMN 40 VALUE "L - ACESSIBILIDADE E IDIOMAS".
           05 LINE 21 COLUMN 40 VALUE "M - DIREITOS DE EXIBICAO".
           05 LINE 14 COLUMN 02 VALUE "N - NUMERO DE CHAMADA/ESTANTE".
           05 LINE 15 COLUMN 02 VALUE "O - CARGA DE COMPLEMENTOS (CSV)".
           05 LINE 16 COLUMN 02 VALUE "P - MOSTRAS E CICLOS DE FILMES".
           05 LINE 17 COLUMN 02 VALUE "Q - COMPLETUDE DO CATALOGO".
           05 LINE 18 COLUMN 02 VALUE "0 - VOLTAR".
           05 LINE 19 COLUMN 02 VALUE "OPCAO: ".
           05 COLUMN PLUS 01    PIC X(01) USING WRK-OPTION.
