           05 LINE 09 COLUMN 40 VALUE "9 - DELTA P/ SECRETARIA".
           05 LINE 10 COLUMN 40 VALUE "A - RESUMO MENSAL".
           05 LINE 11 COLUMN 40 VALUE "B - SCORECARD DISTRIBUIDORAS".
           05 LINE 12 COLUMN 40 VALUE "C - REGISTROS DUPLICADOS".
           05 LINE 13 COLUMN 40 VALUE "D - TITULOS SEM CIRCULACAO".
           05 LINE 14 COLUMN 40 VALUE "E - SPOOL DE RELATORIOS".
           05 LINE 15 COLUMN 40 VALUE "F - OFICINA DE REPAROS".
           05 LINE 18 COLUMN 02 VALUE "P - RELATORIO ANUAL".
           05 LINE 19 COLUMN 02 VALUE "Q - CONSULTA AVANCADA".
           05 LINE 20 COLUMN 02 VALUE "R - BOLETIM DE NOVIDADES".
           05 LINE 21 COLUMN 02 VALUE "S - FINANCEIRO / CONTABIL".
           05 LINE 13 COLUMN 02 VALUE "0 - VOLTAR".
           05 LINE 14 COLUMN 02 VALUE "OPCAO: ".
           05 COLUMN PLUS 01    PIC X(01) USING WRK-OPTION.
