           05 LINE 08 COLUMN 02 VALUE "2 - ALTERAR EXEMPLAR".
           05 LINE 09 COLUMN 02 VALUE "3 - EXCLUIR EXEMPLAR".
           05 LINE 10 COLUMN 02 VALUE "4 - LISTAR POR FILME".
           05 LINE 07 COLUMN 40 VALUE "5 - INCLUIR PECA DA COPIA".
           05 LINE 08 COLUMN 40 VALUE "6 - EXCLUIR PECA DA COPIA".
           05 LINE 09 COLUMN 40 VALUE "7 - LISTAR PECAS DA COPIA".
           05 LINE 10 COLUMN 40 VALUE "8 - REGULARIZAR PECA FALTANTE".
           05 LINE 11 COLUMN 40 VALUE "9 - COPIAS INCOMPLETAS (IMPR.)".
           05 LINE 11 COLUMN 02 VALUE "0 - VOLTAR".
           05 LINE 12 COLUMN 02 VALUE "OPCAO: ".
           05 COLUMN PLUS 01    PIC X(01) USING WRK-OPTION.
           05 COLUMN PLUS 01    PIC X(01) USING EXE-MIDIA.
           05 LINE 16 COLUMN 02 VALUE "CONDICAO (B/R/D): ".
           05 COLUMN PLUS 01    PIC X(01) USING EXE-CONDICAO.
           05 LINE 17 COLUMN 02 VALUE "POSICAO ESTANTE.: ".
           05 COLUMN PLUS 01    PIC X(08) USING EXE-POSICAO.
      *
       01 SCREEN-EXEMPLAR-HEADER.
           05 LINE 15 COLUMN 02 VALUE "EXEMPLAR".
           05 LINE 15 COLUMN 12 VALUE "MIDIA".
           05 LINE 15 COLUMN 19 VALUE "CONDICAO".
           05 LINE 15 COLUMN 30 VALUE "POSICAO".
      *
       01 SCREEN-PECA-COPIA.
           05 LINE 14 COLUMN 02 VALUE "CODIGO DO FILME.: ".
           05 COLUMN PLUS 01    PIC 9(07) USING CMP-CODIGO.
           05 COLUMN PLUS 03    VALUE "EXEMPLAR: ".
           05 COLUMN PLUS 01    PIC 9(02) USING CMP-EXEMPLAR.
      *
       01 SCREEN-PECA-KEY.
           05 LINE 14 COLUMN 02 VALUE "CODIGO DO FILME.: ".
           05 COLUMN PLUS 01    PIC 9(07) USING CMP-CODIGO.
           05 COLUMN PLUS 03    VALUE "EXEMPLAR: ".
           05 COLUMN PLUS 01    PIC 9(02) USING CMP-EXEMPLAR.
           05 COLUMN PLUS 03    VALUE "PECA: ".
           05 COLUMN PLUS 01    PIC 9(02) USING CMP-SEQ.
      *
       01 SCREEN-PECA-DADOS.
           05 LINE 15 COLUMN 02 VALUE "DESCRICAO.......: ".
           05 COLUMN PLUS 01    PIC X(30) USING CMP-DESCRICAO.
           05 LINE 16 COLUMN 02 VALUE "VALOR REPOSICAO.: ".
           05 COLUMN PLUS 01    PIC 9(05)V9(02) USING CMP-VALOR.
      *
       01 SCREEN-PECA-HEADER.
           05 LINE 15 COLUMN 02 VALUE "PECA".
           05 LINE 15 COLUMN 08 VALUE "DESCRICAO".
           05 LINE 15 COLUMN 40 VALUE "VALOR".
           05 LINE 15 COLUMN 50 VALUE "SIT".
           05 LINE 15 COLUMN 55 VALUE "TOMADOR".
           05 LINE 15 COLUMN 64 VALUE "COBRANCA".
