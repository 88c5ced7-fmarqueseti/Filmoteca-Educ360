           05 COLUMN PLUS 01    PIC 9(04) USING TOM-ANO-MATRICULA.
           05 LINE 20 COLUMN 02 VALUE "SITUACAO (A/V)...: ".
           05 COLUMN PLUS 01    PIC X(01) USING TOM-SITUACAO.
           05 LINE 21 COLUMN 02 VALUE "CATEGORIA (A/P/F): ".
           05 COLUMN PLUS 01    PIC X(01) USING TOM-CATEGORIA.
           05 COLUMN PLUS 02    VALUE "A=ALUNO P=PROF. F=FUNCIONARIO".
      *
       01 SCREEN-TOMADOR-HEADER.
           05 LINE 14 COLUMN 02 VALUE "CODIGO".
           05 LINE 14 COLUMN 10 VALUE "NOME".
           05 LINE 14 COLUMN 42 VALUE "TURMA".
           05 LINE 14 COLUMN 54 VALUE "TELEFONE".
           05 LINE 14 COLUMN 68 VALUE "CAT".
