      **
      * COPY BOOK DESCRIPTION OF COMPLETA RECORD - UM TITULO ATIVO COM
      * LACUNAS DE CATALOGACAO, NA ORDEM DA CLASSIFICACAO (MAIS
      * LACUNAS PRIMEIRO). CADA CQL-FALTA TEM 'X' QUANDO A LACUNA
      * EXISTE, NA ORDEM: DETALHES, VALORES, TAG CURRICULAR,
      * CLASSIFICACAO, EXEMPLAR ATIVO, CODIGO DE BARRAS DA COPIA E
      * LOCALIZACAO DA MIDIA DIGITAL. CQL-SITUACAO ' ' = PENDENTE,
      * 'R' = RESOLVIDO PELOS MONITORES.
      **
       01 REG-CQL.
           05 CQL-ORDEM            PIC 9(05).
           05 CQL-CODIGO           PIC 9(07).
           05 CQL-TITULO           PIC X(30).
           05 CQL-LACUNAS          PIC 9(01).
           05 CQL-FALTAS.
               10 CQL-SEM-DETALHES PIC X(01).
               10 CQL-SEM-VALORES  PIC X(01).
               10 CQL-SEM-TAG      PIC X(01).
               10 CQL-SEM-CLASSIF  PIC X(01).
               10 CQL-SEM-EXEMPLAR PIC X(01).
               10 CQL-SEM-BARRAS   PIC X(01).
               10 CQL-SEM-DIGITAL  PIC X(01).
           05 CQL-FALTAS-R REDEFINES CQL-FALTAS.
               10 CQL-FALTA        PIC X(01) OCCURS 7 TIMES.
           05 CQL-SITUACAO         PIC X(01).
           05 CQL-DATA-GERACAO     PIC 9(08).
           05 CQL-DATA-REVISAO     PIC 9(08).
           05 CQL-OPERADOR         PIC X(08).
