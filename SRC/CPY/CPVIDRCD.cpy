      **
      * COPY BOOK DESCRIPTION OF REGRACH (CALL NUMBER RULE PER GENRE)
      * RECORD
      * (UMA REGRA POR GENERO: RCH-CLASSE E O PREFIXO DE CLASSE DO
      * NUMERO DE CHAMADA E RCH-DIGITOS QUANTOS DIGITOS (1 A 3) A
      * TABELA DE AUTOR DO TITULO GERA DEPOIS DA LETRA INICIAL.
      * GENERO SEM REGRA USA AS 3 PRIMEIRAS LETRAS E 3 DIGITOS.)
      **
       01 REG-RCH.
           05 RCH-GENERO             PIC X(08).
           05 RCH-CLASSE             PIC X(05).
           05 RCH-DIGITOS            PIC 9(01).
           05 RCH-OPERADOR           PIC X(08).
           05 RCH-DATA               PIC 9(08).
