      **
      * COPY BOOK DESCRIPTION OF RECOVERY JOURNAL RECORD - UMA ENTRADA
      * POR GRAVACAO, REGRAVACAO OU EXCLUSAO EM LOANS, LOANHIST,
      * MULTAS, RESERVAS, CXRECIBO OU CAIXA, NA ORDEM EM QUE OCORRERAM.
      * JRN-OPERACAO 'I' = INCLUSAO (SO IMAGEM DEPOIS), 'A' = ALTERACAO
      * (ANTES E DEPOIS), 'E' = EXCLUSAO (SO IMAGEM ANTES), 'G' =
      * CABECALHO DA GERACAO: JRN-DATA E A DATA DA COPIA NOTURNA DO
      * ARVIDPRG A PARTIR DA QUAL O DIARIO VALE.
      **
       01 REG-JRN.
           05 JRN-DATA             PIC 9(08).
           05 JRN-HORA             PIC 9(08).
           05 JRN-ARQUIVO          PIC X(08).
           05 JRN-OPERACAO         PIC X(01).
               88 JRN-INCLUSAO         VALUE 'I'.
               88 JRN-ALTERACAO        VALUE 'A'.
               88 JRN-EXCLUSAO         VALUE 'E'.
               88 JRN-GERACAO          VALUE 'G'.
           05 JRN-PROGRAMA         PIC X(08).
           05 JRN-OPERADOR         PIC X(08).
           05 JRN-ANTES            PIC X(100).
           05 JRN-DEPOIS           PIC X(100).
