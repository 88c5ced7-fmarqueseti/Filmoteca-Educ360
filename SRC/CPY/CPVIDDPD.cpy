      **
      * COPY BOOK DESCRIPTION OF DEPOSITO (BANK DEPOSIT) RECORD
      * (UM DEPOSITO BANCARIO AGRUPA SESSOES DE CAIXA FECHADAS AINDA
      * NAO DEPOSITADAS; AS SESSOES COBERTAS FICAM EM DEPCAIXA.DAT.
      * DEP-VALOR E A SOMA DE CXA-TOTAL-RECEBIDO DAS SESSOES E
      * DEP-DIFERENCA E O CREDITADO PELO BANCO MENOS DEP-VALOR.
      * DEP-SITUACAO: 'A' = AGUARDANDO CREDITO, 'C' = CREDITO
      * CONFERIDO, 'D' = CREDITO COM DIFERENCA.)
      **
       01 REG-DEP.
           05 DEP-NUMERO             PIC 9(05).
           05 DEP-GUIA               PIC X(15).
           05 DEP-DATA               PIC 9(08).
           05 DEP-OPERADOR           PIC X(08).
           05 DEP-QTD-SESSOES        PIC 9(03).
           05 DEP-VALOR              PIC 9(07)V9(02).
           05 DEP-SITUACAO           PIC X(01).
           05 DEP-VALOR-CREDITO      PIC 9(07)V9(02).
           05 DEP-DATA-CREDITO       PIC 9(08).
           05 DEP-DIFERENCA          PIC S9(07)V9(02).
           05 DEP-OPER-CREDITO       PIC X(08).
      *    OBRIGATORIA NA CONFERENCIA QUANDO O CREDITO DO BANCO NAO
      *    BATE COM O VALOR DO DEPOSITO.
           05 DEP-JUSTIFICATIVA      PIC X(40).
