      **
      * COPY BOOK DESCRIPTION OF ORCAMENTO (ACQUISITION BUDGET) RECORD
      * - UMA DOTACAO POR ANO LETIVO E FONTE DE RECURSO. ORC-FONTE:
      * 'A' = APM, 'S' = VERBA DA SECRETARIA (REPASSE DA REDE), 'P' =
      * RECURSOS PROPRIOS DA ESCOLA. O EMPENHADO SOBE COM O PRECO
      * ESTIMADO DE CADA ITEM ENCOMENDADO EM PDVIDPRG E DESCE NO
      * RECEBIMENTO OU NO CANCELAMENTO DO ITEM; O GASTO SOBE COM O
      * PRECO PAGO NO RECEBIMENTO. DISPONIVEL = DOTADO - EMPENHADO -
      * GASTO. VALORES EM REAIS.
      **
       01 REG-ORC.
           05 ORC-CHAVE.
               10 ORC-ANO            PIC 9(04).
               10 ORC-FONTE          PIC X(01).
           05 ORC-DOTADO             PIC 9(07)V9(02).
           05 ORC-EMPENHADO          PIC 9(07)V9(02).
           05 ORC-GASTO              PIC 9(07)V9(02).
