      * RECORD - UM ITEM POR DESEJO ENCOMENDADO. PIT-SITUACAO: 'A' =
      * AGUARDANDO, 'R' = RECEBIDO (GEROU O REGISTRO DO CATALOGO E O
      * PRIMEIRO EXEMPLAR), 'C' = CANCELADO (O DESEJO VOLTA A FILA).
      * CADA ITEM EMPENHA O SEU PRECO ESTIMADO NO ORCAMENTO DO ANO
      * LETIVO E DA FONTE DE RECURSO (ORCAMENTO.DAT) ATE O
      * RECEBIMENTO, QUANDO O PRECO PAGO PASSA A GASTO.
      **
       01 REG-PIT.
           05 PIT-CHAVE.
           05 PIT-SITUACAO           PIC X(01).
           05 PIT-CODIGO-GERADO      PIC 9(07).
           05 PIT-DATA-RECEB         PIC 9(08).
      *    VERBA DO ITEM: ANO E FONTE DO ORCAMENTO EMPENHADO, PRECO
      *    UNITARIO ESTIMADO NA ENCOMENDA E PRECO PAGO NO RECEBIMENTO
      *    (ZEROS ENQUANTO AGUARDA). ITEM SEM FONTE FOI ENCOMENDADO
      *    ANTES DO CONTROLE DE ORCAMENTO E NAO MEXE NELE. ARQUIVO
      *    GRAVADO NO LAYOUT ANTERIOR, SEM ESTES CAMPOS, E CONVERTIDO
      *    PELO UTILITARIO CRVIDPRG.
           05 PIT-ORC-ANO            PIC 9(04).
           05 PIT-ORC-FONTE          PIC X(01).
           05 PIT-PRECO-ESTIM        PIC 9(05)V9(02).
           05 PIT-PRECO-PAGO         PIC 9(05)V9(02).
