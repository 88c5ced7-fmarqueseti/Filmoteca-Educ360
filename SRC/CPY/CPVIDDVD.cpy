      **
      * COPY BOOK DESCRIPTION OF DEVFORN (RETURN TO SUPPLIER) RECORD
      * (UMA DEVOLUCAO POR ITEM RECEBIDO COM DEFEITO OU TROCADO,
      * CONTRA A CHAVE DO ITEM DE PEDIDO EM PEDITENS.DAT. DVF-MOTIVO:
      * 'A' = AVARIADO (RISCADO/DEFEITO), 'T' = TITULO ERRADO, 'O' =
      * OUTROS. DVF-SITUACAO: 'A' = ABERTA (AGUARDANDO ENVIO), 'E' =
      * ENVIADA A DISTRIBUIDORA, 'S' = SUBSTITUIDA (COPIA BOA
      * RECEBIDA, EXEMPLAR VOLTA A CIRCULAR), 'C' = CREDITO (EXEMPLAR
      * BAIXADO COM MOTIVO 'F' E O VALOR VOLTA AO ORCAMENTO DO ITEM).
      * ENQUANTO ABERTA OU ENVIADA, O EXEMPLAR FICA COM SITUACAO 'F'.)
      **
       01 REG-DVF.
           05 DVF-NUMERO             PIC 9(05).
           05 DVF-DISTRIB            PIC X(15).
           05 DVF-PEDIDO             PIC 9(05).
           05 DVF-SEQ                PIC 9(03).
           05 DVF-CODIGO             PIC 9(07).
           05 DVF-EXEMPLAR           PIC 9(02).
           05 DVF-MOTIVO             PIC X(01).
           05 DVF-OBS                PIC X(40).
           05 DVF-DATA-ABERTURA      PIC 9(08).
           05 DVF-DATA-ENVIO         PIC 9(08).
           05 DVF-SITUACAO           PIC X(01).
           05 DVF-DATA-DESFECHO      PIC 9(08).
           05 DVF-VALOR-CREDITO      PIC 9(05)V9(02).
           05 DVF-OPERADOR           PIC X(08).
