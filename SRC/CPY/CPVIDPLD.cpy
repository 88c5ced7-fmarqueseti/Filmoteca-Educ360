      **
      * COPY BOOK DESCRIPTION OF PARCELAS (INSTALLMENT PLAN) RECORD
      * (UMA LINHA POR PARCELA DE UMA COBRANCA DE REPOSICAO QUE O
      * SUPERVISOR PARCELOU EM MUVIDPRG. A COBRANCA FICA EM MULTAS.DAT
      * COM MUL-SITUACAO 'N' ATE A ULTIMA PARCELA SER PAGA. CADA
      * PARCELA PAGA LEVA O NUMERO DO RECIBO DE CXRECIBO.DAT.
      * PCL-SITUACAO: 'A' = EM ABERTO, 'P' = PAGA.)
      **
       01 REG-PCL.
           05 PCL-CHAVE.
               10 PCL-MULTA          PIC 9(05).
               10 PCL-NUMERO         PIC 9(02).
           05 PCL-TOM-CODIGO         PIC 9(04).
           05 PCL-VALOR              PIC 9(05)V9(02).
           05 PCL-VENCIMENTO         PIC 9(08).
           05 PCL-SITUACAO           PIC X(01).
           05 PCL-DATA-PAGTO         PIC 9(08).
           05 PCL-RECIBO             PIC 9(07).
           05 PCL-SUPERVISOR         PIC X(08).
           05 PCL-DATA-PLANO         PIC 9(08).
