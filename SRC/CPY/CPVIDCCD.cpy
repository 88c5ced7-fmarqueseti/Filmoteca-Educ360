      **
      * COPY BOOK DESCRIPTION OF CONTASCTB (ACCOUNT TABLE) RECORD
      * (UMA LINHA POR EVENTO DO EXTRATO CONTABIL DE CBVIDPRG, COM AS
      * CONTAS DO PLANO DE CONTAS DA ESCOLA A DEBITAR E A CREDITAR.
      * MANTIDA PELO COORDENADOR NO PROPRIO CBVIDPRG. EVENTOS: 'RC'
      * RECEBIMENTO DE MULTA, 'IS' ISENCAO, 'BM' BAIXA DE MULTA
      * INCOBRAVEL, 'AQ' AQUISICAO DE ACERVO, 'BT' BAIXA DE TITULO,
      * 'BE' BAIXA DE EXEMPLAR IRRECUPERAVEL, 'RP' CUSTO DE REPARO.)
      **
       01 REG-CTC.
           05 CTC-EVENTO             PIC X(02).
           05 CTC-DESCRICAO          PIC X(30).
           05 CTC-CONTA-DEBITO       PIC X(12).
           05 CTC-CONTA-CREDITO      PIC X(12).
