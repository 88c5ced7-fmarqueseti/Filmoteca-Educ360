      * (MUL-SITUACAO: 'A' = EM ABERTO, 'P' = PAGA, 'S' = ISENCAO
      * SOLICITADA (AGUARDANDO O SUPERVISOR), 'I' = ISENTA/PERDOADA.
      * A ISENCAO E UM ESTADO PROPRIO PARA O PERDAO NAO SE MISTURAR
      * COM A ARRECADACAO DO CAIXA. 'N' = PARCELADA: COBRANCA DE
      * REPOSICAO DIVIDIDA PELO SUPERVISOR EM PARCELAS.DAT; VIRA 'P'
      * QUANDO A ULTIMA PARCELA E PAGA. 'B' = BAIXADA COMO
      * INCOBRAVEL NA BAIXA ANUAL DE FIVIDPRG (TOMADOR DESLIGADO);
      * TAMBEM FORA DA ARRECADACAO E SEPARADA DA ISENCAO, COM QUEM
      * BAIXOU E QUANDO NA TRILHA DA ISENCAO.)
      **
       01 REG-MUL.
           05 MUL-NUMERO             PIC 9(05).
           05 MUL-SITUACAO           PIC X(01).
           05 MUL-DATA-PAGTO         PIC 9(08).
      *    TIPO DA COBRANCA: 'M' = MULTA POR ATRASO (DIAS X TAXA),
      *    'R' = REPOSICAO DE ITEM PERDIDO, 'C' = TAXA DA SEGUNDA
      *    VIA DA CARTEIRINHA (SEM FILME, MUL-CODIGO ZERADO), 'P' =
      *    REPOSICAO PARCIAL DE PECA QUE ACOMPANHA A COPIA
      *    (COMPONEN.DAT). REGISTRO ANTIGO COM BRANCO VALE COMO MULTA
      *    POR ATRASO.
           05 MUL-TIPO               PIC X(01).
      *    TRILHA DA ISENCAO: MOTIVO ALEGADO, QUEM SOLICITOU, QUEM
      *    APROVOU E QUANDO. ARQUIVO GRAVADO NO LAYOUT ANTERIOR, SEM
