      **
      * COPY BOOK DESCRIPTION OF DEPRECIA (DEPRECIATION BOOK) RECORD
      * (ARQUIVO COMPANHEIRO DE MOVIES.DAT, COMO VALORES.DAT: UM
      * REGISTRO POR TITULO QUE ENTROU NO LIVRO DO ATIVO, GRAVADO E
      * ATUALIZADO SO PELA DEPRECIACAO ANUAL DE DRVIDPRG. O CUSTO E
      * VAL-CUSTO-AQUIS NA ENTRADA NO LIVRO; A DATA DE AQUISICAO VEM
      * DO RECEBIMENTO DO PEDIDO (PIT-DATA-RECEB). DPR-ORIGEM: 'P' =
      * PEDIDO RECEBIDO, 'I' = IMPLANTACAO (TITULO ANTERIOR AO
      * CONTROLE DE PEDIDOS, QUE ENTRA NO SALDO DE ABERTURA DO
      * PRIMEIRO ANO PROCESSADO). DPR-ACUMULADA E A DEPRECIACAO
      * ACUMULADA ATE 31/12 DE DPR-ULT-ANO E DPR-ACUM-ABERTURA A DO
      * INICIO DESSE ANO, PARA REPROCESSAR O ULTIMO ANO. DPR-ANO-
      * ENTRADA E O ANO DO PROCESSAMENTO EM QUE O TITULO ENTROU NO
      * LIVRO (DEFINE SE ELE E ADICAO OU SALDO DE ABERTURA).
      * DPR-SITUACAO: 'A' = NO ATIVO, 'B' = BAIXADO EM BXVIDPRG; NA
      * BAIXA O TITULO SAI DO LIVRO PELO VALOR RESIDUAL
      * (DPR-BAIXA-VALOR).)
      **
       01 REG-DPR.
           05 DPR-CODIGO             PIC 9(07).
           05 DPR-MIDIA              PIC X(01).
           05 DPR-ORIGEM             PIC X(01).
           05 DPR-DATA-AQUIS         PIC 9(08).
           05 DPR-CUSTO              PIC 9(05)V9(02).
           05 DPR-VIDA-ANOS          PIC 9(02).
           05 DPR-ANO-ENTRADA        PIC 9(04).
           05 DPR-ULT-ANO            PIC 9(04).
           05 DPR-ACUM-ABERTURA      PIC 9(05)V9(02).
           05 DPR-ACUMULADA          PIC 9(05)V9(02).
           05 DPR-SITUACAO           PIC X(01).
           05 DPR-BAIXA-ANO          PIC 9(04).
           05 DPR-BAIXA-VALOR        PIC 9(05)V9(02).
