      **
      * COPY BOOK DESCRIPTION OF COMPONEN (ACCOMPANYING MATERIAL)
      * RECORD
      * (UM REGISTRO POR PECA QUE ACOMPANHA A COPIA FISICA: LIVRETO
      * DO PROFESSOR, SEGUNDO DISCO, ENCARTE DA CAIXA. MANTIDO EM
      * ECVIDPRG E CONFERIDO NA DEVOLUCAO EM EMVIDPRG.
      * CMP-SITUACAO: 'P' = PRESENTE, 'F' = FALTOU NA DEVOLUCAO E
      * ESTA PENDENTE COM O TOMADOR, 'C' = FALTOU E FOI COBRADA EM
      * MULTAS.DAT (REPOSICAO PARCIAL, NUMERO EM CMP-MUL-NUMERO).
      * CMP-VALOR E O CUSTO DE REPOSICAO DA PECA, EM REAIS.)
      **
       01 REG-CMP.
           05 CMP-CHAVE.
               10 CMP-CODIGO         PIC 9(07).
               10 CMP-EXEMPLAR       PIC 9(02).
               10 CMP-SEQ            PIC 9(02).
           05 CMP-DESCRICAO          PIC X(30).
           05 CMP-VALOR              PIC 9(05)V9(02).
           05 CMP-SITUACAO           PIC X(01).
           05 CMP-TOM-CODIGO         PIC 9(04).
           05 CMP-DATA-FALTA         PIC 9(08).
           05 CMP-MUL-NUMERO         PIC 9(05).
