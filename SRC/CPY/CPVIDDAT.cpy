           05 MIDIA            PIC X(01).
      *    BAIXA LOGICA: SITUACAO 'B' TIRA O FILME DA LISTAGEM E DO
      *    EMPRESTIMO SEM APAGAR O REGISTRO (MOTIVO: 'D' DANIFICADA,
      *    'P' PERDIDA, 'O' DOADA, 'G' GASTA, 'T' DEVOLVIDO A
      *    BIBLIOTECA PARCEIRA). SITUACAO 'T' E O REGISTRO TEMPORARIO
      *    DE UM TITULO RECEBIDO DE BIBLIOTECA PARCEIRA (EMPINTER.DAT):
      *    CIRCULA NORMALMENTE, MAS NAO ENTRA NO CATALOGO DA REDE.
      *    REGISTRO ANTIGO COM ESPACOS NA SITUACAO VALE COMO ATIVO.
           05 VID-SITUACAO     PIC X(01).
           05 VID-BAIXA-MOTIVO PIC X(01).
           05 VID-BAIXA-DATA   PIC 9(08).
