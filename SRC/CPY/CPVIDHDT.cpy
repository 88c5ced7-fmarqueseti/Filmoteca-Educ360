      *    TIPO DO EVENTO: 'D' = DEVOLUCAO, 'R' = RENOVACAO (GUARDA O
      *    PRAZO ANTERIOR EM HIS-DATA-PREVISTA E FICA COM DEVOLUCAO
      *    ZERADA), 'P' = PERDA DECLARADA (A DATA DE DEVOLUCAO E A DA
      *    DECLARACAO), 'G' = ACESSO DIGITAL EXPIRADO (MIDIA 'D', SEM
      *    EXEMPLAR; DEVOLUCAO = FIM DO ACESSO, GRAVADO POR DXVIDPRG).
      *    REGISTRO ANTIGO COM BRANCO VALE COMO DEVOLUCAO.
           05 HIS-TIPO               PIC X(01).
