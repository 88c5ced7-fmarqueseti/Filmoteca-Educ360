      **
      * COPY BOOK DESCRIPTION OF EXCECAO DE POLITICA (POLICY OVERRIDE) RECORD
      * (UMA LINHA POR EXCECAO DE POLITICA DE EMPRESTIMO AUTORIZADA
      * POR SUPERVISOR EM EMVIDPRG, ULVIDPRG E AGVIDPRG.
      * OVR-BLOQUEIO: 'V' = EMPRESTIMO VENCIDO, 'L' = LIMITE DE
      * EMPRESTIMOS, 'C' = CLASSIFICACAO
      * INDICATIVA, 'M' = MATRICULA VENCIDA, 'R' = REPOSICAO DE ITEM
      * PERDIDO EM ABERTO, 'P' = PARCELA DE REPOSICAO VENCIDA,
      * 'K' = PECA DE COPIA DEVOLVIDA INCOMPLETA PENDENTE, 'D' =
      * DIREITO DE EXIBICAO PUBLICA NAO COBRE A DATA OU O USO.
      * OVR-MOTIVO: '1' = PROFESSOR RESPONSAVEL, '2' = DADO CADASTRAL
      * INCORRETO, '3' = AUTORIZACAO DA COORDENACAO, '4' = OUTRO.)
      **
       01 REG-OVR.
           05 OVR-NUMERO             PIC 9(05).
