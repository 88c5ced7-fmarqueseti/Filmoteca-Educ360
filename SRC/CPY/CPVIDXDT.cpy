      *    BAIXA LOGICA DA COPIA, NO MESMO CRITERIO DA BAIXA DO TITULO
      *    EM REG-FIL: SITUACAO 'B' TIRA O EXEMPLAR DE CIRCULACAO SEM
      *    APAGAR O REGISTRO (MOTIVO: 'D' DANIFICADA, 'P' PERDIDA,
      *    'O' DOADA, 'G' GASTA, 'F' DEVOLVIDA AO FORNECEDOR COM
      *    CREDITO, 'T' TITULO DEVOLVIDO A BIBLIOTECA PARCEIRA).
      *    SITUACAO 'F' RETEM A COPIA FORA DE CIRCULACAO ENQUANTO HA
      *    DEVOLUCAO AO FORNECEDOR EM ABERTO (DEVFORN.DAT); SITUACAO
      *    'I' ENQUANTO ESTA EMPRESTADA A UMA BIBLIOTECA PARCEIRA
      *    (EMPINTER.DAT); SITUACAO 'C' ENQUANTO A COPIA ESTA
      *    INCOMPLETA, COM PECA QUE NAO VOLTOU NA DEVOLUCAO
      *    (COMPONEN.DAT).
      *    REGISTRO ANTIGO COM ESPACOS NA SITUACAO VALE COMO ATIVO.
      *    ARQUIVO GRAVADO NO LAYOUT ANTERIOR, SEM ESTES CAMPOS, E
      *    CONVERTIDO PELO UTILITARIO CRVIDPRG.
           05 EXE-SITUACAO           PIC X(01).
           05 EXE-BAIXA-MOTIVO       PIC X(01).
           05 EXE-BAIXA-DATA         PIC 9(08).
      *    POSICAO DA COPIA NA ESTANTE DO LOCAL DO TITULO (ESTANTE E
      *    PRATELEIRA, EX.: 'E03P2'), CONFERIDA NA LEITURA DE ESTANTE
      *    DE NCVIDPRG CONTRA A ORDEM DO NUMERO DE CHAMADA. ESPACOS =
      *    AINDA NAO INFORMADA.
           05 EXE-POSICAO            PIC X(08).
