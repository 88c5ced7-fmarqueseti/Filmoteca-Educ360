           MOVE SPACES    TO EXE-SITUACAO.
           MOVE SPACES    TO EXE-BAIXA-MOTIVO.
           MOVE ZEROES    TO EXE-BAIXA-DATA.
           MOVE SPACES    TO EXE-POSICAO.
           WRITE REG-EXE.
      *
           MOVE 'A'    TO STG-SITUACAO.
