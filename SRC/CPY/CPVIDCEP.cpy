      **
      * COPY BOOK PROCEDURE - SOMA 1 NO CONTADOR DE CIRCEST.DAT
      * MONTADO EM WRK-CES-CHAVE (MES, FILME, TURMA E EVENTO). O
      * ARQUIVO DEVE ESTAR ABERTO I-O PELO CHAMADOR. TURMA EM BRANCO
      * (TOMADOR SEM CADASTRO OU CONSULTA SEM TURMA) E GRAVADA COMO
      * '(SEM CAD.)', O MESMO ROTULO DOS RELATORIOS. FALHA DE
      * GRAVACAO NAO DERRUBA O BALCAO: O RESUMO PODE SER RECRIADO
      * PELO CEVIDPRG A PARTIR DO HISTORICO.
      **
           IF WRK-CES-TURMA EQUAL SPACES
               MOVE '(SEM CAD.)' TO WRK-CES-TURMA
           END-IF.
           IF WRK-CES-EVENTO EQUAL SPACES
               MOVE 'D' TO WRK-CES-EVENTO
           END-IF.
      *
           MOVE WRK-CES-CHAVE TO CES-CHAVE.
           READ CIRCEST
               INVALID KEY
                   MOVE WRK-CES-CHAVE TO CES-CHAVE
                   MOVE 1             TO CES-QTDE
                   WRITE REG-CES
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO CES-QTDE
                   REWRITE REG-CES
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
