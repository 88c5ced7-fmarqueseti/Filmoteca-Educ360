      **
      * COPY BOOK PROCEDURE - SOMA 1 NO CONTADOR DE DEMLOCAL.DAT
      * MONTADO EM WRK-DML-CHAVE (MES, FILME, LOCAL DO BALCAO E
      * EVENTO). ABRE E FECHA O ARQUIVO A CADA CHAMADA, PARA OS
      * PROGRAMAS DE BALCAO NAO O MANTEREM ABERTO. FALHA DE ABERTURA
      * OU DE GRAVACAO NAO DERRUBA O BALCAO: A PROCURA SEM REGISTRO
      * CONTA NO LOCAL DO FILME NO BALANCEAMENTO.
      **
           IF WRK-DML-LOCAL NOT EQUAL SPACES
               OPEN I-O DEMLOCAL
               IF FS-DEMLOCAL EQUAL "35"
                   OPEN OUTPUT DEMLOCAL
                   CLOSE DEMLOCAL
                   OPEN I-O DEMLOCAL
               END-IF
               IF FS-DEMLOCAL EQUAL "00"
                   MOVE WRK-DML-CHAVE TO DML-CHAVE
                   READ DEMLOCAL
                       INVALID KEY
                           MOVE WRK-DML-CHAVE TO DML-CHAVE
                           MOVE 1             TO DML-QTDE
                           WRITE REG-DML
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                       NOT INVALID KEY
                           ADD 1 TO DML-QTDE
                           REWRITE REG-DML
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                   END-READ
                   CLOSE DEMLOCAL
               END-IF
           END-IF.
