      **
      * COPY BOOK PROCEDURE - PORTA DE MANUTENCAO NA SAIDA DO BEM EM
      * REG-EQP (EQPLANO ABERTO PELO CHAMADOR; EQUSO E ABERTO E
      * FECHADO AQUI, COMO EM CPVIDEUP). SERVICO DO PLANO VENCIDO
      * COM EPL-ACAO 'B' BLOQUEIA; VENCIDO COM 'A' AVISA E PEDE
      * CONFIRMACAO (S/N); SERVICO PROXIMO DO VENCIMENTO SO E AVISADO.
      * BLOQUEIO OU RECUSA DO OPERADOR MOVE 'N' PARA WRK-EQ-OK, COM A
      * MENSAGEM EM WRK-MSG. SEM EQUSO.DAT NENHUM BEM TEM USO CONTADO;
      * A LEITURA SO FALHA E A SAIDA SEGUE SEM AVISO.
      **
           OPEN INPUT EQUSO.
           COPY 'CPVIDEPP'. *> SITUACAO DE MANUTENCAO DO BEM
           CLOSE EQUSO.
      *
           EVALUATE TRUE
               WHEN WRK-MN-SITUACAO EQUAL 'V'
                AND EPL-ACAO EQUAL 'B'
                   MOVE 'N' TO WRK-EQ-OK
                   INITIALIZE WRK-MSG
                   STRING '04MANUTENCAO VENCIDA (' DELIMITED BY SIZE
                          EPL-SERVICO              DELIMITED BY '  '
                          '). EMPRESTIMO BLOQUEADO.'
                                                   DELIMITED BY SIZE
                     INTO WRK-MSG
               WHEN WRK-MN-SITUACAO EQUAL 'V'
                   INITIALIZE WRK-MSG
                   STRING '04MANUTENCAO VENCIDA (' DELIMITED BY SIZE
                          EPL-SERVICO              DELIMITED BY '  '
                          '). EMPRESTAR ASSIM (S/N)?'
                                                   DELIMITED BY SIZE
                     INTO WRK-MSG
                   DISPLAY SCREEN-CONFIRMATION
                   ACCEPT SCREEN-CONFIRMATION-WAIT
                   INITIALIZE WRK-MSG
                   IF WRK-AWAIT NOT EQUAL 'S' AND NOT EQUAL 's'
                       MOVE 'N' TO WRK-EQ-OK
                       MOVE '26EMPRESTIMO CANCELADO.' TO WRK-MSG
                   END-IF
               WHEN WRK-MN-SITUACAO EQUAL 'P'
                   INITIALIZE WRK-MSG
                   STRING '04MANUTENCAO PROXIMA (' DELIMITED BY SIZE
                          EPL-SERVICO              DELIMITED BY '  '
                          '). PROGRAMAR O SERVICO.'
                                                   DELIMITED BY SIZE
                     INTO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   INITIALIZE WRK-MSG
           END-EVALUATE.
