               WHEN 'q' CALL 'QCVIDPRG'
               WHEN 'R' CALL 'BLVIDPRG'
               WHEN 'r' CALL 'BLVIDPRG'
               WHEN 'S' CALL 'FIVIDPRG'
               WHEN 's' CALL 'FIVIDPRG'
               WHEN 'J'
      *            PARAMETROS REGEM MULTA E POLITICA DE EMPRESTIMO;
      *            SO O COORDENADOR PODE ALTERA-LOS.
