      **
      * COPY BOOK DESCRIPTION OF POLITICA (LOAN POLICY) RECORD
      * (UMA LINHA POR CATEGORIA DE TOMADOR E MIDIA, MANTIDA PELO
      * COORDENADOR EM CGVIDPRG. CATEGORIA: 'A' = ALUNO, 'P' =
      * PROFESSOR, 'F' = FUNCIONARIO. MIDIA 'V', 'D' OU 'B', OU '*'
      * PARA QUALQUER MIDIA SEM LINHA PROPRIA DA CATEGORIA. SEM LINHA
      * NENHUMA, O EMPRESTIMO SEGUE OS VALORES GLOBAIS DE
      * VIDPARAM.DAT (PRAZO-DIAS, MAX-EMPRESTIMOS, MAX-RENOVACOES E
      * MULTA-DIARIA).
      * POL-MAX-ITENS: EMPRESTIMOS ABERTOS DA MESMA MIDIA.
      * POL-MULTA-DIA: EM CENTAVOS, COMO O PARAMETRO MULTA-DIARIA.)
      **
       01 REG-POL.
           05 POL-CHAVE.
               10 POL-CATEGORIA      PIC X(01).
               10 POL-MIDIA          PIC X(01).
           05 POL-PRAZO-DIAS         PIC 9(03).
           05 POL-MAX-ITENS          PIC 9(02).
           05 POL-MAX-RENOV          PIC 9(02).
           05 POL-MULTA-DIA          PIC 9(05).
           05 POL-OPERADOR           PIC X(08).
           05 POL-DATA-ALTER         PIC 9(08).
