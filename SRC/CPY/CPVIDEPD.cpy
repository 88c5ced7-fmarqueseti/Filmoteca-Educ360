      **
      * COPY BOOK DESCRIPTION OF EQPLANO (EQUIPMENT MAINTENANCE PLAN)
      * RECORD
      * (UM PLANO POR EQP-TIPO: SERVICO A CADA EPL-DIAS-USO DIAS DE
      * EMPRESTIMO OU A CADA EPL-MESES MESES DO ULTIMO SERVICO, O QUE
      * VENCER PRIMEIRO; ZEROS DESLIGAM O CRITERIO. EPL-ACAO DIZ O QUE
      * O BALCAO FAZ COM O BEM VENCIDO: 'A' = AVISA E PEDE
      * CONFIRMACAO, 'B' = BLOQUEIA O EMPRESTIMO. TIPO SEM PLANO NAO
      * TEM CONTROLE DE MANUTENCAO.)
      **
       01 REG-EPL.
           05 EPL-TIPO               PIC X(10).
           05 EPL-DIAS-USO           PIC 9(05).
           05 EPL-MESES              PIC 9(03).
           05 EPL-ACAO               PIC X(01).
           05 EPL-SERVICO            PIC X(30).
