      **
      * COPY BOOK DESCRIPTION OF MOSTRAS (THEMATIC FILM CYCLE) RECORD
      * (UM REGISTRO POR MOSTRA OU CICLO DE FILMES - SEMANA DA
      * CONSCIENCIA NEGRA, MOSTRA DE CINEMA NACIONAL ETC. AS SESSOES
      * FICAM EM MOSSESS.DAT. MOS-TOM-CODIGO E O PROFESSOR
      * RESPONSAVEL, EM NOME DE QUEM AS COPIAS SAO AGENDADAS.
      * MOS-EVENTO 'S' = ABERTA AO PUBLICO (O DIREITO DE EXIBICAO
      * PRECISA COBRIR EVENTO), 'N' = SO AS TURMAS. MOS-SITUACAO 'P' =
      * EM PLANEJAMENTO (HA SESSAO SEM RESERVA), 'R' = TODAS AS
      * SESSOES RESERVADAS. MANTIDO EM MOVIDPRG.)
      **
       01 REG-MOS.
           05 MOS-NUMERO             PIC 9(04).
           05 MOS-TEMA               PIC X(40).
           05 MOS-DATA-DE            PIC 9(08).
           05 MOS-DATA-ATE           PIC 9(08).
           05 MOS-TOM-CODIGO         PIC 9(04).
           05 MOS-EVENTO             PIC X(01).
           05 MOS-SITUACAO           PIC X(01).
           05 MOS-OPERADOR           PIC X(08).
