      **
      * COPY BOOK WORKING STORAGE OF DIREXIB (PUBLIC-PERFORMANCE
      * RIGHTS) AND OF THE COVERAGE CHECK (CPVIDLXP)
      * (O CHAMADOR INFORMA FILME, PERIODO DE USO E O USO PRETENDIDO
      * - 'S' SALA DE AULA, 'E' EVENTO ABERTO; A COBERTURA VOLTA EM
      * WRK-LEX-COBERTURA: 'C' = COBERTO, 'A' = SEM REGISTRO DE
      * DIREITOS (SO AVISO), 'D' = FORA DA VIGENCIA, 'E' = ESCOPO NAO
      * COBRE O USO (ESTES DOIS BLOQUEIAM).)
      **
       77 FS-DIREXIB             PIC X(02).
       77 WRK-LEX-CODIGO         PIC 9(07) VALUE ZEROES.
       77 WRK-LEX-DATA-DE        PIC 9(08) VALUE ZEROES.
       77 WRK-LEX-DATA-ATE       PIC 9(08) VALUE ZEROES.
       77 WRK-LEX-USO            PIC X(01) VALUE 'S'.
       77 WRK-LEX-COBERTURA      PIC X(01) VALUE 'C'.
