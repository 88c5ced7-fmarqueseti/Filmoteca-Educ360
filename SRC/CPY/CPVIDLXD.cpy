      **
      * COPY BOOK DESCRIPTION OF DIREXIB (PUBLIC-PERFORMANCE RIGHTS)
      * RECORD
      * (UM REGISTRO POR TITULO COM O DIREITO DE EXIBICAO PUBLICA
      * QUE A ESCOLA DETEM. LEX-TIPO: 'T' = LICENCA DO TITULO,
      * 'C' = LICENCA COLETIVA DA DISTRIBUIDORA/AGENCIA, 'L' =
      * LICENCA LIVRE (CREATIVE COMMONS E SIMILARES), 'P' = DOMINIO
      * PUBLICO (VALE EM QUALQUER DATA E ESCOPO). LEX-ESCOPO:
      * 'S' = SO SALA DE AULA, 'E' = EVENTO ABERTO (COBRE TAMBEM A
      * SALA DE AULA). LEX-DATA-FIM ZERADA = SEM VENCIMENTO.)
      **
       01 REG-LEX.
           05 LEX-CODIGO             PIC 9(07).
           05 LEX-TIPO               PIC X(01).
           05 LEX-LICENCIANTE        PIC X(30).
           05 LEX-DATA-INICIO        PIC 9(08).
           05 LEX-DATA-FIM           PIC 9(08).
           05 LEX-ESCOPO             PIC X(01).
           05 LEX-OBSERVACAO         PIC X(30).
           05 LEX-OPERADOR           PIC X(08).
           05 LEX-DATA-ALTERACAO     PIC 9(08).
