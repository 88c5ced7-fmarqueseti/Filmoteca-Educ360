      **
      * COPY BOOK DESCRIPTION OF ACESSDIG (ACTIVE DIGITAL GRANT) RECORD
      * (UM REGISTRO POR ACESSO DIGITAL EM VIGOR, GRAVADO PELO
      * EMPRESTIMO DE EMVIDPRG PARA TITULOS DE MIDIA 'D'. O ACESSO
      * EXPIRA SOZINHO: O PROCESSAMENTO NOTURNO DXVIDPRG MOVE PARA O
      * HISTORICO (HIS-TIPO 'G') TODO ACESSO COM DATA FIM VENCIDA, SEM
      * DEVOLUCAO E SEM MULTA.)
      **
       01 REG-ADG.
           05 ADG-CHAVE.
               10 ADG-CODIGO         PIC 9(07).
               10 ADG-TOM-CODIGO     PIC 9(04).
           05 ADG-DATA-INICIO        PIC 9(08).
           05 ADG-DATA-FIM           PIC 9(08).
           05 ADG-OPERADOR           PIC X(08).
