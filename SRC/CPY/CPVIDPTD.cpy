      **
      * COPY BOOK DESCRIPTION OF PARCEIRAS (PARTNER INSTITUTION) RECORD
      * (ESCOLAS DA REDE MUNICIPAL COM QUEM HA EMPRESTIMO ENTRE
      * BIBLIOTECAS. PTN-PRAZO E O PRAZO PADRAO EM DIAS DOS NOSSOS
      * EXEMPLARES EMPRESTADOS A ELA. PTN-ATIVA 'N' IMPEDE NOVOS
      * EMPRESTIMOS SEM APAGAR O HISTORICO.)
      **
       01 REG-PTN.
           05 PTN-CODIGO             PIC 9(03).
           05 PTN-NOME               PIC X(40).
           05 PTN-CONTATO            PIC X(30).
           05 PTN-TELEFONE           PIC X(15).
           05 PTN-EMAIL              PIC X(40).
           05 PTN-PRAZO              PIC 9(03).
           05 PTN-ATIVA              PIC X(01).
