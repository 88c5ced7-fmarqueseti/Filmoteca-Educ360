      **
      * COPY BOOK DESCRIPTION OF CIRCOFF (OFFLINE CIRCULATION CAPTURE)
      * RECORD
      * (UMA LINHA POR LEITURA FEITA NO BALCAO QUANDO O SISTEMA DE
      * EMPRESTIMOS ESTA FORA DO AR: OS VALORES LIDOS NO LEITOR DE
      * CODIGO DE BARRAS, A ACAO, O MOMENTO DA LEITURA E O OPERADOR.
      * NADA E VALIDADO NA CAPTURA; A CARGA DE OFVIDPRG APLICA AS
      * LINHAS NA ORDEM DO MOMENTO DA LEITURA, COM AS REGRAS DO
      * BALCAO, E RENOMEIA O ARQUIVO PROCESSADO.
      * OFF-ACAO: 'E' = EMPRESTIMO, 'D' = DEVOLUCAO (SEM CARTEIRINHA).)
      **
       01 REG-OFF.
           05 OFF-DATA               PIC 9(08).
           05 OFF-HORA               PIC 9(06).
           05 OFF-ACAO               PIC X(01).
           05 OFF-TOM-BARRAS         PIC X(13).
           05 OFF-EXE-BARRAS         PIC X(13).
           05 OFF-OPERADOR           PIC X(08).
