      **
      * COPY BOOK DESCRIPTION OF DEMLOCAL (DEMAND BY LOCATION) RECORD
      * (UM CONTADOR POR MES, FILME, LOCAL DO BALCAO E TIPO DE
      * PROCURA. O LOCAL E O DO TERMINAL QUE ATENDEU (PARAMETRO
      * LOCAL-PADRAO DE VIDPARAM.DAT), NAO O LOCAL ONDE O FILME ESTA
      * GUARDADO: E ELE QUE MOSTRA EM QUE PREDIO O TITULO E PROCURADO.
      * SO EXISTE A PARTIR DA IMPLANTACAO; O BALANCEAMENTO (BAVIDPRG)
      * ATRIBUI AO LOCAL DO FILME A PROCURA SEM REGISTRO AQUI.)
      **
       01 REG-DML.
           05 DML-CHAVE.
               10 DML-ANOMES         PIC 9(06).
               10 DML-CODIGO         PIC 9(07).
               10 DML-LOCAL          PIC X(03).
      *        PROCURA: 'E' = EMPRESTIMO, 'R' = RESERVA NA FILA,
      *        'A' = AGENDAMENTO PARA AULA.
               10 DML-EVENTO         PIC X(01).
           05 DML-QTDE               PIC 9(07).
