      **
      * COPY BOOK DESCRIPTION OF MOSSESS (FILM CYCLE SESSION) RECORD
      * (UMA SESSAO DA MOSTRA: DIA, HORA (HHMM), SALA, FILME E AS
      * TURMAS CONVIDADAS, EM TEXTO LIVRE. MSE-AGE-NUMERO E O
      * AGENDAMENTO DE AGENDA.DAT QUE SEGURA A COPIA PARA O DIA.
      * MSE-SITUACAO: ESPACO = PENDENTE DE RESERVA, 'R' = RESERVADA,
      * 'P' = PUBLICO JA REGISTRADO (MSE-PUBLICO, EM USOLOCAL.DAT).)
      **
       01 REG-MSE.
           05 MSE-CHAVE.
               10 MSE-MOSTRA         PIC 9(04).
               10 MSE-SESSAO         PIC 9(02).
           05 MSE-DATA               PIC 9(08).
           05 MSE-HORA               PIC 9(04).
           05 MSE-SALA               PIC X(10).
           05 MSE-CODIGO             PIC 9(07).
           05 MSE-TURMAS             PIC X(30).
           05 MSE-AGE-NUMERO         PIC 9(05).
           05 MSE-PUBLICO            PIC 9(04).
           05 MSE-SITUACAO           PIC X(01).
