              FILE STATUS  IS FS-RETIRA-REL.
      *
           COPY 'CPVIDSPF'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDJNF'. *> RECOVERY JOURNAL
           COPY 'CPVIDALF'. *> ABEND LOG
      *
       DATA DIVISION.
       FD VIDRELS.
           COPY 'CPVIDSPD'.

       FD VIDJRN.
           COPY 'CPVIDJND'.

       FD VIDABEND.
           COPY 'CPVIDALD'.
      *
           COPY 'CPVIDSPW'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDABE'. *> ABEND
           COPY 'CPVIDALW'. *> ABEND LOG
           COPY 'CPVIDJNW'. *> RECOVERY JOURNAL
           COPY 'CPVIDOPW'. *> OPERATOR SESSION
      *
       77 FS-RETIRA-REL            PIC X(02).
       77 WRK-SPL-NOME             PIC X(40).
           PERFORM UNTIL FS-RESERVAS EQUAL "10"
               IF RES-SITUACAO EQUAL 'R'
              AND RES-DATA-LIMITE LESS THAN WRK-HOJE
                   MOVE REG-RES     TO WRK-JRN-ANTES
                   MOVE 'X'         TO RES-SITUACAO
                   MOVE REG-RES     TO WRK-JRN-DEPOIS
                   REWRITE REG-RES
                   MOVE 'RESERVAS'  TO WRK-JRN-ARQUIVO
                   MOVE 'A'         TO WRK-JRN-OPERACAO
                   MOVE FS-RESERVAS TO WRK-JRN-STATUS
                   PERFORM 0590-GRAVA-DIARIO
                   ADD 1 TO WRK-RT-EXPIRADAS
                   DISPLAY 'RTVIDPRG: RESERVA ' RES-NUMERO
                           ' DO FILME ' RES-CODIGO
                   MOVE WRK-HOJE              TO WRK-DU-DATA
                   MOVE WRK-PAR-RETIRADA-DIAS TO WRK-DU-SOMA
                   PERFORM 0386-SOMA-DIAS-UTEIS
                   MOVE REG-RES     TO WRK-JRN-ANTES
                   MOVE 'R'         TO RES-SITUACAO
                   MOVE WRK-DU-DATA TO RES-DATA-LIMITE
                   MOVE REG-RES     TO WRK-JRN-DEPOIS
                   REWRITE REG-RES
                   MOVE 'RESERVAS'  TO WRK-JRN-ARQUIVO
                   MOVE 'A'         TO WRK-JRN-OPERACAO
                   MOVE FS-RESERVAS TO WRK-JRN-STATUS
                   PERFORM 0590-GRAVA-DIARIO
                   MOVE 'S' TO WRK-RT-PROMOVEU
                   ADD 1 TO WRK-RT-PROMOVIDAS
                   DISPLAY 'RTVIDPRG: RESERVA ' RES-NUMERO
           CLOSE FERIADOS.
       0500-CLOSE-DATA-END. EXIT.

       0590-GRAVA-DIARIO SECTION.
           MOVE 'RTVIDPRG' TO WRK-JRN-PROGRAMA.
           COPY 'CPVIDJNP'. *> GRAVA ENTRADA NO DIARIO DE RECUPERACAO
       0590-GRAVA-DIARIO-END. EXIT.

       0600-ROT-ABEND SECTION.
           MOVE 'RTVIDPRG' TO WS-ABEND-PROGRAM.
           COPY 'CPVIDRAB'. *> ABEND ROUTINE.
