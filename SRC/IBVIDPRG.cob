       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDTFC'. *> TOMADORES DAT WORKBOOK
           COPY 'CPVIDCAF'. *> CARTOES (BORROWER CARDS)

           SELECT ALUNOS-IMP
              ASSIGN       TO './dat/ALUNOS-IMP.csv'
       FD  TOMADORES.
           COPY 'CPVIDTDT'.

       FD  CARTOES.
           COPY 'CPVIDCAD'.

       FD  ALUNOS-IMP.
           01 FIL-IMP          PIC X(200).


       FD  TOMAD-BAK
           RECORDING MODE IS F.
           01 REG-BAK          PIC X(70).

       FD  VIDABEND.
           COPY 'CPVIDALD'.
           COPY 'CPVIDMAN'. *> MAIN SCREEN (DATE/TIME FIELDS)
           COPY 'CPVIDMSG'. *> MESSAGES
           COPY 'CPVIDTNW'. *> TOMADORES DAT WORKBOOK
           COPY 'CPVIDCAW'. *> CARTOES (BORROWER CARDS)
           COPY 'CPVIDABE'. *> ABEND
           COPY 'CPVIDALW'. *> ABEND LOG
      *
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O CARTOES.
      *
           IF FS-CARTOES EQUAL "35"
               OPEN OUTPUT CARTOES
               CLOSE CARTOES
               OPEN I-O CARTOES
           END-IF.
      *
           IF FS-CARTOES NOT EQUAL "00"
               PERFORM 0500-CLOSE-DATA
               MOVE '46ERRO AO ABRIR ARQUIVO DE CARTOES.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-CARTOES TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE CARTOES'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           PERFORM 0120-ACHA-MAX-CODIGO.
      *
               MOVE WRK-ALU-NASC  TO TOM-DATA-NASC
               MOVE WRK-DATA-AAAA TO TOM-ANO-MATRICULA
               MOVE 'A'           TO TOM-SITUACAO
      *        O EXPORT DA SECRETARIA SO TRAZ ALUNOS.
               MOVE 'A'           TO TOM-CATEGORIA
               WRITE REG-TOM
               IF FS-TOMADORES EQUAL "00"
                   ADD 1 TO WRK-WRITE-LINES
                   PERFORM 0315-REGISTRA-CADASTRO
               ELSE
                   SUBTRACT 1 FROM WRK-MAX-TOM
                   PERFORM 0320-REJEITA-LINHA
           END-IF.
       0310-CRITICA-LINHA-END. EXIT.

       0315-REGISTRA-CADASTRO SECTION.
      *    DATA DA INCLUSAO EM CARTOES.DAT, PARA A IMPRESSAO DAS
      *    CARTEIRINHAS DOS NOVOS CADASTROS (CAVIDPRG), COMO EM
      *    TMVIDPRG.
           INITIALIZE REG-CAR.
           MOVE TOM-CODIGO       TO CAR-TOM-CODIGO.
           MOVE WRK-DATA-SISTEMA TO CAR-DATA-CADASTRO.
           WRITE REG-CAR
               INVALID KEY
                   REWRITE REG-CAR
           END-WRITE.
       0315-REGISTRA-CADASTRO-END. EXIT.

       0320-REJEITA-LINHA SECTION.
           ADD 1 TO WRK-REJECT-LINES.
           MOVE SPACES TO FIL-REJ.
       0400-PRINT-RESULTS-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE ALUNOS-IMP ALUNOS-REJ TOMADORES CARTOES.
      *
           IF FS-TOMADORES NOT EQUAL "00"
               MOVE '46ERRO AO FECHAR ARQUIVO DE TOMADORES.'
