      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : ANNUAL ACTIVITY REPORT OF VIDEOTECA PROGRAM FOR  *
      *               THE SCHOOL BOARD - ONE FORMATTED DOCUMENT WITH   *
      *               CIRCULATION BY MONTH AND BY TOM-TURMA FROM THE   *
      *               CIRCULATION SUMMARY (CIRCEST.DAT), ACQUISITIONS  *
      *               FROM THE YEAR'S AUDIT-LOG INCLUSIONS, WRITE-OFFS *
      *               BY REASON FROM VID-SITUACAO, FINES GENERATED VS  *
      *               COLLECTED VS WAIVED FROM MULTAS.DAT, AND THE TOP *
      *               TITLES AND GENRES OF THE YEAR                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANVIDPRG.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDFCV'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDCEF'. *> CIRCEST (CIRCULATION STATISTICS)
           COPY 'CPVIDMFC'. *> MULTAS DAT WORKBOOK
           COPY 'CPVIDLGF'. *> MAINTENANCE AUDIT LOG
      *
      *    ACUMULADORES POR TURMA E POR TITULO EM ARQUIVOS DE
       FD MOVIES.
           COPY 'CPVIDDAT'.

       FD CIRCEST.
           COPY 'CPVIDCED'.

       FD MULTAS.
           COPY 'CPVIDMDT'.

       FD VIDLOG.
           COPY 'CPVIDLGD'.

           COPY 'CPVIDMAN'. *> MAIN SCREEN
           COPY 'CPVIDMSG'. *> MESSAGES
           COPY 'CPVIDFCW'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDCEW'. *> CIRCEST (CIRCULATION STATISTICS)
           COPY 'CPVIDMNW'. *> MULTAS DAT WORKBOOK
           COPY 'CPVIDLGW'. *> MAINTENANCE AUDIT LOG
           COPY 'CPVIDSPW'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDABE'. *> ABEND
           05 WRK-AN-BX-O          PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-AN-BX-G          PIC 9(05) USAGE COMP-3 VALUE ZEROES.
      *
      *    MULTAS DO ANO: GERADAS, ARRECADADAS, ISENTAS E BAIXADAS
      *    COMO INCOBRAVEIS.
       01 WRK-AN-MULTAS.
           05 WRK-AN-MUL-GER-QT    PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-AN-MUL-GER-VL    PIC 9(07)V9(02) USAGE COMP-3
           05 WRK-AN-MUL-ISE-QT    PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-AN-MUL-ISE-VL    PIC 9(07)V9(02) USAGE COMP-3
                                    VALUE ZEROES.
           05 WRK-AN-MUL-BXA-QT    PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-AN-MUL-BXA-VL    PIC 9(07)V9(02) USAGE COMP-3
                                    VALUE ZEROES.
      *
       77 WRK-AN-AQUISICOES        PIC 9(05) USAGE COMP-3 VALUE ZEROES.
      *
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT CIRCEST.
      *
           IF FS-CIRCEST EQUAL "35"
               OPEN OUTPUT CIRCEST
               CLOSE CIRCEST
               OPEN INPUT CIRCEST
           END-IF.
      *
           OPEN INPUT MULTAS.
               CLOSE MULTAS
               OPEN INPUT MULTAS
           END-IF.
      *
      *    OS ACUMULADORES DE TRABALHO NASCEM VAZIOS A CADA EMISSAO.
           OPEN OUTPUT ANTURMA.
       0100-OPEN-DATA-END. EXIT.

       0310-ACUMULA-CIRCULACAO SECTION.
      *    UMA PASSADA NOS DOZE MESES DO ANO PEDIDO NO RESUMO DE
      *    CIRCULACAO: MES, TURMA DO TOMADOR, TITULO E GENERO
      *    ACUMULADOS DE UMA SO VEZ. A CONSULTA LOCAL ('U') NAO E
      *    CIRCULACAO E FICA DE FORA.
           MOVE LOW-VALUES TO CES-CHAVE.
           COMPUTE CES-ANOMES = WRK-AN-ANO * 100 + 1.
           START CIRCEST KEY IS NOT LESS THAN CES-CHAVE
               INVALID KEY
                   MOVE '10' TO FS-CIRCEST
           END-START.
      *
           IF FS-CIRCEST EQUAL "00"
               READ CIRCEST NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-CIRCEST EQUAL "10"
                      OR CES-ANOMES(1:4) NOT EQUAL WRK-AN-ANO
               IF CES-EVENTO NOT EQUAL 'U'
                   PERFORM 0315-SOMA-EVENTO
               END-IF
               READ CIRCEST NEXT RECORD
           END-PERFORM.
       0310-ACUMULA-CIRCULACAO-END. EXIT.

       0315-SOMA-EVENTO SECTION.
           MOVE CES-ANOMES(5:2) TO WRK-AN-MES.
           IF WRK-AN-MES GREATER THAN ZEROES
          AND WRK-AN-MES NOT GREATER THAN 12
               ADD CES-QTDE TO WRK-AN-MES-EMP(WRK-AN-MES)
           END-IF.
      *
      *    A TURMA JA VEM NO RESUMO (A DO TOMADOR NA DATA DO EVENTO).
           MOVE CES-TURMA TO AT-TURMA.
           READ ANTURMA
               INVALID KEY
                   MOVE CES-TURMA TO AT-TURMA
                   MOVE CES-QTDE  TO AT-EMPS
                   WRITE REG-AT
               NOT INVALID KEY
                   ADD CES-QTDE TO AT-EMPS
                   REWRITE REG-AT
           END-READ.
      *
           MOVE CES-CODIGO TO AN-CODIGO.
           READ ANTITULO
               INVALID KEY
                   MOVE CES-CODIGO TO AN-CODIGO
                   MOVE CES-QTDE   TO AN-EMPS
                   WRITE REG-AN
               NOT INVALID KEY
                   ADD CES-QTDE TO AN-EMPS
                   REWRITE REG-AN
           END-READ.
      *
           MOVE CES-CODIGO TO CODIGO.
           READ MOVIES
               INVALID KEY
                   MOVE SPACES TO GENERO
               END-PERFORM
      *
               IF WRK-GEN-ACHOU GREATER THAN ZEROES
                   ADD CES-QTDE TO WRK-GEN-EMPS(WRK-GEN-ACHOU)
               ELSE
                   IF WRK-GEN-QTDE LESS THAN 50
                       ADD 1 TO WRK-GEN-QTDE
                       MOVE GENERO   TO WRK-GEN-NOME(WRK-GEN-QTDE)
                       MOVE CES-QTDE TO WRK-GEN-EMPS(WRK-GEN-QTDE)
                   END-IF
               END-IF
           END-IF.
                   ADD 1         TO WRK-AN-MUL-ISE-QT
                   ADD MUL-VALOR TO WRK-AN-MUL-ISE-VL
               END-IF
      *
               IF MUL-SITUACAO EQUAL 'B'
              AND MUL-ISEN-DATA(1:4) EQUAL WRK-AN-ANO
                   ADD 1         TO WRK-AN-MUL-BXA-QT
                   ADD MUL-VALOR TO WRK-AN-MUL-BXA-VL
               END-IF
      *
               READ MULTAS NEXT RECORD
           END-PERFORM.
                  WRK-AN-VL-EDIT    DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE WRK-AN-MUL-BXA-QT TO WRK-AN-QT-EDIT.
           MOVE WRK-AN-MUL-BXA-VL TO WRK-AN-VL-EDIT.
           MOVE SPACES TO FIL-REL.
           STRING '  BAIXADAS...: ' DELIMITED BY SIZE
                  WRK-AN-QT-EDIT    DELIMITED BY SIZE
                  '  R$ '           DELIMITED BY SIZE
                  WRK-AN-VL-EDIT    DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.

       0500-CLOSE-DATA SECTION.
           CLOSE MOVIES.
           CLOSE CIRCEST.
           CLOSE MULTAS.
           CLOSE ANTURMA.
           CLOSE ANTITULO.
       0500-CLOSE-DATA-END. EXIT.
