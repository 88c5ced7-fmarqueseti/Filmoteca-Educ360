      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : TOP-CIRCULATION AND RESERVATION-PRESSURE REPORT  *
      *               OF VIDEOTECA PROGRAM - MOST-BORROWED TITLES IN   *
      *               A PERIOD OF MONTHS FROM THE CIRCULATION SUMMARY  *
      *               (CIRCEST.DAT), RANKED BY VOLUME                  *
      *               WITH THE CURRENT RESERVATION QUEUE DEPTH, PLUS   *
      *               THE SAME CIRCULATION BROKEN DOWN BY GENERO AND   *
      *               BY TOM-TURMA, TO GUIDE EXTRA COPIES AND THE      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDFCV'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDCEF'. *> CIRCEST (CIRCULATION STATISTICS)
           COPY 'CPVIDRFC'. *> RESERVAS DAT WORKBOOK
      *
      *    ACUMULADOR POR TITULO EM ARQUIVO DE TRABALHO INDEXADO
      *    (MESMO CRITERIO DO ULTEMP DE DSVIDPRG), PARA NAO DEPENDER
       FD MOVIES.
           COPY 'CPVIDDAT'.

       FD CIRCEST.
           COPY 'CPVIDCED'.

       FD RESERVAS.
           COPY 'CPVIDRDT'.

       FD TOPCIRC.
           01 REG-TC.
               05 TC-CODIGO    PIC 9(07).
           COPY 'CPVIDMAN'. *> MAIN SCREEN
           COPY 'CPVIDMSG'. *> MESSAGES
           COPY 'CPVIDFCW'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDCEW'. *> CIRCEST (CIRCULATION STATISTICS)
           COPY 'CPVIDRNW'. *> RESERVAS DAT WORKBOOK
           COPY 'CPVIDSPW'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDABE'. *> ABEND
           COPY 'CPVIDALW'. *> ABEND LOG
       77 WRK-SPL-NOME             PIC X(40).
       77 WRK-SPL-PROGRAMA         PIC X(08).
      *
      *    O RESUMO DE CIRCULACAO E MENSAL: O PERIODO E EM AAAAMM.
       01 WRK-TC-CRITERIO.
           05 WRK-TC-DE            PIC 9(06).
           05 WRK-TC-ATE           PIC 9(06).
      *
      *    TOTAIS POR GENERO EM TABELA (A LISTA CONTROLADA DE GENEROS
      *    E CURTA), ACUMULADOS DURANTE A PASSADA DO RESUMO.
       01 WRK-GEN-TAB.
           05 WRK-GEN-ENT OCCURS 50 TIMES.
               10 WRK-GEN-NOME     PIC X(08).
           COPY 'SCVIDMSG'. *> MESSAGES
      *
       01 SCREEN-TOPO-CRIT.
           05 LINE 07 COLUMN 02 VALUE "PERIODO DE (AAAAMM): ".
           05 COLUMN PLUS 01    PIC 9(06) USING WRK-TC-DE.
           05 LINE 08 COLUMN 02 VALUE "PERIODO ATE(AAAAMM): ".
           05 COLUMN PLUS 01    PIC 9(06) USING WRK-TC-ATE.
      *
       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           PERFORM 0100-OPEN-DATA.
           PERFORM 0300-ACUMULA-CIRCULACAO.
           PERFORM 0320-ACUMULA-RESERVAS.
           PERFORM 0400-IMPRIME-RELATORIO.
           PERFORM 0500-CLOSE-DATA.
      *
      *    PERIODO EM BRANCO VALE COMO 'DESDE SEMPRE ATE HOJE'.
           IF WRK-TC-ATE EQUAL ZEROES
               MOVE 999999 TO WRK-TC-ATE
           END-IF.
      *
           OPEN INPUT MOVIES.
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
           OPEN INPUT RESERVAS.
               OPEN INPUT RESERVAS
           END-IF.
      *
      *
      *    OS ACUMULADORES DE TRABALHO NASCEM VAZIOS A CADA EMISSAO.
           OPEN OUTPUT TOPCIRC.
           OPEN I-O TOPTURMA.
       0100-OPEN-DATA-END. EXIT.

       0300-ACUMULA-CIRCULACAO SECTION.
      *    UMA PASSADA PELOS MESES DO PERIODO NO RESUMO DE CIRCULACAO:
      *    RETIRADAS, RENOVACOES E PERDAS SOMAM NO ACUMULADOR DO
      *    TITULO, NA TABELA DO GENERO E NO ACUMULADOR DA TURMA; AS
      *    CONSULTAS LOCAIS ('U') SOMAM NA COLUNA DE USOS DO TITULO,
      *    PARA O USO EM SALA APARECER AO LADO DA CIRCULACAO.
           MOVE LOW-VALUES TO CES-CHAVE.
           MOVE WRK-TC-DE  TO CES-ANOMES.
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
                      OR CES-ANOMES GREATER THAN WRK-TC-ATE
               IF CES-EVENTO EQUAL 'U'
                   PERFORM 0315-SOMA-USO
               ELSE
                   ADD CES-QTDE TO WRK-TC-EVENTOS
                   PERFORM 0310-SOMA-EVENTO
               END-IF
               READ CIRCEST NEXT RECORD
           END-PERFORM.
       0300-ACUMULA-CIRCULACAO-END. EXIT.

       0310-SOMA-EVENTO SECTION.
           MOVE CES-CODIGO TO TC-CODIGO.
           READ TOPCIRC
               INVALID KEY
                   MOVE CES-CODIGO TO TC-CODIGO
                   MOVE CES-QTDE   TO TC-EMPS
                   MOVE ZEROES     TO TC-FILA
                   MOVE ZEROES     TO TC-USOS
                   WRITE REG-TC
               NOT INVALID KEY
                   ADD CES-QTDE TO TC-EMPS
                   REWRITE REG-TC
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
      *
      *    A TURMA JA VEM NO RESUMO (A DO TOMADOR NA DATA DO EVENTO).
           MOVE CES-TURMA TO TT-TURMA.
           READ TOPTURMA
               INVALID KEY
                   MOVE CES-TURMA TO TT-TURMA
                   MOVE CES-QTDE  TO TT-EMPS
                   WRITE REG-TT
               NOT INVALID KEY
                   ADD CES-QTDE TO TT-EMPS
                   REWRITE REG-TT
           END-READ.
       0310-SOMA-EVENTO-END. EXIT.

       0315-SOMA-USO SECTION.
           MOVE CES-CODIGO TO TC-CODIGO.
           READ TOPCIRC
               INVALID KEY
                   MOVE CES-CODIGO TO TC-CODIGO
                   MOVE ZEROES     TO TC-EMPS
                   MOVE ZEROES     TO TC-FILA
                   MOVE CES-QTDE   TO TC-USOS
                   WRITE REG-TC
               NOT INVALID KEY
                   ADD CES-QTDE TO TC-USOS
                   REWRITE REG-TC
           END-READ.
       0315-SOMA-USO-END. EXIT.

       0320-ACUMULA-RESERVAS SECTION.
      *    PRESSAO DE RESERVA ATUAL: ENTRADAS ATIVAS ('A') E

       0500-CLOSE-DATA SECTION.
           CLOSE MOVIES.
           CLOSE CIRCEST.
           CLOSE RESERVAS.
           CLOSE TOPCIRC.
           CLOSE TOPTURMA.
       0500-CLOSE-DATA-END. EXIT.
