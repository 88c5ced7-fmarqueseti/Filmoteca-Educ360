      * PURPOSE     : DEAD-STOCK (WEEDING) REPORT OF VIDEOTECA         *
      *               PROGRAM - TITLES WITH NO LOAN IN A CONFIGURABLE  *
      *               NUMBER OF MONTHS (OR NEVER), JOINING THE OPEN    *
      *               LOANS AND THE MONTHLY CIRCULATION SUMMARY        *
      *               (CIRCEST.DAT), SORTED BY LONGEST IDLE FIRST      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSVIDPRG.
       FILE-CONTROL.
           COPY 'CPVIDFCV'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDPFC'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDCEF'. *> CIRCEST (CIRCULATION STATISTICS)
      *
      *    ULTIMO EMPRESTIMO POR FILME, MONTADO EM ARQUIVO DE
      *    TRABALHO INDEXADO PARA NAO VARRER O RESUMO INTEIRO
      *    PARA CADA TITULO DO CATALOGO.
           SELECT ULTEMP
              ASSIGN       TO './dat/DEADSTK.tmp'
       FD LOANS.
           COPY 'CPVIDPDT'.

       FD CIRCEST.
           COPY 'CPVIDCED'.

       FD ULTEMP.
           01 REG-UL.
           COPY 'CPVIDMSG'. *> MESSAGES
           COPY 'CPVIDFCW'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDPNW'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDCEW'. *> CIRCEST (CIRCULATION STATISTICS)
           COPY 'CPVIDABE'. *> ABEND
           COPY 'CPVIDALW'. *> ABEND LOG
      *
       0305-CALCULA-CORTE-END. EXIT.

       0310-MONTA-ULTIMO-EMPRESTIMO SECTION.
      *    UMA PASSADA NO RESUMO DE CIRCULACAO E OUTRA NOS
      *    EMPRESTIMOS ABERTOS GRAVAM EM DEADSTK.TMP A DATA DE
      *    RETIRADA MAIS RECENTE DE CADA FILME.
           OPEN OUTPUT ULTEMP.
           CLOSE ULTEMP.
           OPEN I-O ULTEMP.
      *
      *    O RESUMO E MENSAL: O MES DO EVENTO ENTRA COMO DIA 1, O QUE
      *    BASTA PORQUE O CORTE TAMBEM E O PRIMEIRO DIA DE UM MES. A
      *    CONSULTA LOCAL ('U') TAMBEM CONTA COMO USO: SEM ELA, TITULO
      *    EXIBIDO EM SALA TODA SEMANA APARECIA COMO ACERVO PARADO E
      *    CANDIDATO A DESCARTE.
           OPEN INPUT CIRCEST.
      *
           IF FS-CIRCEST EQUAL "00"
               MOVE LOW-VALUES TO CES-CHAVE
               START CIRCEST KEY IS NOT LESS THAN CES-CHAVE
                   INVALID KEY
                       MOVE '10' TO FS-CIRCEST
               END-START
               IF FS-CIRCEST EQUAL "00"
                   READ CIRCEST NEXT RECORD
               END-IF
               PERFORM UNTIL FS-CIRCEST EQUAL "10"
                   MOVE CES-CODIGO TO UL-CODIGO
                   COMPUTE UL-DATA = CES-ANOMES * 100 + 1
                   PERFORM 0315-ATUALIZA-ULTIMO
                   READ CIRCEST NEXT RECORD
               END-PERFORM
               CLOSE CIRCEST
           END-IF.
      *
           OPEN INPUT LOANS.
      *
               CLOSE LOANS
           END-IF.
       0310-MONTA-ULTIMO-EMPRESTIMO-END. EXIT.

       0315-ATUALIZA-ULTIMO SECTION.
           WRITE FIL-REL.
      *
           MOVE
           'ULT.MES   CODIGO   TITULO                         GENERO
      -    ' NOTA MIDIA' TO FIL-REL.
           WRITE FIL-REL.
      *
                          DSR-MIDIA    DELIMITED BY SIZE
                     INTO FIL-REL
               ELSE
                   STRING DSR-DATA(1:6) DELIMITED BY SIZE
                          '    '       DELIMITED BY SIZE
                          DSR-CODIGO   DELIMITED BY SIZE
                          '  '         DELIMITED BY SIZE
                          DSR-TITULO   DELIMITED BY SIZE
