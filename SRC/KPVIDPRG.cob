      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : DAILY KPI SNAPSHOT AND TREND REPORT OF VIDEOTECA *
      *               PROGRAM - AS A NIGHTLY STEP IT COUNTS LOANS OUT, *
      *               OVERDUES, OPEN FINES VALUE (COLLECTABLE, WITH    *
      *               THE DEBT OF DEPARTED BORROWERS KEPT APART),      *
      *               ACTIVE CATALOG SIZE, WAITING RESERVATIONS AND    *
      *               THE MONTH-TO-DATE CIRCULATION (FROM CIRCEST.DAT) *
      *               AND APPENDS ONE DATED RECORD TO ESTATS.DAT;      *
      *               INTERACTIVELY IT ALSO PRINTS THE SERIES WITH     *
      *               WEEKLY AND MONTHLY AVERAGES, SO THE NUMBERS      *
      *               QUOTED TO THE DIRECAO ARE COMPARABLE BETWEEN     *
      *               WEEKS; THE COORDENADOR ALSO REBUILDS THE         *
      *               CIRCULATION SUMMARY FROM HERE (CEVIDPRG)         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KPVIDPRG.
           COPY 'CPVIDFCV'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDPFC'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDMFC'. *> MULTAS DAT WORKBOOK
           COPY 'CPVIDPLF'. *> PARCELAS (INSTALLMENT PLANS)
           COPY 'CPVIDTFC'. *> TOMADORES DAT WORKBOOK
           COPY 'CPVIDRFC'. *> RESERVAS DAT WORKBOOK
           COPY 'CPVIDCEF'. *> CIRCEST (CIRCULATION STATISTICS)
      *
           SELECT ESTATS
              ASSIGN       TO './dat/ESTATS.dat'
       FD MULTAS.
           COPY 'CPVIDMDT'.

       FD PARCELAS.
           COPY 'CPVIDPLD'.

       FD TOMADORES.
           COPY 'CPVIDTDT'.

       FD RESERVAS.
           COPY 'CPVIDRDT'.

       FD CIRCEST.
           COPY 'CPVIDCED'.

       FD ESTATS.
           01 FIL-EST          PIC X(60).

           COPY 'CPVIDFCW'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDPNW'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDMNW'. *> MULTAS DAT WORKBOOK
           COPY 'CPVIDPLW'. *> PARCELAS (INSTALLMENT PLANS)
           COPY 'CPVIDTNW'. *> TOMADORES DAT WORKBOOK
           COPY 'CPVIDRNW'. *> RESERVAS DAT WORKBOOK
           COPY 'CPVIDCEW'. *> CIRCEST (CIRCULATION STATISTICS)
           COPY 'CPVIDOPW'. *> OPERATOR SESSION
           COPY 'CPVIDSPW'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDABE'. *> ABEND
           COPY 'CPVIDALW'. *> ABEND LOG
       77 WRK-HOJE                 PIC 9(08) VALUE ZEROES.
       77 WRK-KPI-JA-TEM           PIC X(01) VALUE 'N'.
      *
      *    DIVIDA COBRAVEL E DE TOMADOR NO CADASTRO COM MATRICULA
      *    ATIVA; A DE QUEM SAIU (ARQUIVADO PELA VIRADA, EXCLUIDO OU
      *    COM MATRICULA VENCIDA) VAI PARA A DIVIDA MORTA, MESMO
      *    CRITERIO DA BAIXA ANUAL DE FIVIDPRG.
       77 WRK-KPI-TOM-OK           PIC X(01) VALUE 'N'.
       77 WRK-KPI-TOM-COD          PIC 9(04) VALUE ZEROES.
       77 WRK-KPI-COBRAVEL         PIC X(01) VALUE 'S'.
      *
      *    OS INDICADORES DO DIA, CONTADOS DOS ARQUIVOS VIVOS.
       01 WRK-KPI.
           05 WRK-KPI-EMPRESTIMOS  PIC 9(05) VALUE ZEROES.
           05 WRK-KPI-VENCIDOS     PIC 9(05) VALUE ZEROES.
           05 WRK-KPI-MULTAS-VAL   PIC 9(07)V9(02) VALUE ZEROES.
           05 WRK-KPI-MULTAS-MORTA PIC 9(07)V9(02) VALUE ZEROES.
           05 WRK-KPI-ACERVO       PIC 9(05) VALUE ZEROES.
           05 WRK-KPI-RESERVAS     PIC 9(05) VALUE ZEROES.
           05 WRK-KPI-CIRC-MES     PIC 9(07) VALUE ZEROES.
      *
      *    LINHA GRAVADA/LIDA DE ESTATS.DAT:
      *    DATA;EMPRESTIMOS;VENCIDOS;MULTAS;ACERVO;RESERVAS;MORTA;CIRC
      *    (MULTAS = DIVIDA COBRAVEL, MORTA = DIVIDA DE DESLIGADOS;
      *    LINHA ANTIGA, SEM O SETIMO CAMPO, TEM MULTAS MISTURADAS;
      *    CIRC = RETIRADAS E RENOVACOES DO MES ATE O DIA, DO RESUMO
      *    DE CIRCULACAO; LINHA ANTIGA SAI COM O CAMPO EM BRANCO).
       01 WRK-EST-LINHA.
           05 WRK-EST-DATA         PIC X(08).
           05 WRK-EST-EMP          PIC X(05).
           05 WRK-EST-MUL          PIC X(09).
           05 WRK-EST-ACE          PIC X(05).
           05 WRK-EST-RES          PIC X(05).
           05 WRK-EST-MOR          PIC X(09).
           05 WRK-EST-CIR          PIC X(07).
      *
      *    ACUMULADORES DA SERIE PARA AS MEDIAS SEMANAL E MENSAL.
       77 WRK-TR-DATA              PIC 9(08) VALUE ZEROES.
       01 SCREEN-KPI-MENU.
           05 LINE 07 COLUMN 02 VALUE "1 - GRAVAR FOTO DO DIA".
           05 LINE 08 COLUMN 02 VALUE "2 - RELATORIO DE TENDENCIA".
           05 LINE 09 COLUMN 02 VALUE
              "3 - RECRIAR ESTATISTICAS DE CIRCULACAO".
           05 LINE 10 COLUMN 02 VALUE
              "4 - EXPORTACAO SEMESTRAL PARA A SECRETARIA".
           05 LINE 11 COLUMN 02 VALUE
              "5 - RECALCULAR SUGESTOES DE TITULOS".
           05 LINE 12 COLUMN 02 VALUE "0 - VOLTAR".
           05 LINE 13 COLUMN 02 VALUE "OPCAO: ".
           05 COLUMN PLUS 01    PIC X(01) USING WRK-OPTION.
      *
       PROCEDURE DIVISION.
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-KPI-MENU.
           ACCEPT  SCREEN-KPI-MENU.
      *
      *    A RECRIACAO ESVAZIA O RESUMO (OU AS SUGESTOES) ATE O FIM
      *    DA PASSADA; SO O COORDENADOR, COM O BALCAO FECHADO.
           IF (WRK-OPTION EQUAL '3' OR EQUAL '5')
              AND WRK-OPERADOR-PERFIL NOT EQUAL 'C'
               INITIALIZE WRK-MSG
               MOVE '20OPCAO RESTRITA AO COORDENADOR.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0300-PROCESS-DATA-END
           END-IF.
      *
           EVALUATE WRK-OPTION
               WHEN '1'
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
               WHEN '2' PERFORM 0400-RELATORIO-TENDENCIA
               WHEN '3' CALL 'CEVIDPRG'
               WHEN '4' CALL 'SSVIDPRG'
               WHEN '5' CALL 'SUVIDPRG'
               WHEN '0' CONTINUE
               WHEN OTHER
                   INITIALIZE WRK-MSG
                  WRK-KPI-ACERVO       DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  WRK-KPI-RESERVAS     DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  WRK-KPI-MULTAS-MORTA DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  WRK-KPI-CIRC-MES     DELIMITED BY SIZE
             INTO FIL-EST.
           WRITE FIL-EST.
      *

       0320-CONTA-INDICADORES SECTION.
           INITIALIZE WRK-KPI.
      *
      *    SEM O CADASTRO DE TOMADORES TODA DIVIDA CONTA COMO
      *    COBRAVEL (COMO ANTES DA SEPARACAO).
           MOVE 'N' TO WRK-KPI-TOM-OK.
           OPEN INPUT TOMADORES.
      *
           IF FS-TOMADORES EQUAL "00"
               MOVE 'S' TO WRK-KPI-TOM-OK
           END-IF.
      *
           OPEN INPUT LOANS.
      *
               END-IF
               PERFORM UNTIL FS-MULTAS EQUAL "10"
                   IF MUL-SITUACAO EQUAL 'A' OR EQUAL 'S'
                       MOVE MUL-TOM-CODIGO TO WRK-KPI-TOM-COD
                       PERFORM 0325-TESTA-COBRAVEL
                       IF WRK-KPI-COBRAVEL EQUAL 'S'
                           ADD MUL-VALOR TO WRK-KPI-MULTAS-VAL
                       ELSE
                           ADD MUL-VALOR TO WRK-KPI-MULTAS-MORTA
                       END-IF
                   END-IF
                   READ MULTAS NEXT RECORD
               END-PERFORM
               CLOSE MULTAS
           END-IF.
      *
      *    COBRANCA PARCELADA ENTRA PELO SALDO DAS PARCELAS ABERTAS.
           OPEN INPUT PARCELAS.
      *
           IF FS-PARCELAS EQUAL "00"
               MOVE ZEROES TO PCL-MULTA
               MOVE ZEROES TO PCL-NUMERO
               START PARCELAS KEY IS NOT LESS THAN PCL-CHAVE
                   INVALID KEY
                       MOVE '10' TO FS-PARCELAS
               END-START
               IF FS-PARCELAS EQUAL "00"
                   READ PARCELAS NEXT RECORD
               END-IF
               PERFORM UNTIL FS-PARCELAS EQUAL "10"
                   IF PCL-SITUACAO EQUAL 'A'
                       MOVE PCL-TOM-CODIGO TO WRK-KPI-TOM-COD
                       PERFORM 0325-TESTA-COBRAVEL
                       IF WRK-KPI-COBRAVEL EQUAL 'S'
                           ADD PCL-VALOR TO WRK-KPI-MULTAS-VAL
                       ELSE
                           ADD PCL-VALOR TO WRK-KPI-MULTAS-MORTA
                       END-IF
                   END-IF
                   READ PARCELAS NEXT RECORD
               END-PERFORM
               CLOSE PARCELAS
           END-IF.
      *
           OPEN INPUT MOVIES.
      *
               END-PERFORM
               CLOSE RESERVAS
           END-IF.
      *
      *    CIRCULACAO DO MES CORRENTE: SOMA DO RESUMO DE CIRCULACAO
      *    NO AAAAMM DE HOJE, SEM AS CONSULTAS LOCAIS ('U').
           OPEN INPUT CIRCEST.
      *
           IF FS-CIRCEST EQUAL "00"
               MOVE LOW-VALUES        TO CES-CHAVE
               MOVE WRK-HOJE(1:6)     TO CES-ANOMES
               START CIRCEST KEY IS NOT LESS THAN CES-CHAVE
                   INVALID KEY
                       MOVE '10' TO FS-CIRCEST
               END-START
               IF FS-CIRCEST EQUAL "00"
                   READ CIRCEST NEXT RECORD
               END-IF
               PERFORM UNTIL FS-CIRCEST EQUAL "10"
                          OR CES-ANOMES NOT EQUAL WRK-HOJE(1:6)
                   IF CES-EVENTO NOT EQUAL 'U'
                       ADD CES-QTDE TO WRK-KPI-CIRC-MES
                   END-IF
                   READ CIRCEST NEXT RECORD
               END-PERFORM
               CLOSE CIRCEST
           END-IF.
      *
           IF WRK-KPI-TOM-OK EQUAL 'S'
               CLOSE TOMADORES
           END-IF.
       0320-CONTA-INDICADORES-END. EXIT.

       0325-TESTA-COBRAVEL SECTION.
           MOVE 'S' TO WRK-KPI-COBRAVEL.
      *
           IF WRK-KPI-TOM-OK NOT EQUAL 'S'
               GO TO 0325-TESTA-COBRAVEL-END
           END-IF.
      *
           MOVE WRK-KPI-TOM-COD TO TOM-CODIGO.
           READ TOMADORES
               INVALID KEY
                   MOVE 'N' TO WRK-KPI-COBRAVEL
                   GO TO 0325-TESTA-COBRAVEL-END
           END-READ.
      *
           IF TOM-SITUACAO EQUAL 'V'
               MOVE 'N' TO WRK-KPI-COBRAVEL
           END-IF.
       0325-TESTA-COBRAVEL-END. EXIT.

       0400-RELATORIO-TENDENCIA SECTION.
      *    IMPRIME A SERIE DIARIA COM SUBTOTAIS (MEDIA DE EMPRESTIMOS
      *    E VENCIDOS) POR SEMANA E POR MES, UMA GERACAO DATADA
           WRITE FIL-REL.
      *
           MOVE
           'DATA     EMPREST VENCID MULTAS    ACERVO RESERV  DIV.MORTA'
               TO FIL-REL.
           MOVE '  CIRC.MES' TO FIL-REL(59:10).
           WRITE FIL-REL.
      *
           MOVE 999999 TO WRK-TR-SEM-ATUAL.
           INITIALIZE WRK-EST-LINHA.
           UNSTRING FIL-EST DELIMITED BY ";"
               INTO WRK-EST-DATA, WRK-EST-EMP, WRK-EST-VEN,
                    WRK-EST-MUL, WRK-EST-ACE, WRK-EST-RES,
                    WRK-EST-MOR, WRK-EST-CIR.
      *
           IF WRK-EST-DATA NOT NUMERIC
               GO TO 0410-LINHA-TENDENCIA-END
                  WRK-EST-ACE  DELIMITED BY SIZE
                  '  '         DELIMITED BY SIZE
                  WRK-EST-RES  DELIMITED BY SIZE
                  '  '         DELIMITED BY SIZE
                  WRK-EST-MOR  DELIMITED BY SIZE
                  '  '         DELIMITED BY SIZE
                  WRK-EST-CIR  DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
