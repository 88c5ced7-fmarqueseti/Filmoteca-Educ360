      ******************************************************************
      * FILE NAME   : CBVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : ACCOUNTING INTERFACE OF VIDEOTECA PROGRAM -      *
      *               PERIOD-END (MONTHLY) EXTRACT IN A FIXED-LAYOUT   *
      *               LEDGER FILE FOR THE SCHOOL FINANCE SYSTEM, ONE   *
      *               POSTING LINE PER EVENT: FINE RECEIPTS            *
      *               (CXRECIBO), WAIVERS AND UNCOLLECTABLE WRITE-OFFS *
      *               (MULTAS), ACQUISITIONS RECEIVED IN PDVIDPRG AT   *
      *               VAL-CUSTO-AQUIS, TITLE AND COPY WRITE-OFFS       *
      *               (BXVIDPRG / RPVIDPRG) AT BOOK VALUE AND REPAIR   *
      *               COSTS (REPAROS). ACCOUNT CODES COME FROM THE     *
      *               MAINTAINABLE CONTASCTB TABLE, THE FILE CARRIES   *
      *               HEADER AND TRAILER TOTALS, AND A PERIOD ALREADY  *
      *               EXTRACTED IS REFUSED UNTIL THE COORDINATOR       *
      *               REOPENS IT                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBVIDPRG.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDCCF'. *> CONTASCTB (ACCOUNT TABLE)
           COPY 'CPVIDCPF'. *> PERIODOCTB (LEDGER PERIODS)
           COPY 'CPVIDRXF'. *> CXRECIBO DAT WORKBOOK
           COPY 'CPVIDMFC'. *> MULTAS DAT WORKBOOK
           COPY 'CPVIDPIF'. *> PEDITENS DAT WORKBOOK
           COPY 'CPVIDVLF'. *> VALORES DAT WORKBOOK
           COPY 'CPVIDFCV'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDXFC'. *> EXEMPLAR DAT WORKBOOK
           COPY 'CPVIDRPF'. *> REPAROS DAT WORKBOOK
           COPY 'CPVIDDRF'. *> DEPRECIA (DEPRECIATION BOOK)
      *
      *    ARQUIVO DE INTERFACE: REGISTRO FIXO DE 120 POSICOES, SEM
      *    SEPARADOR DE LINHA, NO LAYOUT COMBINADO COM O SETOR
      *    FINANCEIRO (CABECALHO 'H', LANCAMENTOS 'D', TRAILER 'T').
           SELECT CONTABIL-EXT
              ASSIGN       TO WRK-CB-ARQUIVO
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-CONTABIL-EXT.
      *
           SELECT CONTABIL-REL
              ASSIGN       TO WRK-SPL-NOME
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-CONTABIL-REL.
      *
           COPY 'CPVIDSPF'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDALF'. *> ABEND LOG
           COPY 'CPVIDLGF'. *> MAINTENANCE AUDIT LOG
      *
       DATA DIVISION.
       FILE SECTION.
       FD CONTASCTB.
           COPY 'CPVIDCCD'.

       FD PERIODOCTB.
           COPY 'CPVIDCPD'.

       FD CXRECIBO.
           COPY 'CPVIDRXD'.

       FD MULTAS.
           COPY 'CPVIDMDT'.

       FD PEDITENS.
           COPY 'CPVIDPID'.

       FD VALORES.
           COPY 'CPVIDVLD'.

       FD MOVIES.
           COPY 'CPVIDDAT'.

       FD EXEMPLAR.
           COPY 'CPVIDXDT'.

       FD REPAROS.
           COPY 'CPVIDRPD'.

       FD DEPRECIA.
           COPY 'CPVIDDRD'.

       FD CONTABIL-EXT
           RECORDING MODE IS F.
      *    CABECALHO: PERIODO, QUANDO E QUEM GEROU E QUANTAS VEZES O
      *    PERIODO JA FOI EXTRAIDO (1 NA PRIMEIRA; MAIOR QUE 1 SO
      *    DEPOIS DE REABERTO).
           01 REG-CBH.
               05 CBH-TIPO          PIC X(01).
               05 CBH-SISTEMA       PIC X(10).
               05 CBH-PERIODO       PIC 9(06).
               05 CBH-DATA-GERACAO  PIC 9(08).
               05 CBH-HORA-GERACAO  PIC 9(06).
               05 CBH-EXTRACAO      PIC 9(03).
               05 CBH-OPERADOR      PIC X(08).
               05 FILLER            PIC X(78).
      *    LANCAMENTO: UM POR EVENTO, COM AS CONTAS DE DEBITO E
      *    CREDITO DA TABELA CONTASCTB E O VALOR COM 2 DECIMAIS
      *    IMPLICITOS.
           01 REG-CBL.
               05 CBL-TIPO          PIC X(01).
               05 CBL-SEQUENCIA     PIC 9(07).
               05 CBL-DATA          PIC 9(08).
               05 CBL-EVENTO        PIC X(02).
               05 CBL-CONTA-DEBITO  PIC X(12).
               05 CBL-CONTA-CREDITO PIC X(12).
               05 CBL-VALOR         PIC 9(09)V9(02).
               05 CBL-DOCUMENTO     PIC X(10).
               05 CBL-HISTORICO     PIC X(40).
               05 FILLER            PIC X(17).
      *    TRAILER: QUANTIDADE DE LANCAMENTOS E SOMA DOS VALORES PARA
      *    A CONFERENCIA DA IMPORTACAO.
           01 REG-CBT.
               05 CBT-TIPO          PIC X(01).
               05 CBT-QTD-LINHAS    PIC 9(07).
               05 CBT-TOTAL-VALOR   PIC 9(11)V9(02).
               05 CBT-PERIODO       PIC 9(06).
               05 FILLER            PIC X(93).

       FD CONTABIL-REL.
           01 FIL-REL          PIC X(132).

       FD VIDRELS.
           COPY 'CPVIDSPD'.

       FD VIDABEND.
           COPY 'CPVIDALD'.

       FD VIDLOG.
           COPY 'CPVIDLGD'.
      *
       WORKING-STORAGE SECTION.
           COPY 'CPVIDMAN'. *> MAIN SCREEN
           COPY 'CPVIDMNU'. *> MAIN MENU
           COPY 'CPVIDMSG'. *> MESSAGES
           COPY 'CPVIDCCW'. *> CONTASCTB (ACCOUNT TABLE)
           COPY 'CPVIDCPW'. *> PERIODOCTB (LEDGER PERIODS)
           COPY 'CPVIDRXW'. *> CXRECIBO DAT WORKBOOK
           COPY 'CPVIDMNW'. *> MULTAS DAT WORKBOOK
           COPY 'CPVIDPIW'. *> PEDITENS DAT WORKBOOK
           COPY 'CPVIDVLW'. *> VALORES DAT WORKBOOK
           COPY 'CPVIDFCW'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDXNW'. *> EXEMPLAR DAT WORKBOOK
           COPY 'CPVIDRPW'. *> REPAROS DAT WORKBOOK
           COPY 'CPVIDDRW'. *> DEPRECIA (DEPRECIATION BOOK)
           COPY 'CPVIDSPW'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDABE'. *> ABEND
           COPY 'CPVIDALW'. *> ABEND LOG
           COPY 'CPVIDLGW'. *> MAINTENANCE AUDIT LOG
           COPY 'CPVIDOPW'. *> OPERATOR SESSION
      *
       77 FS-CONTABIL-EXT           PIC X(02).
       77 FS-CONTABIL-REL           PIC X(02).
       77 WRK-SPL-NOME              PIC X(40).
       77 WRK-SPL-PROGRAMA          PIC X(08).
       77 WRK-CB-ARQUIVO            PIC X(40).
      *
       77 WRK-HOJE                  PIC 9(08) VALUE ZEROES.
       77 WRK-CB-PERIODO            PIC 9(06) VALUE ZEROES.
       77 WRK-CB-MES-ATUAL          PIC 9(06) VALUE ZEROES.
       77 WRK-CB-INICIO             PIC 9(08) VALUE ZEROES.
       77 WRK-CB-FIM                PIC 9(08) VALUE ZEROES.
       77 WRK-CB-EVENTO             PIC X(02) VALUE SPACES.
       77 WRK-CB-MOTIVO             PIC X(40) VALUE SPACES.
       77 WRK-CB-IDX                PIC 9(02) VALUE ZEROES.
       77 WRK-CB-OK                 PIC X(01) VALUE 'N'.
       77 WRK-CB-DATA               PIC 9(08) VALUE ZEROES.
       77 WRK-CB-VALOR              PIC 9(09)V9(02) VALUE ZEROES.
       77 WRK-CB-VALOR-UNIT         PIC 9(05)V9(02) VALUE ZEROES.
       77 WRK-CB-COPIAS             PIC 9(03) VALUE ZEROES.
       77 WRK-CB-DOCUMENTO          PIC X(10) VALUE SPACES.
       77 WRK-CB-HISTORICO          PIC X(40) VALUE SPACES.
      *
      *    CODIGO USADO APENAS PELA LINHA DO LOG DE AUDITORIA
      *    (CPVIDLGP ESPERA O CAMPO CODIGO DO CATALOGO, QUE AQUI VEM
      *    DE MOVIES.DAT; O LOG LEVA O PERIODO AAAAMM).
       77 WRK-CB-LOG-CODIGO         PIC 9(07) VALUE ZEROES.
      *
      *    EVENTOS DO EXTRATO, NA ORDEM EM QUE SAEM NO ARQUIVO. A
      *    DESCRICAO E A PADRAO GRAVADA NA TABELA DE CONTAS; AS CONTAS
      *    SAO CARREGADAS DE CONTASCTB.DAT A CADA EXTRACAO.
       01 WRK-CB-EVENTOS-INI.
           05 FILLER PIC X(32) VALUE 'RCRECEBIMENTO DE MULTAS'.
           05 FILLER PIC X(32) VALUE 'ISISENCAO DE MULTAS'.
           05 FILLER PIC X(32) VALUE 'BMBAIXA DE MULTAS INCOBRAVEIS'.
           05 FILLER PIC X(32) VALUE 'AQAQUISICAO DE ACERVO'.
           05 FILLER PIC X(32) VALUE 'BTBAIXA DE TITULO DO ACERVO'.
           05 FILLER PIC X(32) VALUE 'BEBAIXA DE EXEMPLAR IRRECUP.'.
           05 FILLER PIC X(32) VALUE 'RPCUSTO DE REPAROS'.
       01 WRK-CB-EVENTOS-TAB REDEFINES WRK-CB-EVENTOS-INI.
           05 WRK-CB-EVT-DEF OCCURS 7 TIMES.
               10 WRK-CB-EVT-COD-DEF  PIC X(02).
               10 WRK-CB-EVT-DESC-DEF PIC X(30).
      *
       01 WRK-CB-CONTAS.
           05 WRK-CB-EVT OCCURS 7 TIMES.
               10 WRK-CB-EVT-DEBITO   PIC X(12).
               10 WRK-CB-EVT-CREDITO  PIC X(12).
               10 WRK-CB-EVT-QTD      PIC 9(07) USAGE COMP-3.
               10 WRK-CB-EVT-VALOR    PIC 9(11)V9(02) USAGE COMP-3.
      *
       01 WRK-ESTATISTICA.
           05 WRK-CB-SEQUENCIA      PIC 9(07) USAGE COMP-3 VALUE ZEROES.
           05 WRK-CB-TOTAL          PIC 9(11)V9(02) USAGE COMP-3
                                     VALUE ZEROES.
           05 WRK-CB-SEM-VALOR      PIC 9(05) USAGE COMP-3 VALUE ZEROES.
      *
       01 WRK-CB-EDITADOS.
           05 WRK-CB-QTD-EDIT       PIC ZZZZZZ9 VALUE ZEROES.
           05 WRK-CB-VAL-EDIT       PIC ZZZZZZZZZZ9,99 VALUE ZEROES.
           05 WRK-CB-NUM-EDIT       PIC ZZ9 VALUE ZEROES.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN'. *> MAIN SCREEN
           COPY 'SCVIDMSG'. *> MESSAGES
      *
       01 SCREEN-CB-MENU.
           05 LINE 07 COLUMN 02 VALUE "1 - GERAR EXTRATO CONTABIL".
           05 LINE 08 COLUMN 02 VALUE "2 - REABRIR PERIODO EXTRAIDO".
           05 LINE 09 COLUMN 02 VALUE "3 - TABELA DE CONTAS CONTABEIS".
           05 LINE 10 COLUMN 02 VALUE "0 - VOLTAR".
           05 LINE 11 COLUMN 02 VALUE "OPCAO: ".
           05 COLUMN PLUS 01    PIC X(01) USING WRK-OPTION.
      *
       01 SCREEN-CB-PERIODO.
           05 LINE 13 COLUMN 02 VALUE "PERIODO (AAAAMM): ".
           05 COLUMN PLUS 01    PIC 9(06) USING WRK-CB-PERIODO.
      *
       01 SCREEN-CB-MOTIVO.
           05 LINE 15 COLUMN 02 VALUE "MOTIVO DA REABERTURA: ".
           05 COLUMN PLUS 01    PIC X(40) USING WRK-CB-MOTIVO.
      *
       01 SCREEN-CB-EVENTO.
           05 LINE 13 COLUMN 02 VALUE
               "EVENTO (RC/IS/BM/AQ/BT/BE/RP): ".
           05 COLUMN PLUS 01    PIC X(02) USING WRK-CB-EVENTO.
      *
       01 SCREEN-CB-CONTA.
           05 LINE 15 COLUMN 02 VALUE "DESCRICAO......: ".
           05 COLUMN PLUS 01    PIC X(30) FROM CTC-DESCRICAO.
           05 LINE 16 COLUMN 02 VALUE "CONTA A DEBITAR: ".
           05 COLUMN PLUS 01    PIC X(12) USING CTC-CONTA-DEBITO.
           05 LINE 17 COLUMN 02 VALUE "CONTA A CREDITAR: ".
           05 COLUMN PLUS 01    PIC X(12) USING CTC-CONTA-CREDITO.
      *
       PROCEDURE DIVISION.
       0000-MAIN SECTION.
      *    O CHAMADOR NAO USA CANCEL, ENTAO WRK-OPTION FICA COM O '0'
      *    DA SAIDA ANTERIOR NA MESMA SESSAO; SEM ESTE RESET, A SEGUNDA
      *    ENTRADA NO PROGRAMA TERMINARIA SEM MOSTRAR O MENU.
           MOVE SPACES TO WRK-OPTION.
           PERFORM 0100-OPEN-DATA.
           PERFORM 0300-PROCESS-DATA UNTIL WRK-OPTION EQUAL '0'.
           PERFORM 0500-CLOSE-DATA.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.

       0100-OPEN-DATA SECTION.
           OPEN I-O CONTASCTB.
      *
           IF FS-CONTASCTB EQUAL "35"
               OPEN OUTPUT CONTASCTB
               CLOSE CONTASCTB
               OPEN I-O CONTASCTB
           END-IF.
      *
           IF FS-CONTASCTB NOT EQUAL "00"
               MOVE '19ERRO AO ABRIR ARQUIVO DE CONTAS CONTABEIS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-CONTASCTB TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE CONTAS CONTABEIS'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O PERIODOCTB.
      *
           IF FS-PERIODOCTB EQUAL "35"
               OPEN OUTPUT PERIODOCTB
               CLOSE PERIODOCTB
               OPEN I-O PERIODOCTB
           END-IF.
      *
           IF FS-PERIODOCTB NOT EQUAL "00"
               MOVE '18ERRO AO ABRIR ARQUIVO DE PERIODOS CONTABEIS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-PERIODOCTB TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE PERIODOS CONTABEIS'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT CXRECIBO.
      *
           IF FS-CXRECIBO EQUAL "35"
               OPEN OUTPUT CXRECIBO
               CLOSE CXRECIBO
               OPEN INPUT CXRECIBO
           END-IF.
      *
           IF FS-CXRECIBO NOT EQUAL "00"
               MOVE '23ERRO AO ABRIR ARQUIVO DE RECIBOS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-CXRECIBO TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE RECIBOS'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT MULTAS.
      *
           IF FS-MULTAS EQUAL "35"
               OPEN OUTPUT MULTAS
               CLOSE MULTAS
               OPEN INPUT MULTAS
           END-IF.
      *
           IF FS-MULTAS NOT EQUAL "00"
               MOVE '24ERRO AO ABRIR ARQUIVO DE MULTAS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-MULTAS TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE MULTAS'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT PEDITENS.
      *
           IF FS-PEDITENS EQUAL "35"
               OPEN OUTPUT PEDITENS
               CLOSE PEDITENS
               OPEN INPUT PEDITENS
           END-IF.
      *
           IF FS-PEDITENS NOT EQUAL "00"
               MOVE '19ERRO AO ABRIR ARQUIVO DE ITENS DE PEDIDO.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-PEDITENS TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE ITENS DE PEDIDO'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT VALORES.
      *
           IF FS-VALORES EQUAL "35"
               OPEN OUTPUT VALORES
               CLOSE VALORES
               OPEN INPUT VALORES
           END-IF.
      *
           IF FS-VALORES NOT EQUAL "00"
               MOVE '23ERRO AO ABRIR ARQUIVO DE VALORES.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-VALORES TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE VALORES'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT MOVIES.
      *
           IF FS-MOVIES EQUAL "35"
               OPEN OUTPUT MOVIES
               CLOSE MOVIES
               OPEN INPUT MOVIES
           END-IF.
      *
           IF FS-MOVIES NOT EQUAL "00"
               MOVE '24ERRO AO ABRIR ARQUIVO DE FILMES.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-MOVIES TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE FILMES'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT EXEMPLAR.
      *
           IF FS-EXEMPLAR EQUAL "35"
               OPEN OUTPUT EXEMPLAR
               CLOSE EXEMPLAR
               OPEN INPUT EXEMPLAR
           END-IF.
      *
           IF FS-EXEMPLAR NOT EQUAL "00"
               MOVE '22ERRO AO ABRIR ARQUIVO DE EXEMPLARES.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-EXEMPLAR TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE EXEMPLARES'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT REPAROS.
      *
           IF FS-REPAROS EQUAL "35"
               OPEN OUTPUT REPAROS
               CLOSE REPAROS
               OPEN INPUT REPAROS
           END-IF.
      *
           IF FS-REPAROS NOT EQUAL "00"
               MOVE '23ERRO AO ABRIR ARQUIVO DE REPAROS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-REPAROS TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE REPAROS'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT DEPRECIA.
      *
           IF FS-DEPRECIA EQUAL "35"
               OPEN OUTPUT DEPRECIA
               CLOSE DEPRECIA
               OPEN INPUT DEPRECIA
           END-IF.
      *
           IF FS-DEPRECIA NOT EQUAL "00"
               MOVE '21ERRO AO ABRIR ARQUIVO DE DEPRECIACAO.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-DEPRECIA TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE DEPRECIACAO'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
       0100-OPEN-DATA-END. EXIT.

       0300-PROCESS-DATA SECTION.
           COPY 'CPVIDDTE'. *> DATE/TIME PROCEDURE
           MOVE "   * * * * INTERFACE CONTABIL * * * *"   TO WRK-TITLE.
           MOVE "PF3=FIM"                                   TO WRK-KEYS.
           INITIALIZE WRK-MSG.
           MOVE WRK-DATA-SISTEMA TO WRK-HOJE.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-CB-MENU.
           ACCEPT  SCREEN-CB-MENU.
      *
           EVALUATE WRK-OPTION
               WHEN '1' PERFORM 0310-GERAR-EXTRATO
               WHEN '2'
      *            REABRIR LIBERA UM MES JA ENTREGUE AO FINANCEIRO
      *            PARA SER EXTRAIDO DE NOVO; SO O COORDENADOR.
                   IF WRK-OPERADOR-PERFIL EQUAL 'C'
                       PERFORM 0400-REABRIR-PERIODO
                   ELSE
                       INITIALIZE WRK-MSG
                       MOVE '14REABERTURA RESERVADA AO PERFIL COORDENADO
      -                'R.' TO WRK-MSG
                       DISPLAY SCREEN-MSG
                       ACCEPT SCREEN-WAIT
                   END-IF
               WHEN '3'
                   IF WRK-OPERADOR-PERFIL EQUAL 'C'
                       PERFORM 0450-MANTEM-CONTAS
                   ELSE
                       INITIALIZE WRK-MSG
                       MOVE '12TABELA DE CONTAS RESERVADA AO PERFIL COOR
      -                'DENADOR.' TO WRK-MSG
                       DISPLAY SCREEN-MSG
                       ACCEPT SCREEN-WAIT
                   END-IF
               WHEN '0' CONTINUE
               WHEN OTHER
                   INITIALIZE WRK-MSG
                   MOVE '20OPCAO INVALIDA.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
           END-EVALUATE.
       0300-PROCESS-DATA-END. EXIT.

       0305-VALIDA-PERIODO SECTION.
      *    SO MES JA ENCERRADO: O MES CORRENTE AINDA RECEBE
      *    LANCAMENTOS E SAIRIA INCOMPLETO NO EXTRATO.
           MOVE 'N' TO WRK-CB-OK.
           MOVE WRK-HOJE(1:6) TO WRK-CB-MES-ATUAL.
      *
           IF WRK-CB-PERIODO EQUAL ZEROES
           OR WRK-CB-PERIODO(5:2) LESS THAN '01'
           OR WRK-CB-PERIODO(5:2) GREATER THAN '12'
           OR WRK-CB-PERIODO NOT LESS THAN WRK-CB-MES-ATUAL
               MOVE '18PERIODO INVALIDO OU MES AINDA NAO ENCERRADO.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
           ELSE
               MOVE 'S' TO WRK-CB-OK
               COMPUTE WRK-CB-INICIO = WRK-CB-PERIODO * 100 + 1
               COMPUTE WRK-CB-FIM    = WRK-CB-PERIODO * 100 + 31
           END-IF.
       0305-VALIDA-PERIODO-END. EXIT.

       0310-GERAR-EXTRATO SECTION.
           INITIALIZE WRK-MSG.
      *    SUGERE O MES ANTERIOR, O CASO NORMAL DO FECHAMENTO.
           IF WRK-DATA-MM EQUAL 01
               COMPUTE WRK-CB-PERIODO = (WRK-DATA-AAAA - 1) * 100 + 12
           ELSE
               COMPUTE WRK-CB-PERIODO = WRK-DATA-AAAA * 100 +
                                        WRK-DATA-MM - 1
           END-IF.
           DISPLAY SCREEN-CB-PERIODO.
           ACCEPT  SCREEN-CB-PERIODO.
      *
           PERFORM 0305-VALIDA-PERIODO.
           IF WRK-CB-OK NOT EQUAL 'S'
               GO TO 0310-GERAR-EXTRATO-END
           END-IF.
      *
           MOVE WRK-CB-PERIODO TO CPE-PERIODO.
           READ PERIODOCTB
               INVALID KEY
                   INITIALIZE REG-CPE
                   MOVE WRK-CB-PERIODO TO CPE-PERIODO
           END-READ.
      *
           IF CPE-SITUACAO EQUAL 'E'
               INITIALIZE WRK-MSG
               STRING '06PERIODO JA EXTRAIDO EM ' DELIMITED BY SIZE
                      CPE-DATA-EXTRACAO           DELIMITED BY SIZE
                      ' POR '                     DELIMITED BY SIZE
                      CPE-OPERADOR                DELIMITED BY SIZE
                      '. REABRA PARA REPETIR.'    DELIMITED BY SIZE
                 INTO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0310-GERAR-EXTRATO-END
           END-IF.
      *
           PERFORM 0315-CARREGA-CONTAS.
           IF WRK-CB-OK NOT EQUAL 'S'
               GO TO 0310-GERAR-EXTRATO-END
           END-IF.
      *
           INITIALIZE WRK-MSG.
           STRING '14GERAR O EXTRATO CONTABIL DE ' DELIMITED BY SIZE
                  WRK-CB-PERIODO                   DELIMITED BY SIZE
                  '. CONFIRMA (S/N)?'              DELIMITED BY SIZE
             INTO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
      *
           IF WRK-AWAIT NOT EQUAL 'S' AND NOT EQUAL 's'
               INITIALIZE WRK-MSG
               MOVE '30EXTRACAO CANCELADA.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0310-GERAR-EXTRATO-END
           END-IF.
      *
           MOVE SPACES TO WRK-CB-ARQUIVO.
           STRING './dat/CONTABIL-' DELIMITED BY SIZE
                  WRK-CB-PERIODO    DELIMITED BY SIZE
                  '.dat'            DELIMITED BY SIZE
             INTO WRK-CB-ARQUIVO.
      *
           OPEN OUTPUT CONTABIL-EXT.
      *
           IF FS-CONTABIL-EXT NOT EQUAL "00"
               INITIALIZE WRK-MSG
               MOVE '34ERRO AO CRIAR ARQUIVO CONTABIL.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0310-GERAR-EXTRATO-END
           END-IF.
      *
           INITIALIZE WRK-ESTATISTICA.
           ADD 1 TO CPE-EXTRACOES.
      *
           MOVE SPACES           TO REG-CBH.
           MOVE 'H'              TO CBH-TIPO.
           MOVE 'VIDEOTECA'      TO CBH-SISTEMA.
           MOVE WRK-CB-PERIODO   TO CBH-PERIODO.
           MOVE WRK-HOJE         TO CBH-DATA-GERACAO.
           MOVE WRK-HORA-SISTEMA(1:6) TO CBH-HORA-GERACAO.
           MOVE CPE-EXTRACOES    TO CBH-EXTRACAO.
           MOVE WRK-OPERADOR     TO CBH-OPERADOR.
           WRITE REG-CBH.
      *
           PERFORM 0320-RECIBOS.
           PERFORM 0322-MULTAS.
           PERFORM 0324-AQUISICOES.
           PERFORM 0326-BAIXAS-TITULO.
           PERFORM 0328-BAIXAS-EXEMPLAR.
           PERFORM 0330-REPAROS.
      *
           MOVE SPACES           TO REG-CBT.
           MOVE 'T'              TO CBT-TIPO.
           MOVE WRK-CB-SEQUENCIA TO CBT-QTD-LINHAS.
           MOVE WRK-CB-TOTAL     TO CBT-TOTAL-VALOR.
           MOVE WRK-CB-PERIODO   TO CBT-PERIODO.
           WRITE REG-CBT.
      *
           CLOSE CONTABIL-EXT.
      *
           PERFORM 0360-GRAVA-PERIODO.
           PERFORM 0350-RESUMO-EXTRATO.
      *
           MOVE WRK-CB-PERIODO TO WRK-CB-LOG-CODIGO.
           MOVE 'EXTR-CONTB'   TO WRK-LOG-ACAO.
           PERFORM 0490-GRAVA-LOG.
      *
           MOVE WRK-CB-SEQUENCIA TO WRK-CB-QTD-EDIT.
           INITIALIZE WRK-MSG.
           STRING '12EXTRATO GERADO: '  DELIMITED BY SIZE
                  WRK-CB-QTD-EDIT       DELIMITED BY SIZE
                  ' LANCAMENTO(S) EM '  DELIMITED BY SIZE
                  WRK-CB-ARQUIVO        DELIMITED BY SPACE
             INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0310-GERAR-EXTRATO-END. EXIT.

       0315-CARREGA-CONTAS SECTION.
      *    TODO EVENTO PRECISA DAS DUAS CONTAS NA TABELA; SEM ELAS O
      *    EXTRATO NAO E GERADO, PARA NAO CHEGAR AO FINANCEIRO UM
      *    LANCAMENTO SEM CONTA.
           MOVE 'S' TO WRK-CB-OK.
           INITIALIZE WRK-CB-CONTAS.
           MOVE 1 TO WRK-CB-IDX.
      *
           PERFORM UNTIL WRK-CB-IDX GREATER THAN 7
                      OR WRK-CB-OK EQUAL 'N'
               MOVE WRK-CB-EVT-COD-DEF(WRK-CB-IDX) TO CTC-EVENTO
               READ CONTASCTB
                   INVALID KEY
                       MOVE SPACES TO CTC-CONTA-DEBITO
                       MOVE SPACES TO CTC-CONTA-CREDITO
               END-READ
               IF CTC-CONTA-DEBITO  EQUAL SPACES
               OR CTC-CONTA-CREDITO EQUAL SPACES
                   MOVE 'N' TO WRK-CB-OK
                   INITIALIZE WRK-MSG
                   STRING '10SEM CONTA CONTABIL PARA O EVENTO '
                              DELIMITED BY SIZE
                          WRK-CB-EVT-COD-DEF(WRK-CB-IDX)
                              DELIMITED BY SIZE
                          '. AJUSTE A TABELA (OPCAO 3).'
                              DELIMITED BY SIZE
                     INTO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
               ELSE
                   MOVE CTC-CONTA-DEBITO
                     TO WRK-CB-EVT-DEBITO(WRK-CB-IDX)
                   MOVE CTC-CONTA-CREDITO
                     TO WRK-CB-EVT-CREDITO(WRK-CB-IDX)
               END-IF
               ADD 1 TO WRK-CB-IDX
           END-PERFORM.
       0315-CARREGA-CONTAS-END. EXIT.

       0320-RECIBOS SECTION.
      *    RC: CADA RECIBO DE CAIXA EMITIDO NO MES (MULTA, PARCELA OU
      *    TAXA DE CARTEIRINHA), PELO VALOR RECEBIDO.
           MOVE ZEROES TO RCX-NUMERO.
           START CXRECIBO KEY IS NOT LESS THAN RCX-NUMERO
               INVALID KEY
                   MOVE '10' TO FS-CXRECIBO
           END-START.
      *
           IF FS-CXRECIBO EQUAL "00"
               READ CXRECIBO NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-CXRECIBO EQUAL "10"
               IF RCX-DATA NOT LESS THAN WRK-CB-INICIO
              AND RCX-DATA NOT GREATER THAN WRK-CB-FIM
                   MOVE 1          TO WRK-CB-IDX
                   MOVE RCX-DATA   TO WRK-CB-DATA
                   MOVE RCX-VALOR  TO WRK-CB-VALOR
                   MOVE SPACES     TO WRK-CB-DOCUMENTO
                   STRING 'RCX' RCX-NUMERO DELIMITED BY SIZE
                     INTO WRK-CB-DOCUMENTO
                   MOVE SPACES     TO WRK-CB-HISTORICO
                   STRING 'RECIBO DA MULTA ' DELIMITED BY SIZE
                          RCX-MULTA          DELIMITED BY SIZE
                          ' TOMADOR '        DELIMITED BY SIZE
                          RCX-TOM-CODIGO     DELIMITED BY SIZE
                          ' SESSAO '         DELIMITED BY SIZE
                          RCX-CAIXA          DELIMITED BY SIZE
                     INTO WRK-CB-HISTORICO
                   PERFORM 0340-GRAVA-LANCAMENTO
               END-IF
               READ CXRECIBO NEXT RECORD
           END-PERFORM.
       0320-RECIBOS-END. EXIT.

       0322-MULTAS SECTION.
      *    IS: ISENCAO APROVADA NO MES ('I'); BM: BAIXA ANUAL COMO
      *    INCOBRAVEL ('B'). AS DUAS TIRAM A COBRANCA DO A RECEBER E
      *    TEM A DATA NA TRILHA DA ISENCAO.
           MOVE ZEROES TO MUL-NUMERO.
           START MULTAS KEY IS NOT LESS THAN MUL-NUMERO
               INVALID KEY
                   MOVE '10' TO FS-MULTAS
           END-START.
      *
           IF FS-MULTAS EQUAL "00"
               READ MULTAS NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-MULTAS EQUAL "10"
               IF (MUL-SITUACAO EQUAL 'I' OR EQUAL 'B')
              AND MUL-ISEN-DATA NOT LESS THAN WRK-CB-INICIO
              AND MUL-ISEN-DATA NOT GREATER THAN WRK-CB-FIM
                   IF MUL-SITUACAO EQUAL 'I'
                       MOVE 2 TO WRK-CB-IDX
                   ELSE
                       MOVE 3 TO WRK-CB-IDX
                   END-IF
                   MOVE MUL-ISEN-DATA TO WRK-CB-DATA
                   MOVE MUL-VALOR     TO WRK-CB-VALOR
                   MOVE SPACES        TO WRK-CB-DOCUMENTO
                   STRING 'MUL' MUL-NUMERO DELIMITED BY SIZE
                     INTO WRK-CB-DOCUMENTO
                   MOVE SPACES        TO WRK-CB-HISTORICO
                   STRING 'TOMADOR '      DELIMITED BY SIZE
                          MUL-TOM-CODIGO  DELIMITED BY SIZE
                          ' '             DELIMITED BY SIZE
                          MUL-ISEN-MOTIVO DELIMITED BY SIZE
                     INTO WRK-CB-HISTORICO
                   PERFORM 0340-GRAVA-LANCAMENTO
               END-IF
               READ MULTAS NEXT RECORD
           END-PERFORM.
       0322-MULTAS-END. EXIT.

       0324-AQUISICOES SECTION.
      *    AQ: ITEM DE PEDIDO RECEBIDO NO MES, PELO CUSTO DE AQUISICAO
      *    DO TITULO GERADO (VAL-CUSTO-AQUIS, GRAVADO NO RECEBIMENTO
      *    PELO PRECO PAGO).
           MOVE LOW-VALUES TO PIT-CHAVE.
           START PEDITENS KEY IS NOT LESS THAN PIT-CHAVE
               INVALID KEY
                   MOVE '10' TO FS-PEDITENS
           END-START.
      *
           IF FS-PEDITENS EQUAL "00"
               READ PEDITENS NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-PEDITENS EQUAL "10"
               IF PIT-SITUACAO EQUAL 'R'
              AND PIT-DATA-RECEB NOT LESS THAN WRK-CB-INICIO
              AND PIT-DATA-RECEB NOT GREATER THAN WRK-CB-FIM
                   MOVE PIT-CODIGO-GERADO TO VAL-CODIGO
                   READ VALORES
                       INVALID KEY
                           MOVE PIT-PRECO-PAGO TO VAL-CUSTO-AQUIS
                   END-READ
                   MOVE 4                 TO WRK-CB-IDX
                   MOVE PIT-DATA-RECEB    TO WRK-CB-DATA
                   MOVE VAL-CUSTO-AQUIS   TO WRK-CB-VALOR
                   MOVE SPACES            TO WRK-CB-DOCUMENTO
                   STRING 'PED' PIT-PEDIDO '/' PIT-SEQ
                          DELIMITED BY SIZE
                     INTO WRK-CB-DOCUMENTO
                   MOVE PIT-CODIGO-GERADO TO CODIGO
                   PERFORM 0335-HISTORICO-TITULO
                   PERFORM 0340-GRAVA-LANCAMENTO
               END-IF
               READ PEDITENS NEXT RECORD
           END-PERFORM.
       0324-AQUISICOES-END. EXIT.

       0326-BAIXAS-TITULO SECTION.
      *    BT: TITULO BAIXADO EM BXVIDPRG NO MES (MOTIVOS D/P/O/G; O
      *    'T' E O REGISTRO TEMPORARIO DE BIBLIOTECA PARCEIRA, QUE
      *    NUNCA FOI PATRIMONIO), PELO VALOR CONTABIL DAS COPIAS QUE
      *    AINDA ESTAVAM NO ACERVO.
           MOVE ZEROES TO CODIGO.
           START MOVIES KEY IS NOT LESS THAN CODIGO
               INVALID KEY
                   MOVE '10' TO FS-MOVIES
           END-START.
      *
           IF FS-MOVIES EQUAL "00"
               READ MOVIES NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-MOVIES EQUAL "10"
               IF VID-SITUACAO EQUAL 'B'
              AND VID-BAIXA-MOTIVO NOT EQUAL 'T'
              AND VID-BAIXA-DATA NOT LESS THAN WRK-CB-INICIO
              AND VID-BAIXA-DATA NOT GREATER THAN WRK-CB-FIM
                   PERFORM 0327-CONTA-COPIAS
                   PERFORM 0345-VALOR-CONTABIL
                   MOVE 5              TO WRK-CB-IDX
                   MOVE VID-BAIXA-DATA TO WRK-CB-DATA
                   COMPUTE WRK-CB-VALOR =
                           WRK-CB-VALOR-UNIT * WRK-CB-COPIAS
                   MOVE SPACES         TO WRK-CB-DOCUMENTO
                   STRING 'TIT' CODIGO DELIMITED BY SIZE
                     INTO WRK-CB-DOCUMENTO
                   PERFORM 0335-HISTORICO-TITULO
                   PERFORM 0340-GRAVA-LANCAMENTO
               END-IF
               READ MOVIES NEXT RECORD
           END-PERFORM.
       0326-BAIXAS-TITULO-END. EXIT.

       0327-CONTA-COPIAS SECTION.
      *    COPIAS DO TITULO AINDA NAO BAIXADAS UMA A UMA; TITULO SEM
      *    EXEMPLAR CADASTRADO VALE COMO UMA COPIA.
           MOVE ZEROES TO WRK-CB-COPIAS.
           MOVE CODIGO TO EXE-CODIGO.
           MOVE ZEROES TO EXE-NUMERO.
           START EXEMPLAR KEY IS NOT LESS THAN EXE-CHAVE
               INVALID KEY
                   MOVE '10' TO FS-EXEMPLAR
           END-START.
      *
           IF FS-EXEMPLAR EQUAL "00"
               READ EXEMPLAR NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-EXEMPLAR EQUAL "10"
                      OR EXE-CODIGO NOT EQUAL CODIGO
               IF EXE-SITUACAO NOT EQUAL 'B'
                   ADD 1 TO WRK-CB-COPIAS
               END-IF
               READ EXEMPLAR NEXT RECORD
           END-PERFORM.
      *
           IF WRK-CB-COPIAS EQUAL ZEROES
               MOVE 1 TO WRK-CB-COPIAS
           END-IF.
       0327-CONTA-COPIAS-END. EXIT.

       0328-BAIXAS-EXEMPLAR SECTION.
      *    BE: COPIA BAIXADA COMO IRRECUPERAVEL NA OFICINA (RPVIDPRG,
      *    MOTIVO 'D') NO MES, PELO VALOR CONTABIL DE UMA COPIA.
           MOVE ZEROES TO EXE-CODIGO.
           MOVE ZEROES TO EXE-NUMERO.
           START EXEMPLAR KEY IS NOT LESS THAN EXE-CHAVE
               INVALID KEY
                   MOVE '10' TO FS-EXEMPLAR
           END-START.
      *
           IF FS-EXEMPLAR EQUAL "00"
               READ EXEMPLAR NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-EXEMPLAR EQUAL "10"
               IF EXE-SITUACAO EQUAL 'B'
              AND EXE-BAIXA-MOTIVO EQUAL 'D'
              AND EXE-BAIXA-DATA NOT LESS THAN WRK-CB-INICIO
              AND EXE-BAIXA-DATA NOT GREATER THAN WRK-CB-FIM
                   MOVE EXE-CODIGO     TO CODIGO
                   PERFORM 0345-VALOR-CONTABIL
                   MOVE 6              TO WRK-CB-IDX
                   MOVE EXE-BAIXA-DATA TO WRK-CB-DATA
                   MOVE WRK-CB-VALOR-UNIT TO WRK-CB-VALOR
                   MOVE SPACES         TO WRK-CB-DOCUMENTO
                   STRING 'EXE' EXE-CODIGO EXE-NUMERO
                          DELIMITED BY SIZE
                     INTO WRK-CB-DOCUMENTO
                   PERFORM 0335-HISTORICO-TITULO
                   PERFORM 0340-GRAVA-LANCAMENTO
               END-IF
               READ EXEMPLAR NEXT RECORD
           END-PERFORM.
       0328-BAIXAS-EXEMPLAR-END. EXIT.

       0330-REPAROS SECTION.
      *    RP: CHAMADO DE REPARO ENCERRADO NO MES COM A COPIA DE VOLTA
      *    AO ACERVO ('R'), PELO CUSTO INFORMADO NO RETORNO.
           MOVE ZEROES TO REP-NUMERO.
           START REPAROS KEY IS NOT LESS THAN REP-NUMERO
               INVALID KEY
                   MOVE '10' TO FS-REPAROS
           END-START.
      *
           IF FS-REPAROS EQUAL "00"
               READ REPAROS NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-REPAROS EQUAL "10"
               IF REP-SITUACAO EQUAL 'R'
              AND REP-DATA-RETORNO NOT LESS THAN WRK-CB-INICIO
              AND REP-DATA-RETORNO NOT GREATER THAN WRK-CB-FIM
                   MOVE 7                TO WRK-CB-IDX
                   MOVE REP-DATA-RETORNO TO WRK-CB-DATA
                   MOVE REP-CUSTO        TO WRK-CB-VALOR
                   MOVE SPACES           TO WRK-CB-DOCUMENTO
                   STRING 'REP' REP-NUMERO DELIMITED BY SIZE
                     INTO WRK-CB-DOCUMENTO
                   MOVE REP-CODIGO       TO CODIGO
                   PERFORM 0335-HISTORICO-TITULO
                   PERFORM 0340-GRAVA-LANCAMENTO
               END-IF
               READ REPAROS NEXT RECORD
           END-PERFORM.
       0330-REPAROS-END. EXIT.

       0335-HISTORICO-TITULO SECTION.
      *    HISTORICO DOS EVENTOS DO ACERVO: CODIGO E TITULO DO FILME
      *    EM CODIGO. A LEITURA E ALEATORIA E NAO MEXE NA VARREDURA
      *    DE MOVIES.DAT EM 0326, QUE JA ESTA NO PROPRIO REGISTRO.
           IF WRK-CB-IDX NOT EQUAL 5
               READ MOVIES
                   INVALID KEY
                       MOVE '** NAO CADASTRADO **' TO TITULO
               END-READ
           END-IF.
      *
           MOVE SPACES TO WRK-CB-HISTORICO.
           STRING CODIGO DELIMITED BY SIZE
                  ' '    DELIMITED BY SIZE
                  TITULO DELIMITED BY SIZE
             INTO WRK-CB-HISTORICO.
       0335-HISTORICO-TITULO-END. EXIT.

       0340-GRAVA-LANCAMENTO SECTION.
      *    EVENTO SEM VALOR (ITEM RECEBIDO SEM PRECO, TITULO SEM
      *    VALORIZACAO, REPARO SEM CUSTO) NAO VIRA LANCAMENTO; SO E
      *    CONTADO NO RESUMO.
           IF WRK-CB-VALOR EQUAL ZEROES
               ADD 1 TO WRK-CB-SEM-VALOR
               GO TO 0340-GRAVA-LANCAMENTO-END
           END-IF.
      *
           ADD 1 TO WRK-CB-SEQUENCIA.
           MOVE SPACES                          TO REG-CBL.
           MOVE 'D'                             TO CBL-TIPO.
           MOVE WRK-CB-SEQUENCIA                TO CBL-SEQUENCIA.
           MOVE WRK-CB-DATA                     TO CBL-DATA.
           MOVE WRK-CB-EVT-COD-DEF(WRK-CB-IDX)  TO CBL-EVENTO.
           MOVE WRK-CB-EVT-DEBITO(WRK-CB-IDX)   TO CBL-CONTA-DEBITO.
           MOVE WRK-CB-EVT-CREDITO(WRK-CB-IDX)  TO CBL-CONTA-CREDITO.
           MOVE WRK-CB-VALOR                    TO CBL-VALOR.
           MOVE WRK-CB-DOCUMENTO                TO CBL-DOCUMENTO.
           MOVE WRK-CB-HISTORICO                TO CBL-HISTORICO.
           WRITE REG-CBL.
      *
           ADD 1            TO WRK-CB-EVT-QTD(WRK-CB-IDX).
           ADD WRK-CB-VALOR TO WRK-CB-EVT-VALOR(WRK-CB-IDX).
           ADD WRK-CB-VALOR TO WRK-CB-TOTAL.
       0340-GRAVA-LANCAMENTO-END. EXIT.

       0345-VALOR-CONTABIL SECTION.
      *    VALOR CONTABIL DE UMA COPIA DO TITULO EM CODIGO: O VALOR
      *    RESIDUAL DO LIVRO DE DEPRECIACAO (CUSTO MENOS A ACUMULADA
      *    ATE O ULTIMO ANO PROCESSADO, OU O RESIDUAL DA BAIXA). TITULO
      *    QUE AINDA NAO ENTROU NO LIVRO VALE O CUSTO DE AQUISICAO DE
      *    VALORES.DAT (SEM REGISTRO, ZERO).
           MOVE ZEROES TO WRK-CB-VALOR-UNIT.
           MOVE CODIGO TO DPR-CODIGO.
           READ DEPRECIA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DPR-SITUACAO EQUAL 'B'
                       MOVE DPR-BAIXA-VALOR TO WRK-CB-VALOR-UNIT
                   ELSE
                       COMPUTE WRK-CB-VALOR-UNIT =
                               DPR-CUSTO - DPR-ACUMULADA
                   END-IF
                   GO TO 0345-VALOR-CONTABIL-END
           END-READ.
      *
           MOVE CODIGO TO VAL-CODIGO.
           READ VALORES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE VAL-CUSTO-AQUIS TO WRK-CB-VALOR-UNIT
           END-READ.
       0345-VALOR-CONTABIL-END. EXIT.

       0350-RESUMO-EXTRATO SECTION.
      *    RESUMO IMPRESSO PARA A CONFERENCIA DO SETOR FINANCEIRO:
      *    QUANTIDADE E VALOR POR EVENTO, COM AS CONTAS USADAS, E OS
      *    TOTAIS DO TRAILER.
           MOVE SPACES TO WRK-SPL-NOME.
           STRING './dat/CONTABIL-' DELIMITED BY SIZE
                  WRK-CB-PERIODO    DELIMITED BY SIZE
                  '-'               DELIMITED BY SIZE
                  WRK-DATA-AAAA     DELIMITED BY SIZE
                  WRK-DATA-MM       DELIMITED BY SIZE
                  WRK-DATA-DD       DELIMITED BY SIZE
                  '.prt'            DELIMITED BY SIZE
             INTO WRK-SPL-NOME.
      *
           OPEN OUTPUT CONTABIL-REL.
      *
           IF FS-CONTABIL-REL NOT EQUAL "00"
               INITIALIZE WRK-MSG
               MOVE '36ERRO AO ABRIR RESUMO DO EXTRATO.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0350-RESUMO-EXTRATO-END
           END-IF.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'VIDEOTECA - EXTRATO CONTABIL DO PERIODO '
                      DELIMITED BY SIZE
                  WRK-CB-PERIODO     DELIMITED BY SIZE
                  '   EMISSAO: '     DELIMITED BY SIZE
                  WRK-DATA-EDIT-DD   DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  WRK-DATA-EDIT-MM   DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  WRK-DATA-EDIT-AAAA DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE CPE-EXTRACOES TO WRK-CB-NUM-EDIT.
           MOVE SPACES TO FIL-REL.
           STRING 'ARQUIVO: '     DELIMITED BY SIZE
                  WRK-CB-ARQUIVO  DELIMITED BY SPACE
                  '  EXTRACAO: '  DELIMITED BY SIZE
                  WRK-CB-NUM-EDIT DELIMITED BY SIZE
                  '  OPERADOR: '  DELIMITED BY SIZE
                  WRK-OPERADOR    DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE
              'EV  DESCRICAO                       CONTA DEBITO  CONTA C
      -       'REDITO    QTDE        VALOR R$' TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE 1 TO WRK-CB-IDX.
           PERFORM UNTIL WRK-CB-IDX GREATER THAN 7
               MOVE WRK-CB-EVT-QTD(WRK-CB-IDX)   TO WRK-CB-QTD-EDIT
               MOVE WRK-CB-EVT-VALOR(WRK-CB-IDX) TO WRK-CB-VAL-EDIT
               MOVE SPACES TO FIL-REL
               STRING WRK-CB-EVT-COD-DEF(WRK-CB-IDX)  DELIMITED BY SIZE
                      '  '                            DELIMITED BY SIZE
                      WRK-CB-EVT-DESC-DEF(WRK-CB-IDX) DELIMITED BY SIZE
                      '  '                            DELIMITED BY SIZE
                      WRK-CB-EVT-DEBITO(WRK-CB-IDX)   DELIMITED BY SIZE
                      '  '                            DELIMITED BY SIZE
                      WRK-CB-EVT-CREDITO(WRK-CB-IDX)  DELIMITED BY SIZE
                      '  '                            DELIMITED BY SIZE
                      WRK-CB-QTD-EDIT                 DELIMITED BY SIZE
                      '  '                            DELIMITED BY SIZE
                      WRK-CB-VAL-EDIT                 DELIMITED BY SIZE
                 INTO FIL-REL
               WRITE FIL-REL
               ADD 1 TO WRK-CB-IDX
           END-PERFORM.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE WRK-CB-SEQUENCIA TO WRK-CB-QTD-EDIT.
           MOVE WRK-CB-TOTAL     TO WRK-CB-VAL-EDIT.
           MOVE SPACES TO FIL-REL.
           STRING 'TRAILER - LANCAMENTOS: ' DELIMITED BY SIZE
                  WRK-CB-QTD-EDIT           DELIMITED BY SIZE
                  '  TOTAL R$ '             DELIMITED BY SIZE
                  WRK-CB-VAL-EDIT           DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE WRK-CB-SEM-VALOR TO WRK-CB-QTD-EDIT.
           MOVE SPACES TO FIL-REL.
           STRING 'EVENTOS SEM VALOR (NAO LANCADOS): ' DELIMITED BY SIZE
                  WRK-CB-QTD-EDIT                      DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           IF CPE-EXTRACOES GREATER THAN 1
               MOVE SPACES TO FIL-REL
               STRING 'PERIODO REABERTO EM '  DELIMITED BY SIZE
                      CPE-DATA-REABERTURA     DELIMITED BY SIZE
                      ' POR '                 DELIMITED BY SIZE
                      CPE-OPER-REABERTURA     DELIMITED BY SIZE
                      ': '                    DELIMITED BY SIZE
                      CPE-MOTIVO-REABERTURA   DELIMITED BY SIZE
                 INTO FIL-REL
               WRITE FIL-REL
           END-IF.
      *
           CLOSE CONTABIL-REL.
           PERFORM 0355-REGISTRA-SPOOL.
       0350-RESUMO-EXTRATO-END. EXIT.

       0355-REGISTRA-SPOOL SECTION.
           MOVE 'CBVIDPRG' TO WRK-SPL-PROGRAMA.
           COPY 'CPVIDSPP'. *> REGISTRA O RELATORIO NO SPOOL
       0355-REGISTRA-SPOOL-END. EXIT.

       0360-GRAVA-PERIODO SECTION.
      *    MARCA O PERIODO COMO EXTRAIDO; A PROXIMA EXTRACAO DO MESMO
      *    MES SO PASSA DEPOIS DE REABERTO (0400). OS DADOS DA ULTIMA
      *    REABERTURA FICAM NO REGISTRO COMO HISTORICO.
           MOVE 'E'              TO CPE-SITUACAO.
           MOVE WRK-HOJE         TO CPE-DATA-EXTRACAO.
           MOVE WRK-OPERADOR     TO CPE-OPERADOR.
           MOVE WRK-CB-SEQUENCIA TO CPE-QTD-LINHAS.
           MOVE WRK-CB-TOTAL     TO CPE-TOTAL-VALOR.
      *
           IF CPE-EXTRACOES EQUAL 1
               WRITE REG-CPE
           ELSE
               REWRITE REG-CPE
           END-IF.
       0360-GRAVA-PERIODO-END. EXIT.

       0400-REABRIR-PERIODO SECTION.
           INITIALIZE WRK-MSG.
           MOVE ZEROES TO WRK-CB-PERIODO.
           DISPLAY SCREEN-CB-PERIODO.
           ACCEPT  SCREEN-CB-PERIODO.
      *
           MOVE WRK-CB-PERIODO TO CPE-PERIODO.
           READ PERIODOCTB
               INVALID KEY
                   MOVE 'N' TO CPE-SITUACAO
           END-READ.
      *
           IF FS-PERIODOCTB NOT EQUAL "00"
           OR CPE-SITUACAO NOT EQUAL 'E'
               MOVE '22PERIODO NAO ESTA EXTRAIDO.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0400-REABRIR-PERIODO-END
           END-IF.
      *
           MOVE SPACES TO WRK-CB-MOTIVO.
           DISPLAY SCREEN-CB-MOTIVO.
           ACCEPT  SCREEN-CB-MOTIVO.
      *
           IF WRK-CB-MOTIVO EQUAL SPACES
               MOVE '22INFORME O MOTIVO DA REABERTURA.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0400-REABRIR-PERIODO-END
           END-IF.
      *
           MOVE '14O FINANCEIRO DEVE DESCARTAR O EXTRATO ANTERIOR. CONFI
      -         'RMA (S/N)?' TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
      *
           IF WRK-AWAIT NOT EQUAL 'S' AND NOT EQUAL 's'
               INITIALIZE WRK-MSG
               MOVE '30REABERTURA CANCELADA.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0400-REABRIR-PERIODO-END
           END-IF.
      *
           MOVE 'R'           TO CPE-SITUACAO.
           MOVE WRK-HOJE      TO CPE-DATA-REABERTURA.
           MOVE WRK-OPERADOR  TO CPE-OPER-REABERTURA.
           MOVE WRK-CB-MOTIVO TO CPE-MOTIVO-REABERTURA.
           REWRITE REG-CPE.
      *
           MOVE WRK-CB-PERIODO TO WRK-CB-LOG-CODIGO.
           MOVE 'REAB-CONTB'   TO WRK-LOG-ACAO.
           PERFORM 0490-GRAVA-LOG.
      *
           INITIALIZE WRK-MSG.
           MOVE '22PERIODO REABERTO PARA NOVA EXTRACAO.' TO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0400-REABRIR-PERIODO-END. EXIT.

       0450-MANTEM-CONTAS SECTION.
           INITIALIZE WRK-MSG.
           MOVE SPACES TO WRK-CB-EVENTO.
           DISPLAY SCREEN-CB-EVENTO.
           ACCEPT  SCREEN-CB-EVENTO.
      *
           MOVE FUNCTION UPPER-CASE(WRK-CB-EVENTO) TO WRK-CB-EVENTO.
           MOVE ZEROES TO WRK-CB-IDX.
           PERFORM VARYING WRK-CB-IDX FROM 1 BY 1
                   UNTIL WRK-CB-IDX GREATER THAN 7
                      OR WRK-CB-EVT-COD-DEF(WRK-CB-IDX)
                         EQUAL WRK-CB-EVENTO
               CONTINUE
           END-PERFORM.
      *
           IF WRK-CB-IDX GREATER THAN 7
               MOVE '28EVENTO INVALIDO.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0450-MANTEM-CONTAS-END
           END-IF.
      *
           MOVE 'S' TO WRK-CB-OK.
           MOVE WRK-CB-EVENTO TO CTC-EVENTO.
           READ CONTASCTB
               INVALID KEY
                   MOVE 'N' TO WRK-CB-OK
                   MOVE SPACES TO CTC-CONTA-DEBITO
                   MOVE SPACES TO CTC-CONTA-CREDITO
           END-READ.
           MOVE WRK-CB-EVT-DESC-DEF(WRK-CB-IDX) TO CTC-DESCRICAO.
      *
           DISPLAY SCREEN-CB-CONTA.
           ACCEPT  SCREEN-CB-CONTA.
      *
           IF CTC-CONTA-DEBITO  EQUAL SPACES
           OR CTC-CONTA-CREDITO EQUAL SPACES
               MOVE '20INFORME AS CONTAS DE DEBITO E CREDITO.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0450-MANTEM-CONTAS-END
           END-IF.
      *
           IF WRK-CB-OK EQUAL 'S'
               REWRITE REG-CTC
           ELSE
               WRITE REG-CTC
           END-IF.
      *
           MOVE ZEROES       TO WRK-CB-LOG-CODIGO.
           MOVE 'CONTA-CTB'  TO WRK-LOG-ACAO.
           PERFORM 0490-GRAVA-LOG.
      *
           MOVE '28CONTAS DO EVENTO GRAVADAS.' TO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0450-MANTEM-CONTAS-END. EXIT.

       0490-GRAVA-LOG SECTION.
           MOVE WRK-CB-LOG-CODIGO TO CODIGO.
           COPY 'CPVIDLGP'. *> GRAVA LINHA NO LOG DE AUDITORIA
       0490-GRAVA-LOG-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE CONTASCTB.
           CLOSE PERIODOCTB.
           CLOSE CXRECIBO.
           CLOSE MULTAS.
           CLOSE PEDITENS.
           CLOSE VALORES.
           CLOSE MOVIES.
           CLOSE EXEMPLAR.
           CLOSE REPAROS.
           CLOSE DEPRECIA.
      *
           IF FS-PERIODOCTB NOT EQUAL "00"
               MOVE '40ERRO AO FECHAR ARQUIVO DE PERIODOS CONTABEIS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-PERIODOCTB TO WS-ABEND-CODE
               MOVE 'ERRO AO FECHAR ARQUIVO DE PERIODOS CONTABEIS.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
       0500-CLOSE-DATA-END. EXIT.

       0600-ROT-ABEND SECTION.
           MOVE 'CBVIDPRG' TO WS-ABEND-PROGRAM.
           COPY 'CPVIDRAB'. *> ABEND ROUTINE.
      *
           PERFORM 0700-END-PROGRAM.
       0600-ROT-ABEND-END. EXIT.

       0700-END-PROGRAM SECTION.
           GOBACK.
       0700-END-PROGRAM-END. EXIT.

       END PROGRAM CBVIDPRG.
