      *               CATALOG RECORD AND THE FIRST EXEMPLAR AT THAT    *
      *               MOMENT), HANDLES PARTIAL RECEIPTS AND            *
      *               CANCELLATIONS, AND PRINTS THE OPEN-ORDERS        *
      *               REPORT WITH DAYS OUTSTANDING; KEEPS THE ANNUAL   *
      *               ACQUISITION BUDGET PER FUNDING SOURCE (ITEMS     *
      *               COMMIT THEIR ESTIMATED PRICE WHEN ORDERED, THE   *
      *               PAID PRICE BECOMES SPENT AND VAL-CUSTO-AQUIS ON  *
      *               RECEIPT) AND PRINTS THE BUDGET POSITION; TRACKS  *
      *               RECEIVED ITEMS RETURNED TO THE SUPPLIER (COPY    *
      *               HELD OUT OF CIRCULATION UNTIL REPLACED OR        *
      *               CREDITED) WITH THE OPEN-RETURNS REPORT           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDVIDPRG.
           COPY 'CPVIDBFC'. *> DISTRIBS DAT WORKBOOK
           COPY 'CPVIDPEF'. *> PEDIDOS DAT WORKBOOK
           COPY 'CPVIDPIF'. *> PEDITENS DAT WORKBOOK
           COPY 'CPVIDVLF'. *> VALORES DAT WORKBOOK
           COPY 'CPVIDORF'. *> ORCAMENTO DAT WORKBOOK
           COPY 'CPVIDDVF'. *> DEVFORN DAT WORKBOOK
           COPY 'CPVIDPFC'. *> LOANS DAT WORKBOOK
      *
           SELECT PEDIDO-REL
              ASSIGN       TO WRK-SPL-NOME
       FD PEDITENS.
           COPY 'CPVIDPID'.

       FD VALORES.
           COPY 'CPVIDVLD'.

       FD ORCAMENTO.
           COPY 'CPVIDORD'.

       FD DEVFORN.
           COPY 'CPVIDDVD'.

       FD LOANS.
           COPY 'CPVIDPDT'.

       FD PEDIDO-REL.
           01 FIL-REL          PIC X(132).

           COPY 'CPVIDBNW'. *> DISTRIBS DAT WORKBOOK
           COPY 'CPVIDPEW'. *> PEDIDOS DAT WORKBOOK
           COPY 'CPVIDPIW'. *> PEDITENS DAT WORKBOOK
           COPY 'CPVIDVLW'. *> VALORES DAT WORKBOOK
           COPY 'CPVIDORW'. *> ORCAMENTO DAT WORKBOOK
           COPY 'CPVIDDVW'. *> DEVFORN DAT WORKBOOK
           COPY 'CPVIDPNW'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDSPW'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDABE'. *> ABEND
           COPY 'CPVIDALW'. *> ABEND LOG
       77 WRK-PD-DIAS               PIC S9(05) USAGE COMP-3
                                     VALUE ZEROES.
       77 WRK-PD-DIAS-EDIT          PIC ZZZ9 VALUE ZEROES.
       77 WRK-PD-VERBA-OK           PIC X(01) VALUE 'N'.
       77 WRK-PD-GASTO              PIC 9(05)V9(02) VALUE ZEROES.
       77 WRK-PD-SALDO              PIC S9(07)V9(02) USAGE COMP-3
                                     VALUE ZEROES.
       77 WRK-PD-SALDO-EDIT         PIC -ZZZZZZ9,99 VALUE ZEROES.
       77 WRK-PD-PRECO-EDIT         PIC ZZZZ9,99 VALUE ZEROES.
       77 WRK-PD-ANO                PIC 9(04) VALUE ZEROES.
       77 WRK-PD-FONTE-IDX          PIC 9(01) VALUE ZEROES.
       77 WRK-PD-FONTE-NOME         PIC X(12) VALUE SPACES.
       77 WRK-PD-DEV-MAX            PIC 9(05) VALUE ZEROES.
       77 WRK-PD-DEV-ABERTA         PIC X(01) VALUE 'N'.
       77 WRK-PD-DESFECHO           PIC X(01) VALUE SPACES.
       77 WRK-PD-DISTRIB-ANT        PIC X(15) VALUE SPACES.
      *
      *    FONTES DE RECURSO DO ORCAMENTO, NA ORDEM DO RELATORIO.
       01 WRK-PD-FONTES-TAB.
           05 FILLER PIC X(13) VALUE 'AAPM         '.
           05 FILLER PIC X(13) VALUE 'SSECRETARIA  '.
           05 FILLER PIC X(13) VALUE 'PPROPRIOS    '.
       01 WRK-PD-FONTES REDEFINES WRK-PD-FONTES-TAB.
           05 WRK-PD-FONTE-ITEM OCCURS 3 TIMES.
               10 WRK-PD-FONTE-COD  PIC X(01).
               10 WRK-PD-FONTE-DESC PIC X(12).
      *
       01 WRK-ESTATISTICA.
           05 WRK-PD-ABERTOS        PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-PD-ABE-EDIT       PIC ZZZZ9 VALUE ZEROES.
           05 WRK-PD-TOT-DOTADO     PIC 9(08)V9(02) USAGE COMP-3
                                     VALUE ZEROES.
           05 WRK-PD-TOT-EMPENHADO  PIC 9(08)V9(02) USAGE COMP-3
                                     VALUE ZEROES.
           05 WRK-PD-TOT-GASTO      PIC 9(08)V9(02) USAGE COMP-3
                                     VALUE ZEROES.
           05 WRK-PD-TOT-SALDO      PIC S9(08)V9(02) USAGE COMP-3
                                     VALUE ZEROES.
           05 WRK-PD-ED-DOTADO      PIC ZZZZZZZ9,99 VALUE ZEROES.
           05 WRK-PD-ED-EMPENHADO   PIC ZZZZZZZ9,99 VALUE ZEROES.
           05 WRK-PD-ED-GASTO       PIC ZZZZZZZ9,99 VALUE ZEROES.
           05 WRK-PD-ED-SALDO       PIC -ZZZZZZZ9,99 VALUE ZEROES.
           05 WRK-PD-DEV-QTD        PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-PD-DEV-SUB        PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-PD-DEV-DISTRIBS   PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-PD-ED-DEV-QTD     PIC ZZZZ9 VALUE ZEROES.
           05 WRK-PD-ED-DEV-SUB     PIC ZZZZ9 VALUE ZEROES.
           05 WRK-PD-ED-DEV-DISTRIBS PIC ZZZZ9 VALUE ZEROES.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN'. *> MAIN SCREEN
           05 LINE 08 COLUMN 02 VALUE "2 - RECEBER ITEM".
           05 LINE 09 COLUMN 02 VALUE "3 - CANCELAR ITEM".
           05 LINE 10 COLUMN 02 VALUE "4 - PEDIDOS EM ABERTO (IMPR.)".
           05 LINE 07 COLUMN 40 VALUE "5 - ORCAMENTO ANUAL (DOTACAO)".
           05 LINE 08 COLUMN 40 VALUE
               "6 - POSICAO DO ORCAMENTO (IMPR.)".
           05 LINE 09 COLUMN 40 VALUE
               "7 - DEVOLVER ITEM AO FORNECEDOR".
           05 LINE 10 COLUMN 40 VALUE "8 - DESFECHO DA DEVOLUCAO".
           05 LINE 11 COLUMN 40 VALUE
               "9 - DEVOLUCOES EM ABERTO (IMPR.)".
           05 LINE 12 COLUMN 02 VALUE "0 - VOLTAR".
           05 LINE 13 COLUMN 02 VALUE "OPCAO: ".
           05 COLUMN PLUS 01    PIC X(01) USING WRK-OPTION.
      *
       01 SCREEN-COMPRA-DISTRIB.
           05 LINE 15 COLUMN 02 VALUE "DISTRIBUIDORA...: ".
           05 COLUMN PLUS 01    PIC X(15) USING PED-DISTRIB.
      *
       01 SCREEN-COMPRA-DESEJO.
           05 LINE 17 COLUMN 02 VALUE
               "NUMERO DO DESEJO (0=ENCERRA): ".
           05 COLUMN PLUS 01    PIC 9(05) USING WRK-PD-WSH.
      *
       01 SCREEN-COMPRA-ITEM.
           05 LINE 15 COLUMN 02 VALUE "PEDIDO..........: ".
           05 COLUMN PLUS 01    PIC 9(05) USING PIT-PEDIDO.
           05 COLUMN PLUS 03    VALUE "ITEM: ".
           05 COLUMN PLUS 01    PIC 9(03) USING PIT-SEQ.
      *
       01 SCREEN-COMPRA-PRECO.
           05 LINE 18 COLUMN 02 VALUE "PRECO ESTIMADO..: ".
           05 COLUMN PLUS 01    PIC 9(05)V9(02) USING PIT-PRECO-ESTIM.
           05 COLUMN PLUS 03    VALUE "FONTE: ".
           05 COLUMN PLUS 01    PIC X(01) USING PIT-ORC-FONTE.
           05 COLUMN PLUS 02    VALUE "(A=APM S=SECRETARIA P=PROPRIOS)".
      *
       01 SCREEN-COMPRA-PAGO.
           05 LINE 17 COLUMN 02 VALUE "PRECO PAGO......: ".
           05 COLUMN PLUS 01    PIC 9(05)V9(02) USING PIT-PRECO-PAGO.
      *
       01 SCREEN-ORC-CHAVE.
           05 LINE 15 COLUMN 02 VALUE "ANO LETIVO......: ".
           05 COLUMN PLUS 01    PIC 9(04) USING ORC-ANO.
           05 COLUMN PLUS 03    VALUE "FONTE: ".
           05 COLUMN PLUS 01    PIC X(01) USING ORC-FONTE.
           05 COLUMN PLUS 02    VALUE "(A=APM S=SECRETARIA P=PROPRIOS)".
      *
       01 SCREEN-ORC-DADOS.
           05 LINE 17 COLUMN 02 VALUE "DOTACAO.........: ".
           05 COLUMN PLUS 01    PIC 9(07)V9(02) USING ORC-DOTADO.
           05 LINE 18 COLUMN 02 VALUE "EMPENHADO.......: ".
           05 COLUMN PLUS 01    PIC ZZZZZZ9,99 FROM ORC-EMPENHADO.
           05 LINE 19 COLUMN 02 VALUE "GASTO...........: ".
           05 COLUMN PLUS 01    PIC ZZZZZZ9,99 FROM ORC-GASTO.
      *
       01 SCREEN-ORC-ANO.
           05 LINE 15 COLUMN 02 VALUE "ANO LETIVO......: ".
           05 COLUMN PLUS 01    PIC 9(04) USING WRK-PD-ANO.
      *
       01 SCREEN-DEV-MOTIVO.
           05 LINE 17 COLUMN 02 VALUE "MOTIVO..........: ".
           05 COLUMN PLUS 01    PIC X(01) USING DVF-MOTIVO.
           05 COLUMN PLUS 02    VALUE
               "(A=AVARIADO T=TITULO ERRADO O=OUTROS)".
           05 LINE 18 COLUMN 02 VALUE "OBSERVACAO......: ".
           05 COLUMN PLUS 01    PIC X(40) USING DVF-OBS.
      *
       01 SCREEN-DEV-NUMERO.
           05 LINE 15 COLUMN 02 VALUE "DEVOLUCAO.......: ".
           05 COLUMN PLUS 01    PIC 9(05) USING DVF-NUMERO.
      *
       01 SCREEN-DEV-DADOS.
           05 LINE 16 COLUMN 02 VALUE "DISTRIBUIDORA...: ".
           05 COLUMN PLUS 01    PIC X(15) FROM DVF-DISTRIB.
           05 COLUMN PLUS 03    VALUE "EXEMPLAR: ".
           05 COLUMN PLUS 01    PIC 9(07) FROM DVF-CODIGO.
           05 COLUMN PLUS 01    VALUE "/".
           05 COLUMN PLUS 01    PIC 9(02) FROM DVF-EXEMPLAR.
           05 COLUMN PLUS 03    VALUE "SITUACAO: ".
           05 COLUMN PLUS 01    PIC X(01) FROM DVF-SITUACAO.
           05 LINE 17 COLUMN 02 VALUE "DESFECHO........: ".
           05 COLUMN PLUS 01    PIC X(01) USING WRK-PD-DESFECHO.
           05 COLUMN PLUS 02    VALUE
               "(E=ENVIADA S=SUBSTITUIDA C=CREDITO)".
      *
       01 SCREEN-DEV-ENVIO.
           05 LINE 18 COLUMN 02 VALUE "DATA DO ENVIO...: ".
           05 COLUMN PLUS 01    PIC 9(08) USING DVF-DATA-ENVIO.
           05 COLUMN PLUS 02    VALUE "(AAAAMMDD)".
      *
       01 SCREEN-DEV-CREDITO.
           05 LINE 18 COLUMN 02 VALUE "VALOR CREDITADO.: ".
           05 COLUMN PLUS 01    PIC 9(05)V9(02) USING DVF-VALOR-CREDITO.
      *
       PROCEDURE DIVISION.
       0000-MAIN SECTION.
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O VALORES.
      *
           IF FS-VALORES EQUAL "35"
               OPEN OUTPUT VALORES
               CLOSE VALORES
               OPEN I-O VALORES
           END-IF.
      *
           IF FS-VALORES NOT EQUAL "00"
               MOVE '42ERRO AO ABRIR ARQUIVO DE VALORES.'
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
           OPEN I-O ORCAMENTO.
      *
           IF FS-ORCAMENTO EQUAL "35"
               OPEN OUTPUT ORCAMENTO
               CLOSE ORCAMENTO
               OPEN I-O ORCAMENTO
           END-IF.
      *
           IF FS-ORCAMENTO NOT EQUAL "00"
               MOVE '42ERRO AO ABRIR ARQUIVO DE ORCAMENTO.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-ORCAMENTO TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE ORCAMENTO'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O DEVFORN.
      *
           IF FS-DEVFORN EQUAL "35"
               OPEN OUTPUT DEVFORN
               CLOSE DEVFORN
               OPEN I-O DEVFORN
           END-IF.
      *
           IF FS-DEVFORN NOT EQUAL "00"
               MOVE '30ERRO AO ABRIR ARQUIVO DE DEVOLUCOES AO FORNECEDO
      -        'R.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-DEVFORN TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE DEVOLUCOES AO FORNECEDOR'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
      *    EMPRESTIMOS SO SAO CONSULTADOS: COPIA NA RUA NAO PODE SER
      *    DEVOLVIDA AO FORNECEDOR.
           OPEN INPUT LOANS.
      *
           IF FS-LOANS EQUAL "35"
               OPEN OUTPUT LOANS
               CLOSE LOANS
               OPEN INPUT LOANS
           END-IF.
      *
           IF FS-LOANS NOT EQUAL "00"
               MOVE '40ERRO AO ABRIR ARQUIVO DE EMPRESTIMOS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-LOANS TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE EMPRESTIMOS'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
       0100-OPEN-DATA-END. EXIT.

       0300-PROCESS-DATA SECTION.
               WHEN '2' PERFORM 0330-RECEBER-ITEM
               WHEN '3' PERFORM 0340-CANCELAR-ITEM
               WHEN '4' PERFORM 0350-RELATORIO-ABERTOS
               WHEN '5' PERFORM 0370-MANTER-ORCAMENTO
               WHEN '6' PERFORM 0380-POSICAO-ORCAMENTO
               WHEN '7' PERFORM 0390-DEVOLVER-ITEM
               WHEN '8' PERFORM 0400-DESFECHO-DEVOLUCAO
               WHEN '9' PERFORM 0410-RELATORIO-DEVOLUCOES
               WHEN '0' CONTINUE
               WHEN OTHER
                   INITIALIZE WRK-MSG
       0310-MONTAR-PEDIDO-END. EXIT.

       0320-INCLUI-ITEM SECTION.
           MOVE 'N'        TO WRK-PD-VERBA-OK.
           MOVE WRK-PD-WSH TO WSH-NUMERO.
           READ WISHLIST
               INVALID KEY
                       DISPLAY SCREEN-MSG
                       ACCEPT SCREEN-WAIT
                   ELSE
                       PERFORM 0325-EMPENHA-VERBA
                   END-IF
           END-READ.
      *
           IF WRK-PD-VERBA-OK EQUAL 'S'
               ADD 1 TO WRK-PD-SEQ
               MOVE WRK-PD-PEDIDO TO PIT-PEDIDO
               MOVE WRK-PD-SEQ    TO PIT-SEQ
               MOVE WSH-NUMERO    TO PIT-WSH-NUMERO
               MOVE 'A'           TO PIT-SITUACAO
               MOVE ZEROES        TO PIT-CODIGO-GERADO
               MOVE ZEROES        TO PIT-DATA-RECEB
               MOVE ZEROES        TO PIT-PRECO-PAGO
               WRITE REG-PIT
      *
               MOVE 'E' TO WSH-SITUACAO
               REWRITE REG-WSH
           END-IF.
       0320-INCLUI-ITEM-END. EXIT.

       0325-EMPENHA-VERBA SECTION.
      *    O ITEM SO ENTRA NO PEDIDO SE HOUVER SALDO NA DOTACAO DO ANO
      *    LETIVO CORRENTE PARA A FONTE ESCOLHIDA; O PRECO ESTIMADO
      *    FICA EMPENHADO ATE O RECEBIMENTO OU O CANCELAMENTO DO ITEM.
           MOVE 'N'    TO WRK-PD-VERBA-OK.
           MOVE ZEROES TO PIT-PRECO-ESTIM.
           MOVE SPACES TO PIT-ORC-FONTE.
           DISPLAY SCREEN-COMPRA-PRECO.
           ACCEPT  SCREEN-COMPRA-PRECO.
      *
           INITIALIZE WRK-MSG.
           IF PIT-ORC-FONTE EQUAL 'a' OR 's' OR 'p'
               INSPECT PIT-ORC-FONTE CONVERTING 'asp' TO 'ASP'
           END-IF.
      *
           IF PIT-ORC-FONTE NOT EQUAL 'A' AND NOT EQUAL 'S'
                        AND NOT EQUAL 'P'
               MOVE '20FONTE DE RECURSO INVALIDA (A, S OU P).'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0325-EMPENHA-VERBA-END
           END-IF.
      *
           IF PIT-PRECO-ESTIM EQUAL ZEROES
               MOVE '20INFORME O PRECO ESTIMADO DO ITEM.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0325-EMPENHA-VERBA-END
           END-IF.
      *
           MOVE WRK-DATA-AAAA TO ORC-ANO.
           MOVE PIT-ORC-FONTE TO ORC-FONTE.
           READ ORCAMENTO
               INVALID KEY
                   MOVE '16SEM DOTACAO NO ANO LETIVO PARA ESTA FONTE.'
                       TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   GO TO 0325-EMPENHA-VERBA-END
           END-READ.
      *
           COMPUTE WRK-PD-SALDO = ORC-DOTADO - ORC-EMPENHADO
                                - ORC-GASTO.
      *
           IF PIT-PRECO-ESTIM GREATER WRK-PD-SALDO
               MOVE WRK-PD-SALDO TO WRK-PD-SALDO-EDIT
               STRING '14SALDO INSUFICIENTE NA FONTE. DISPONIVEL: '
                          DELIMITED BY SIZE
                      WRK-PD-SALDO-EDIT DELIMITED BY SIZE
                 INTO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0325-EMPENHA-VERBA-END
           END-IF.
      *
           ADD PIT-PRECO-ESTIM TO ORC-EMPENHADO.
           REWRITE REG-ORC.
           MOVE ORC-ANO TO PIT-ORC-ANO.
           MOVE 'S'     TO WRK-PD-VERBA-OK.
       0325-EMPENHA-VERBA-END. EXIT.

       0330-RECEBER-ITEM SECTION.
      *    CHEGOU: E NESTE MOMENTO QUE O TITULO ENTRA NO CATALOGO E A
      *    PRIMEIRA COPIA ENTRA EM EXEMPLAR.DAT, NUNCA ANTES; O
                   GO TO 0335-EFETIVA-RECEBIMENTO-END
           END-READ.
      *
      *    O PRECO PAGO (NOTA FISCAL) SUBSTITUI O ESTIMADO: SUGERE O
      *    ESTIMADO E ACEITA A CORRECAO DO OPERADOR.
           MOVE PIT-PRECO-ESTIM TO PIT-PRECO-PAGO.
           DISPLAY SCREEN-COMPRA-PAGO.
           ACCEPT  SCREEN-COMPRA-PAGO.
           MOVE PIT-PRECO-PAGO  TO WRK-PD-GASTO.
      *
      *    O CODIGO E ATRIBUIDO AUTOMATICAMENTE (COMO EM INVIDPRG);
      *    A VARREDURA SOBRESCREVE REG-FIL, POR ISSO OS CAMPOS SO
      *    SAO COMPOSTOS DEPOIS DELA.
           MOVE SPACES TO EXE-SITUACAO.
           MOVE SPACES TO EXE-BAIXA-MOTIVO.
           MOVE ZEROES TO EXE-BAIXA-DATA.
           MOVE SPACES TO EXE-POSICAO.
           WRITE REG-EXE.
      *
           MOVE 'A'    TO WSH-SITUACAO.
           MOVE 'R'      TO PIT-SITUACAO.
           MOVE CODIGO   TO PIT-CODIGO-GERADO.
           MOVE WRK-HOJE TO PIT-DATA-RECEB.
           MOVE WRK-PD-GASTO TO PIT-PRECO-PAGO.
           REWRITE REG-PIT.
      *
           PERFORM 0346-BAIXA-EMPENHO.
           PERFORM 0339-GRAVA-VALOR.
           PERFORM 0345-FECHA-SE-COMPLETO.
      *
           INITIALIZE WRK-MSG.
           COPY 'CPVIDLGP'. *> GRAVA LINHA NO LOG DE AUDITORIA
       0338-GRAVA-LOG-END. EXIT.

       0339-GRAVA-VALOR SECTION.
      *    O PRECO PAGO E O CUSTO DE AQUISICAO DO TITULO RECEM-CRIADO;
      *    SEM VALORIZACAO ANTERIOR, A REPOSICAO PARTE DO MESMO VALOR
      *    (AJUSTAVEL DEPOIS EM VLVIDPRG).
           IF WRK-PD-GASTO EQUAL ZEROES
               GO TO 0339-GRAVA-VALOR-END
           END-IF.
      *
           MOVE CODIGO TO VAL-CODIGO.
           READ VALORES
               INVALID KEY
                   MOVE CODIGO       TO VAL-CODIGO
                   MOVE WRK-PD-GASTO TO VAL-CUSTO-AQUIS
                   MOVE WRK-PD-GASTO TO VAL-CUSTO-REPOS
                   WRITE REG-VAL
               NOT INVALID KEY
                   MOVE WRK-PD-GASTO TO VAL-CUSTO-AQUIS
                   REWRITE REG-VAL
           END-READ.
       0339-GRAVA-VALOR-END. EXIT.

       0340-CANCELAR-ITEM SECTION.
      *    ITEM QUE NUNCA CHEGOU: O ITEM E CANCELADO E O DESEJO
      *    VOLTA A FILA DE PENDENTES PARA PODER SER ENCOMENDADO DE
                   ELSE
                       MOVE 'C' TO PIT-SITUACAO
                       REWRITE REG-PIT
      *
                       MOVE ZEROES TO WRK-PD-GASTO
                       PERFORM 0346-BAIXA-EMPENHO
      *
                       MOVE PIT-WSH-NUMERO TO WSH-NUMERO
                       READ WISHLIST
           END-READ.
       0345-FECHA-SE-COMPLETO-END. EXIT.

       0346-BAIXA-EMPENHO SECTION.
      *    ITEM COM DESFECHO LIBERA O SEU EMPENHO; NO RECEBIMENTO O
      *    PRECO PAGO (WRK-PD-GASTO) PASSA A GASTO, NO CANCELAMENTO
      *    WRK-PD-GASTO VEM ZERADO. ITEM ENCOMENDADO ANTES DO CONTROLE
      *    DE ORCAMENTO (SEM FONTE) NAO MEXE NELE.
           IF PIT-ORC-FONTE EQUAL SPACES
               GO TO 0346-BAIXA-EMPENHO-END
           END-IF.
      *
           MOVE PIT-ORC-ANO   TO ORC-ANO.
           MOVE PIT-ORC-FONTE TO ORC-FONTE.
           READ ORCAMENTO
               INVALID KEY
                   GO TO 0346-BAIXA-EMPENHO-END
           END-READ.
      *
           IF ORC-EMPENHADO LESS PIT-PRECO-ESTIM
               MOVE ZEROES TO ORC-EMPENHADO
           ELSE
               SUBTRACT PIT-PRECO-ESTIM FROM ORC-EMPENHADO
           END-IF.
      *
           ADD WRK-PD-GASTO TO ORC-GASTO.
           REWRITE REG-ORC.
       0346-BAIXA-EMPENHO-END. EXIT.

       0350-RELATORIO-ABERTOS SECTION.
      *    PEDIDOS EM ABERTO COM OS DIAS DECORRIDOS DA EMISSAO E OS
      *    ITENS AINDA AGUARDANDO, UMA GERACAO DATADA REGISTRADA NO
           INITIALIZE WRK-ESTATISTICA.
           INITIALIZE WRK-MSG.
      *
           MOVE SPACES TO WRK-SPL-NOME.
           STRING './dat/PEDIDOS-' DELIMITED BY SIZE
                  WRK-DATA-AAAA    DELIMITED BY SIZE
                  WRK-DATA-MM      DELIMITED BY SIZE
                           MOVE '** DESEJO EXCLUIDO **' TO WSH-TITULO
                   END-READ
                   MOVE SPACES TO FIL-REL
                   MOVE PIT-PRECO-ESTIM TO WRK-PD-PRECO-EDIT
                   STRING '  ITEM '  DELIMITED BY SIZE
                          PIT-SEQ    DELIMITED BY SIZE
                          ' DESEJO ' DELIMITED BY SIZE
                          PIT-WSH-NUMERO DELIMITED BY SIZE
                          ' ESTIM: ' DELIMITED BY SIZE
                          WRK-PD-PRECO-EDIT DELIMITED BY SIZE
                          ' '        DELIMITED BY SIZE
                          WSH-TITULO DELIMITED BY SIZE
                     INTO FIL-REL
           COPY 'CPVIDSPP'. *> REGISTRA O RELATORIO NO SPOOL
       0360-REGISTRA-SPOOL-END. EXIT.

       0370-MANTER-ORCAMENTO SECTION.
      *    DOTACAO ANUAL POR FONTE, RESERVADA AO COORDENADOR. EMPENHADO
      *    E GASTO SO MUDAM PELOS ITENS DE PEDIDO; A DOTACAO NAO PODE
      *    FICAR ABAIXO DO QUE JA FOI COMPROMETIDO.
           INITIALIZE WRK-MSG.
           IF WRK-OPERADOR-PERFIL NOT EQUAL 'C'
               MOVE '12ORCAMENTO RESERVADO AO PERFIL COORDENADOR.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0370-MANTER-ORCAMENTO-END
           END-IF.
      *
           INITIALIZE REG-ORC.
           MOVE WRK-DATA-AAAA TO ORC-ANO.
           DISPLAY SCREEN-ORC-CHAVE.
           ACCEPT  SCREEN-ORC-CHAVE.
      *
           IF ORC-FONTE EQUAL 'a' OR 's' OR 'p'
               INSPECT ORC-FONTE CONVERTING 'asp' TO 'ASP'
           END-IF.
      *
           IF ORC-FONTE NOT EQUAL 'A' AND NOT EQUAL 'S'
                    AND NOT EQUAL 'P'
               MOVE '20FONTE DE RECURSO INVALIDA (A, S OU P).'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0370-MANTER-ORCAMENTO-END
           END-IF.
      *
           MOVE 'S' TO WRK-PD-VERBA-OK.
           READ ORCAMENTO
               INVALID KEY
                   MOVE 'N'    TO WRK-PD-VERBA-OK
                   MOVE ZEROES TO ORC-DOTADO ORC-EMPENHADO ORC-GASTO
           END-READ.
      *
           DISPLAY SCREEN-ORC-DADOS.
           ACCEPT  SCREEN-ORC-DADOS.
      *
           IF ORC-DOTADO LESS ORC-EMPENHADO + ORC-GASTO
               MOVE '10DOTACAO MENOR QUE O JA EMPENHADO E GASTO NA FONTE
      -        '.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0370-MANTER-ORCAMENTO-END
           END-IF.
      *
           INITIALIZE WRK-MSG.
           MOVE '30CONFIRMA A DOTACAO (S/N)?' TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT  SCREEN-CONFIRMATION-WAIT.
      *
           IF WRK-AWAIT NOT EQUAL 'S' AND NOT EQUAL 's'
               GO TO 0370-MANTER-ORCAMENTO-END
           END-IF.
      *
           IF WRK-PD-VERBA-OK EQUAL 'S'
               REWRITE REG-ORC
           ELSE
               WRITE REG-ORC
           END-IF.
      *
           MOVE ZEROES TO CODIGO.
           MOVE 'ORCAMENTO' TO WRK-LOG-ACAO.
           COPY 'CPVIDLGP'. *> GRAVA LINHA NO LOG DE AUDITORIA
      *
           INITIALIZE WRK-MSG.
           MOVE '25DOTACAO GRAVADA.' TO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0370-MANTER-ORCAMENTO-END. EXIT.

       0380-POSICAO-ORCAMENTO SECTION.
      *    POSICAO DO ORCAMENTO DE UM ANO LETIVO POR FONTE: DOTADO,
      *    EMPENHADO (ITENS AGUARDANDO), GASTO (ITENS RECEBIDOS) E
      *    DISPONIVEL, COM O TOTAL GERAL.
           INITIALIZE WRK-ESTATISTICA.
           INITIALIZE WRK-MSG.
           MOVE WRK-DATA-AAAA TO WRK-PD-ANO.
           DISPLAY SCREEN-ORC-ANO.
           ACCEPT  SCREEN-ORC-ANO.
      *
           MOVE SPACES TO WRK-SPL-NOME.
           STRING './dat/ORCAMENTO-' DELIMITED BY SIZE
                  WRK-DATA-AAAA      DELIMITED BY SIZE
                  WRK-DATA-MM        DELIMITED BY SIZE
                  WRK-DATA-DD        DELIMITED BY SIZE
                  '.prt'             DELIMITED BY SIZE
             INTO WRK-SPL-NOME.
      *
           OPEN OUTPUT PEDIDO-REL.
      *
           IF FS-PEDIDO-REL NOT EQUAL "00"
               MOVE '42ERRO AO ABRIR ARQUIVO DE RELATORIO.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0380-POSICAO-ORCAMENTO-END
           END-IF.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'VIDEOTECA - POSICAO DO ORCAMENTO ' DELIMITED BY SIZE
                  WRK-PD-ANO         DELIMITED BY SIZE
                  '   EMISSAO: '     DELIMITED BY SIZE
                  WRK-DATA-EDIT-DD   DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  WRK-DATA-EDIT-MM   DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  WRK-DATA-EDIT-AAAA DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
           MOVE 'FONTE             DOTADO    EMPENHADO        GASTO    D
      -    'ISPONIVEL' TO FIL-REL.
           WRITE FIL-REL.
      *
           PERFORM 0385-FONTE-NO-RELATORIO
               VARYING WRK-PD-FONTE-IDX FROM 1 BY 1
                 UNTIL WRK-PD-FONTE-IDX GREATER 3.
      *
           MOVE WRK-PD-TOT-DOTADO    TO WRK-PD-ED-DOTADO.
           MOVE WRK-PD-TOT-EMPENHADO TO WRK-PD-ED-EMPENHADO.
           MOVE WRK-PD-TOT-GASTO     TO WRK-PD-ED-GASTO.
           MOVE WRK-PD-TOT-SALDO     TO WRK-PD-ED-SALDO.
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
           MOVE SPACES TO FIL-REL.
           STRING 'TOTAL       '      DELIMITED BY SIZE
                  WRK-PD-ED-DOTADO    DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  WRK-PD-ED-EMPENHADO DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  WRK-PD-ED-GASTO     DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WRK-PD-ED-SALDO     DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           CLOSE PEDIDO-REL.
           PERFORM 0360-REGISTRA-SPOOL.
      *
           INITIALIZE WRK-MSG.
           MOVE '25RELATORIO DE POSICAO DO ORCAMENTO GERADO.'
               TO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0380-POSICAO-ORCAMENTO-END. EXIT.

       0385-FONTE-NO-RELATORIO SECTION.
      *    FONTE SEM DOTACAO NO ANO SAI ZERADA, PARA O RELATORIO TER
      *    SEMPRE AS TRES LINHAS.
           MOVE WRK-PD-ANO TO ORC-ANO.
           MOVE WRK-PD-FONTE-COD(WRK-PD-FONTE-IDX) TO ORC-FONTE.
           READ ORCAMENTO
               INVALID KEY
                   MOVE ZEROES TO ORC-DOTADO ORC-EMPENHADO ORC-GASTO
           END-READ.
      *
           COMPUTE WRK-PD-SALDO = ORC-DOTADO - ORC-EMPENHADO
                                - ORC-GASTO.
           ADD ORC-DOTADO    TO WRK-PD-TOT-DOTADO.
           ADD ORC-EMPENHADO TO WRK-PD-TOT-EMPENHADO.
           ADD ORC-GASTO     TO WRK-PD-TOT-GASTO.
           ADD WRK-PD-SALDO  TO WRK-PD-TOT-SALDO.
      *
           MOVE ORC-DOTADO    TO WRK-PD-ED-DOTADO.
           MOVE ORC-EMPENHADO TO WRK-PD-ED-EMPENHADO.
           MOVE ORC-GASTO     TO WRK-PD-ED-GASTO.
           MOVE WRK-PD-SALDO  TO WRK-PD-ED-SALDO.
           MOVE WRK-PD-FONTE-DESC(WRK-PD-FONTE-IDX)
                              TO WRK-PD-FONTE-NOME.
      *
           MOVE SPACES TO FIL-REL.
           STRING WRK-PD-FONTE-NOME   DELIMITED BY SIZE
                  WRK-PD-ED-DOTADO    DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  WRK-PD-ED-EMPENHADO DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  WRK-PD-ED-GASTO     DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WRK-PD-ED-SALDO     DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
       0385-FONTE-NO-RELATORIO-END. EXIT.

       0390-DEVOLVER-ITEM SECTION.
      *    ITEM RECEBIDO COM DEFEITO OU TROCADO VOLTA A DISTRIBUIDORA:
      *    ABRE A DEVOLUCAO E RETEM O EXEMPLAR FORA DE CIRCULACAO
      *    (SITUACAO 'F') ATE A SUBSTITUICAO OU O CREDITO.
           INITIALIZE REG-PIT.
           INITIALIZE WRK-MSG.
           DISPLAY SCREEN-COMPRA-ITEM.
           ACCEPT  SCREEN-COMPRA-ITEM.
      *
           READ PEDITENS
               INVALID KEY
                   MOVE '26ITEM NAO ENCONTRADO.' TO WRK-MSG
               NOT INVALID KEY
                   IF PIT-SITUACAO NOT EQUAL 'R'
                       MOVE '20SO ITEM RECEBIDO PODE SER DEVOLVIDO.'
                           TO WRK-MSG
                   ELSE
                       PERFORM 0395-ABRE-DEVOLUCAO
                   END-IF
           END-READ.
      *
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0390-DEVOLVER-ITEM-END. EXIT.

       0395-ABRE-DEVOLUCAO SECTION.
           PERFORM 0396-PROCURA-DEVOLUCAO.
      *
           IF WRK-PD-DEV-ABERTA EQUAL 'S'
               MOVE '20ITEM JA TEM DEVOLUCAO EM ABERTO.' TO WRK-MSG
               GO TO 0395-ABRE-DEVOLUCAO-END
           END-IF.
      *
      *    O ITEM RECEBIDO GEROU O EXEMPLAR 01 DO TITULO NOVO.
           MOVE PIT-CODIGO-GERADO TO EXE-CODIGO.
           MOVE 1                 TO EXE-NUMERO.
           READ EXEMPLAR
               INVALID KEY
                   MOVE '22EXEMPLAR DO ITEM NAO CADASTRADO.' TO WRK-MSG
                   GO TO 0395-ABRE-DEVOLUCAO-END
           END-READ.
      *
           IF EXE-SITUACAO EQUAL 'B'
               MOVE '24EXEMPLAR DO ITEM JA BAIXADO.' TO WRK-MSG
               GO TO 0395-ABRE-DEVOLUCAO-END
           END-IF.
      *
           MOVE EXE-CODIGO TO EMP-CODIGO.
           MOVE EXE-NUMERO TO EMP-EXEMPLAR.
           READ LOANS
               NOT INVALID KEY
                   MOVE '14EXEMPLAR EMPRESTADO; RECOLHA A COPIA ANTES DE
      -            ' DEVOLVER.' TO WRK-MSG
                   GO TO 0395-ABRE-DEVOLUCAO-END
           END-READ.
      *
           MOVE PIT-PEDIDO TO PED-NUMERO.
           READ PEDIDOS
               INVALID KEY
                   MOVE SPACES TO PED-DISTRIB
           END-READ.
      *
           INITIALIZE REG-DVF.
           ADD 1 TO WRK-PD-DEV-MAX GIVING DVF-NUMERO.
           MOVE PED-DISTRIB  TO DVF-DISTRIB.
           MOVE PIT-PEDIDO   TO DVF-PEDIDO.
           MOVE PIT-SEQ      TO DVF-SEQ.
           MOVE EXE-CODIGO   TO DVF-CODIGO.
           MOVE EXE-NUMERO   TO DVF-EXEMPLAR.
           MOVE WRK-HOJE     TO DVF-DATA-ABERTURA.
           MOVE 'A'          TO DVF-SITUACAO.
           MOVE WRK-OPERADOR TO DVF-OPERADOR.
      *
           DISPLAY SCREEN-DEV-MOTIVO.
           ACCEPT  SCREEN-DEV-MOTIVO.
      *
           IF DVF-MOTIVO EQUAL 'a' OR 't' OR 'o'
               INSPECT DVF-MOTIVO CONVERTING 'ato' TO 'ATO'
           END-IF.
      *
           IF DVF-MOTIVO NOT EQUAL 'A' AND NOT EQUAL 'T'
                     AND NOT EQUAL 'O'
               MOVE '20MOTIVO INVALIDO (A, T OU O).' TO WRK-MSG
               GO TO 0395-ABRE-DEVOLUCAO-END
           END-IF.
      *
           INITIALIZE WRK-MSG.
           MOVE '30CONFIRMA A DEVOLUCAO AO FORNECEDOR (S/N)?'
               TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT  SCREEN-CONFIRMATION-WAIT.
      *
           IF WRK-AWAIT NOT EQUAL 'S' AND NOT EQUAL 's'
               MOVE '25DEVOLUCAO NAO REGISTRADA.' TO WRK-MSG
               GO TO 0395-ABRE-DEVOLUCAO-END
           END-IF.
      *
           WRITE REG-DVF
               INVALID KEY
                   MOVE '22ERRO AO GRAVAR A DEVOLUCAO.' TO WRK-MSG
                   GO TO 0395-ABRE-DEVOLUCAO-END
           END-WRITE.
      *
           MOVE 'F' TO EXE-SITUACAO.
           REWRITE REG-EXE.
      *
           MOVE DVF-CODIGO TO CODIGO.
           PERFORM 0398-GRAVA-LOG-DEVOLUCAO.
      *
           INITIALIZE WRK-MSG.
           STRING '12DEVOLUCAO ' DELIMITED BY SIZE
                  DVF-NUMERO     DELIMITED BY SIZE
                  ' ABERTA. EXEMPLAR FORA DE CIRCULACAO.'
                                 DELIMITED BY SIZE
             INTO WRK-MSG.
       0395-ABRE-DEVOLUCAO-END. EXIT.

       0396-PROCURA-DEVOLUCAO SECTION.
      *    UMA VARREDURA SO: APURA O MAIOR NUMERO JA GRAVADO (O
      *    PROXIMO E O SEGUINTE) E SE O ITEM CORRENTE DE REG-PIT JA
      *    TEM DEVOLUCAO ABERTA OU ENVIADA.
           MOVE ZEROES TO WRK-PD-DEV-MAX.
           MOVE 'N'    TO WRK-PD-DEV-ABERTA.
           MOVE ZEROES TO DVF-NUMERO.
           START DEVFORN KEY IS NOT LESS THAN DVF-NUMERO
               INVALID KEY
                   MOVE '10' TO FS-DEVFORN
           END-START.
      *
           IF FS-DEVFORN EQUAL "00"
               READ DEVFORN NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-DEVFORN EQUAL "10"
               MOVE DVF-NUMERO TO WRK-PD-DEV-MAX
               IF DVF-PEDIDO EQUAL PIT-PEDIDO
              AND DVF-SEQ    EQUAL PIT-SEQ
              AND (DVF-SITUACAO EQUAL 'A' OR DVF-SITUACAO EQUAL 'E')
                   MOVE 'S' TO WRK-PD-DEV-ABERTA
               END-IF
               READ DEVFORN NEXT RECORD
           END-PERFORM.
       0396-PROCURA-DEVOLUCAO-END. EXIT.

       0398-GRAVA-LOG-DEVOLUCAO SECTION.
           MOVE 'DEVFORN' TO WRK-LOG-ACAO.
           COPY 'CPVIDLGP'. *> GRAVA LINHA NO LOG DE AUDITORIA
       0398-GRAVA-LOG-DEVOLUCAO-END. EXIT.

       0400-DESFECHO-DEVOLUCAO SECTION.
      *    ANDAMENTO DA DEVOLUCAO: ENVIO A DISTRIBUIDORA (DATA DO
      *    DESPACHO), SUBSTITUICAO (A COPIA BOA VOLTA A CIRCULAR NO
      *    MESMO EXEMPLAR) OU CREDITO (O EXEMPLAR E BAIXADO COM
      *    MOTIVO 'F' E O VALOR SAI DO GASTO DO ORCAMENTO DO ITEM).
           INITIALIZE REG-DVF.
           INITIALIZE WRK-MSG.
           DISPLAY SCREEN-DEV-NUMERO.
           ACCEPT  SCREEN-DEV-NUMERO.
      *
           READ DEVFORN
               INVALID KEY
                   MOVE '26DEVOLUCAO NAO ENCONTRADA.' TO WRK-MSG
               NOT INVALID KEY
                   IF DVF-SITUACAO EQUAL 'S' OR DVF-SITUACAO EQUAL 'C'
                       MOVE '25DEVOLUCAO JA TEVE DESFECHO.' TO WRK-MSG
                   ELSE
                       PERFORM 0405-EFETIVA-DESFECHO
                   END-IF
           END-READ.
      *
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0400-DESFECHO-DEVOLUCAO-END. EXIT.

       0405-EFETIVA-DESFECHO SECTION.
           MOVE SPACES TO WRK-PD-DESFECHO.
           DISPLAY SCREEN-DEV-DADOS.
           ACCEPT  SCREEN-DEV-DADOS.
      *
           IF WRK-PD-DESFECHO EQUAL 'e' OR 's' OR 'c'
               INSPECT WRK-PD-DESFECHO CONVERTING 'esc' TO 'ESC'
           END-IF.
      *
           EVALUATE WRK-PD-DESFECHO
               WHEN 'E'
                   IF DVF-SITUACAO EQUAL 'E'
                       MOVE '25DEVOLUCAO JA ENVIADA.' TO WRK-MSG
                       GO TO 0405-EFETIVA-DESFECHO-END
                   END-IF
                   MOVE WRK-HOJE TO DVF-DATA-ENVIO
                   DISPLAY SCREEN-DEV-ENVIO
                   ACCEPT  SCREEN-DEV-ENVIO
                   IF DVF-DATA-ENVIO EQUAL ZEROES
                       MOVE WRK-HOJE TO DVF-DATA-ENVIO
                   END-IF
               WHEN 'S'
                   CONTINUE
               WHEN 'C'
                   MOVE ZEROES TO DVF-VALOR-CREDITO
                   DISPLAY SCREEN-DEV-CREDITO
                   ACCEPT  SCREEN-DEV-CREDITO
               WHEN OTHER
                   MOVE '20DESFECHO INVALIDO (E, S OU C).' TO WRK-MSG
                   GO TO 0405-EFETIVA-DESFECHO-END
           END-EVALUATE.
      *
           INITIALIZE WRK-MSG.
           MOVE '30CONFIRMA O DESFECHO DA DEVOLUCAO (S/N)?' TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT  SCREEN-CONFIRMATION-WAIT.
      *
           IF WRK-AWAIT NOT EQUAL 'S' AND NOT EQUAL 's'
               MOVE '25DESFECHO NAO REGISTRADO.' TO WRK-MSG
               GO TO 0405-EFETIVA-DESFECHO-END
           END-IF.
      *
      *    DEVOLUCAO QUE TEVE DESFECHO SEM O ENVIO REGISTRADO ANTES
      *    FICA COM O ENVIO NA DATA DO DESFECHO.
           IF WRK-PD-DESFECHO NOT EQUAL 'E'
               MOVE WRK-PD-DESFECHO TO DVF-SITUACAO
               MOVE WRK-HOJE        TO DVF-DATA-DESFECHO
               IF DVF-DATA-ENVIO EQUAL ZEROES
                   MOVE WRK-HOJE TO DVF-DATA-ENVIO
               END-IF
               PERFORM 0406-LIBERA-EXEMPLAR
           ELSE
               MOVE 'E' TO DVF-SITUACAO
           END-IF.
      *
           IF WRK-PD-DESFECHO EQUAL 'C'
               PERFORM 0407-ESTORNA-CREDITO
           END-IF.
      *
           REWRITE REG-DVF.
      *
           MOVE DVF-CODIGO TO CODIGO.
           PERFORM 0398-GRAVA-LOG-DEVOLUCAO.
      *
           INITIALIZE WRK-MSG.
           EVALUATE WRK-PD-DESFECHO
               WHEN 'E'
                   MOVE '25ENVIO A DISTRIBUIDORA REGISTRADO.' TO WRK-MSG
               WHEN 'S'
                   MOVE '12COPIA SUBSTITUIDA. EXEMPLAR DE VOLTA A CIRCUL
      -            'ACAO.' TO WRK-MSG
               WHEN 'C'
                   MOVE '15CREDITO REGISTRADO. EXEMPLAR BAIXADO DO ACERV
      -            'O.' TO WRK-MSG
           END-EVALUATE.
       0405-EFETIVA-DESFECHO-END. EXIT.

       0406-LIBERA-EXEMPLAR SECTION.
      *    NA SUBSTITUICAO A COPIA NOVA CHEGA EM BOAS CONDICOES E O
      *    EXEMPLAR VOLTA A ATIVO; NO CREDITO NAO HA COPIA E O
      *    EXEMPLAR E BAIXADO COM MOTIVO 'F' (DEVOLVIDO AO FORNECEDOR).
           MOVE DVF-CODIGO   TO EXE-CODIGO.
           MOVE DVF-EXEMPLAR TO EXE-NUMERO.
           READ EXEMPLAR
               INVALID KEY
                   GO TO 0406-LIBERA-EXEMPLAR-END
           END-READ.
      *
           IF DVF-SITUACAO EQUAL 'S'
               MOVE SPACES   TO EXE-SITUACAO
               MOVE 'B'      TO EXE-CONDICAO
           ELSE
               MOVE 'B'      TO EXE-SITUACAO
               MOVE 'F'      TO EXE-BAIXA-MOTIVO
               MOVE WRK-HOJE TO EXE-BAIXA-DATA
           END-IF.
      *
           REWRITE REG-EXE.
       0406-LIBERA-EXEMPLAR-END. EXIT.

       0407-ESTORNA-CREDITO SECTION.
      *    O CREDITO DA DISTRIBUIDORA DEVOLVE A VERBA: SAI DO GASTO DO
      *    ANO E DA FONTE DO ITEM (NUNCA ABAIXO DE ZERO). ITEM SEM
      *    FONTE FOI COMPRADO ANTES DO CONTROLE DE ORCAMENTO.
           MOVE DVF-PEDIDO TO PIT-PEDIDO.
           MOVE DVF-SEQ    TO PIT-SEQ.
           READ PEDITENS
               INVALID KEY
                   GO TO 0407-ESTORNA-CREDITO-END
           END-READ.
      *
           IF PIT-ORC-FONTE EQUAL SPACES
               GO TO 0407-ESTORNA-CREDITO-END
           END-IF.
      *
           MOVE PIT-ORC-ANO   TO ORC-ANO.
           MOVE PIT-ORC-FONTE TO ORC-FONTE.
           READ ORCAMENTO
               INVALID KEY
                   GO TO 0407-ESTORNA-CREDITO-END
           END-READ.
      *
           IF ORC-GASTO LESS DVF-VALOR-CREDITO
               MOVE ZEROES TO ORC-GASTO
           ELSE
               SUBTRACT DVF-VALOR-CREDITO FROM ORC-GASTO
           END-IF.
      *
           REWRITE REG-ORC.
       0407-ESTORNA-CREDITO-END. EXIT.

       0410-RELATORIO-DEVOLUCOES SECTION.
      *    DEVOLUCOES ABERTAS OU ENVIADAS, AGRUPADAS POR DISTRIBUIDORA
      *    (CHAVE ALTERNATIVA DVF-DISTRIB) COM OS DIAS DESDE A
      *    ABERTURA, PARA CONFRONTO COM O PLACAR DE RDVIDPRG.
           INITIALIZE WRK-ESTATISTICA.
           INITIALIZE WRK-MSG.
      *
           MOVE SPACES TO WRK-SPL-NOME.
           STRING './dat/DEVFORN-' DELIMITED BY SIZE
                  WRK-DATA-AAAA    DELIMITED BY SIZE
                  WRK-DATA-MM      DELIMITED BY SIZE
                  WRK-DATA-DD      DELIMITED BY SIZE
                  '.prt'           DELIMITED BY SIZE
             INTO WRK-SPL-NOME.
      *
           OPEN OUTPUT PEDIDO-REL.
      *
           IF FS-PEDIDO-REL NOT EQUAL "00"
               MOVE '42ERRO AO ABRIR ARQUIVO DE RELATORIO.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0410-RELATORIO-DEVOLUCOES-END
           END-IF.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'VIDEOTECA - DEVOLUCOES AO FORNECEDOR EM ABERTO   EMI
      -           'SSAO: '           DELIMITED BY SIZE
                  WRK-DATA-EDIT-DD   DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  WRK-DATA-EDIT-MM   DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  WRK-DATA-EDIT-AAAA DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO WRK-PD-DISTRIB-ANT.
           MOVE LOW-VALUES TO DVF-DISTRIB.
           START DEVFORN KEY IS NOT LESS THAN DVF-DISTRIB
               INVALID KEY
                   MOVE '10' TO FS-DEVFORN
           END-START.
      *
           IF FS-DEVFORN EQUAL "00"
               READ DEVFORN NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-DEVFORN EQUAL "10"
               IF DVF-SITUACAO EQUAL 'A' OR DVF-SITUACAO EQUAL 'E'
                   IF WRK-PD-DEV-DISTRIBS EQUAL ZEROES
                   OR DVF-DISTRIB NOT EQUAL WRK-PD-DISTRIB-ANT
                       PERFORM 0415-QUEBRA-DISTRIB
                   END-IF
                   PERFORM 0416-DEVOLUCAO-NO-RELATORIO
               END-IF
               READ DEVFORN NEXT RECORD
           END-PERFORM.
      *
           IF WRK-PD-DEV-DISTRIBS GREATER ZEROES
               PERFORM 0417-SUBTOTAL-DISTRIB
           END-IF.
      *
           MOVE WRK-PD-DEV-QTD      TO WRK-PD-ED-DEV-QTD.
           MOVE WRK-PD-DEV-DISTRIBS TO WRK-PD-ED-DEV-DISTRIBS.
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
           MOVE SPACES TO FIL-REL.
           STRING 'TOTAL DE DEVOLUCOES EM ABERTO: ' DELIMITED BY SIZE
                  WRK-PD-ED-DEV-QTD               DELIMITED BY SIZE
                  '  DISTRIBUIDORAS: '            DELIMITED BY SIZE
                  WRK-PD-ED-DEV-DISTRIBS          DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           CLOSE PEDIDO-REL.
           PERFORM 0360-REGISTRA-SPOOL.
      *
           INITIALIZE WRK-MSG.
           STRING '22RELATORIO GERADO. DEVOLUCOES EM ABERTO: '
                      DELIMITED BY SIZE
                  WRK-PD-ED-DEV-QTD DELIMITED BY SIZE
             INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0410-RELATORIO-DEVOLUCOES-END. EXIT.

       0415-QUEBRA-DISTRIB SECTION.
           IF WRK-PD-DEV-DISTRIBS GREATER ZEROES
               PERFORM 0417-SUBTOTAL-DISTRIB
           END-IF.
      *
           ADD 1 TO WRK-PD-DEV-DISTRIBS.
           MOVE ZEROES      TO WRK-PD-DEV-SUB.
           MOVE DVF-DISTRIB TO WRK-PD-DISTRIB-ANT.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
           MOVE SPACES TO FIL-REL.
           STRING 'DISTRIBUIDORA: ' DELIMITED BY SIZE
                  DVF-DISTRIB       DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
           MOVE '  DEVOL PEDIDO/ITEM EXEMPLAR   MOT SIT ABERTURA ENVIO
      -    '      DIAS TITULO' TO FIL-REL.
           WRITE FIL-REL.
       0415-QUEBRA-DISTRIB-END. EXIT.

       0416-DEVOLUCAO-NO-RELATORIO SECTION.
           ADD 1 TO WRK-PD-DEV-QTD.
           ADD 1 TO WRK-PD-DEV-SUB.
      *
           COMPUTE WRK-PD-DIAS =
               FUNCTION INTEGER-OF-DATE(WRK-HOJE) -
               FUNCTION INTEGER-OF-DATE(DVF-DATA-ABERTURA).
           MOVE WRK-PD-DIAS TO WRK-PD-DIAS-EDIT.
      *
           MOVE DVF-CODIGO TO CODIGO.
           READ MOVIES
               INVALID KEY
                   MOVE '** TITULO EXCLUIDO **' TO TITULO
           END-READ.
      *
           MOVE SPACES TO FIL-REL.
           STRING '  '              DELIMITED BY SIZE
                  DVF-NUMERO        DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  DVF-PEDIDO        DELIMITED BY SIZE
                  '/'               DELIMITED BY SIZE
                  DVF-SEQ           DELIMITED BY SIZE
                  '  '              DELIMITED BY SIZE
                  DVF-CODIGO        DELIMITED BY SIZE
                  '/'               DELIMITED BY SIZE
                  DVF-EXEMPLAR      DELIMITED BY SIZE
                  '  '              DELIMITED BY SIZE
                  DVF-MOTIVO        DELIMITED BY SIZE
                  '   '             DELIMITED BY SIZE
                  DVF-SITUACAO      DELIMITED BY SIZE
                  '  '              DELIMITED BY SIZE
                  DVF-DATA-ABERTURA DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  DVF-DATA-ENVIO    DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WRK-PD-DIAS-EDIT  DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  TITULO            DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           IF DVF-OBS NOT EQUAL SPACES
               MOVE SPACES TO FIL-REL
               STRING '        OBS: ' DELIMITED BY SIZE
                      DVF-OBS         DELIMITED BY SIZE
                 INTO FIL-REL
               WRITE FIL-REL
           END-IF.
       0416-DEVOLUCAO-NO-RELATORIO-END. EXIT.

       0417-SUBTOTAL-DISTRIB SECTION.
           MOVE WRK-PD-DEV-SUB TO WRK-PD-ED-DEV-SUB.
           MOVE SPACES TO FIL-REL.
           STRING '  SUBTOTAL '       DELIMITED BY SIZE
                  WRK-PD-DISTRIB-ANT  DELIMITED BY SIZE
                  ': '                DELIMITED BY SIZE
                  WRK-PD-ED-DEV-SUB   DELIMITED BY SIZE
                  ' DEVOLUCAO(OES) EM ABERTO' DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
       0417-SUBTOTAL-DISTRIB-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE MOVIES.
           CLOSE EXEMPLAR.
           CLOSE DISTRIBS.
           CLOSE PEDIDOS.
           CLOSE PEDITENS.
           CLOSE VALORES.
           CLOSE ORCAMENTO.
           CLOSE DEVFORN.
           CLOSE LOANS.
      *
           IF FS-PEDIDOS NOT EQUAL "00"
               MOVE '44ERRO AO FECHAR ARQUIVO DE PEDIDOS.'
