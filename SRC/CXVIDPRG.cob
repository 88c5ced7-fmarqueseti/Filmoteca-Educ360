      *               TOTALS RECEIPTS AGAINST THE FINES MARKED PAID,   *
      *               BLOCKING THE CLOSE ON AN UNEXPLAINED             *
      *               DISCREPANCY AND PRINTING THE DAY SHEET           *
      *               (AN INSTALLMENT RECEIPT IS MATCHED AGAINST ITS   *
      *               PAID INSTALLMENT IN PARCELAS.DAT). CLOSED        *
      *               SESSIONS ARE GROUPED INTO NUMBERED BANK DEPOSITS *
      *               WITH THE BANK SLIP NUMBER, THE AMOUNT CREDITED   *
      *               BY THE BANK IS RECONCILED AGAINST EACH DEPOSIT   *
      *               AND THE SESSIONS NEVER DEPOSITED ARE REPORTED    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CXVIDPRG.
           COPY 'CPVIDRXF'. *> CXRECIBO DAT WORKBOOK
           COPY 'CPVIDMFC'. *> MULTAS DAT WORKBOOK
           COPY 'CPVIDTFC'. *> TOMADORES DAT WORKBOOK
           COPY 'CPVIDPLF'. *> PARCELAS (INSTALLMENT PLANS)
           COPY 'CPVIDDPF'. *> DEPOSITO (BANK DEPOSITS)
           COPY 'CPVIDDCF'. *> DEPCAIXA (DEPOSITED SESSIONS)
      *
           SELECT FOLHA-REL
              ASSIGN       TO WRK-SPL-NOME
              FILE STATUS  IS FS-FOLHA-REL.
      *
           COPY 'CPVIDSPF'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDJNF'. *> RECOVERY JOURNAL
           COPY 'CPVIDALF'. *> ABEND LOG
           COPY 'CPVIDLGF'. *> MAINTENANCE AUDIT LOG
      *
       DATA DIVISION.
       FILE SECTION.
       FD TOMADORES.
           COPY 'CPVIDTDT'.

       FD PARCELAS.
           COPY 'CPVIDPLD'.

       FD DEPOSITO.
           COPY 'CPVIDDPD'.

       FD DEPCAIXA.
           COPY 'CPVIDDCD'.

       FD FOLHA-REL.
           01 FIL-REL          PIC X(132).

       FD VIDRELS.
           COPY 'CPVIDSPD'.

       FD VIDJRN.
           COPY 'CPVIDJND'.

       FD VIDABEND.
           COPY 'CPVIDALD'.

       FD VIDLOG.
           COPY 'CPVIDLGD'.
      *
       WORKING-STORAGE SECTION.
           COPY 'CPVIDMAN'. *> MAIN SCREEN
           COPY 'CPVIDRXW'. *> CXRECIBO DAT WORKBOOK
           COPY 'CPVIDMNW'. *> MULTAS DAT WORKBOOK
           COPY 'CPVIDTNW'. *> TOMADORES DAT WORKBOOK
           COPY 'CPVIDPLW'. *> PARCELAS (INSTALLMENT PLANS)
           COPY 'CPVIDDPW'. *> DEPOSITO (BANK DEPOSITS)
           COPY 'CPVIDDCW'. *> DEPCAIXA (DEPOSITED SESSIONS)
           COPY 'CPVIDSPW'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDABE'. *> ABEND
           COPY 'CPVIDALW'. *> ABEND LOG
           COPY 'CPVIDJNW'. *> RECOVERY JOURNAL
           COPY 'CPVIDLGW'. *> MAINTENANCE AUDIT LOG
           COPY 'CPVIDOPW'. *> OPERATOR SESSION
      *
       77 FS-FOLHA-REL              PIC X(02).
       77 WRK-CX-SESSAO             PIC 9(05) VALUE ZEROES.
       77 WRK-CX-JUSTIF             PIC X(40) VALUE SPACES.
      *
      *    CODIGO USADO APENAS PELA LINHA DO LOG DE AUDITORIA
      *    (CPVIDLGP ESPERA O CAMPO CODIGO DO CATALOGO; NO DEPOSITO
      *    LEVA O NUMERO DO DEPOSITO).
       77 CODIGO                    PIC 9(07) VALUE ZEROES.
      *
       77 WRK-HOJE                  PIC 9(08) VALUE ZEROES.
       77 WRK-CX-PENDENTE           PIC X(01) VALUE 'N'.
       77 WRK-CX-DEPOSITO           PIC 9(05) VALUE ZEROES.
       77 WRK-CX-DEP-MAX            PIC 9(05) VALUE ZEROES.
       77 WRK-CX-GUIA               PIC X(15) VALUE SPACES.
       77 WRK-CX-CORTE              PIC 9(08) VALUE ZEROES.
       77 WRK-CX-CREDITO            PIC 9(07)V9(02) VALUE ZEROES.
       77 WRK-CX-DATA-CREDITO       PIC 9(08) VALUE ZEROES.
       77 WRK-CX-DIAS               PIC 9(05) VALUE ZEROES.
       77 WRK-CX-SIT-DESC           PIC X(10) VALUE SPACES.
      *
      *    TOTAIS DO FECHAMENTO: RECONTAGEM DOS RECIBOS DA SESSAO E
      *    SOMA DAS MULTAS PAGAS NO DIA DA ABERTURA, COMPARADAS NO
      *    FECHO.
           05 WRK-CX-QTD-REC-EDIT   PIC ZZZZ9      VALUE ZEROES.
           05 WRK-CX-QTD-PAG-EDIT   PIC ZZZZ9      VALUE ZEROES.
           05 WRK-CX-VALOR-EDIT     PIC ZZZZ9,99   VALUE ZEROES.
           05 WRK-CX-DIF-EDIT       PIC -ZZZZZZ9,99 VALUE ZEROES.
           05 WRK-CX-DIAS-EDIT      PIC ZZZZ9      VALUE ZEROES.
      *
      *    TOTAIS DO DEPOSITO (SESSOES FECHADAS AINDA NAO DEPOSITADAS
      *    ATE A DATA DE CORTE) E DO RELATORIO DE PENDENCIAS.
       01 WRK-CX-TOTAIS-DEP.
           05 WRK-CX-DEP-QTD        PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-CX-DEP-VAL        PIC 9(07)V9(02) USAGE COMP-3
                                     VALUE ZEROES.
           05 WRK-CX-AGU-QTD        PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-CX-AGU-VAL        PIC 9(07)V9(02) USAGE COMP-3
                                     VALUE ZEROES.
           05 WRK-CX-DIV-QTD        PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-CX-DIV-VAL        PIC S9(07)V9(02) USAGE COMP-3
                                     VALUE ZEROES.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN'. *> MAIN SCREEN
           05 LINE 07 COLUMN 02 VALUE "1 - ABRIR CAIXA".
           05 LINE 08 COLUMN 02 VALUE "2 - FECHAR CAIXA (FOLHA DO DIA)".
           05 LINE 09 COLUMN 02 VALUE "3 - REIMPRIMIR FOLHA DE SESSAO".
           05 LINE 10 COLUMN 02 VALUE "4 - GERAR DEPOSITO BANCARIO".
           05 LINE 11 COLUMN 02 VALUE "5 - CONFERIR CREDITO DO BANCO".
           05 LINE 12 COLUMN 02 VALUE "6 - SESSOES NAO DEPOSITADAS".
           05 LINE 13 COLUMN 02 VALUE "0 - VOLTAR".
           05 LINE 14 COLUMN 02 VALUE "OPCAO: ".
           05 COLUMN PLUS 01    PIC X(01) USING WRK-OPTION.
      *
       01 SCREEN-CAIXA-SESSAO.
           05 LINE 16 COLUMN 02 VALUE "NUMERO DA SESSAO: ".
           05 COLUMN PLUS 01    PIC 9(05) USING WRK-CX-SESSAO.
      *
       01 SCREEN-CAIXA-JUSTIF.
           05 LINE 20 COLUMN 02 VALUE "JUSTIFICATIVA...: ".
           05 COLUMN PLUS 01    PIC X(40) USING WRK-CX-JUSTIF.
      *
       01 SCREEN-DEP-DADOS.
           05 LINE 16 COLUMN 02 VALUE "GUIA DO BANCO.........: ".
           05 COLUMN PLUS 01    PIC X(15) USING WRK-CX-GUIA.
           05 LINE 17 COLUMN 02 VALUE "FECHADAS ATE(AAAAMMDD): ".
           05 COLUMN PLUS 01    PIC 9(08) USING WRK-CX-CORTE.
      *
       01 SCREEN-DEP-NUMERO.
           05 LINE 16 COLUMN 02 VALUE "NUMERO DO DEPOSITO: ".
           05 COLUMN PLUS 01    PIC 9(05) USING WRK-CX-DEPOSITO.
      *
       01 SCREEN-DEP-CREDITO.
           05 LINE 17 COLUMN 02 VALUE "VALOR DO DEPOSITO.....: ".
           05 COLUMN PLUS 01    PIC X(10) FROM WRK-CX-TOT-REC-EDIT.
           05 LINE 18 COLUMN 02 VALUE "CREDITADO PELO BANCO..: ".
           05 COLUMN PLUS 01    PIC 9(07)V9(02) USING WRK-CX-CREDITO.
           05 LINE 19 COLUMN 02 VALUE "DATA CREDITO(AAAAMMDD): ".
           05 COLUMN PLUS 01    PIC 9(08) USING WRK-CX-DATA-CREDITO.
      *
       PROCEDURE DIVISION.
       0000-MAIN SECTION.
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT PARCELAS.
      *
           IF FS-PARCELAS EQUAL "35"
               OPEN OUTPUT PARCELAS
               CLOSE PARCELAS
               OPEN INPUT PARCELAS
           END-IF.
      *
           IF FS-PARCELAS NOT EQUAL "00"
               MOVE '45ERRO AO ABRIR ARQUIVO DE PARCELAS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-PARCELAS TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE PARCELAS'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O DEPOSITO.
      *
           IF FS-DEPOSITO EQUAL "35"
               OPEN OUTPUT DEPOSITO
               CLOSE DEPOSITO
               OPEN I-O DEPOSITO
           END-IF.
      *
           IF FS-DEPOSITO NOT EQUAL "00"
               MOVE '44ERRO AO ABRIR ARQUIVO DE DEPOSITOS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-DEPOSITO TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE DEPOSITOS'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O DEPCAIXA.
      *
           IF FS-DEPCAIXA EQUAL "35"
               OPEN OUTPUT DEPCAIXA
               CLOSE DEPCAIXA
               OPEN I-O DEPCAIXA
           END-IF.
      *
           IF FS-DEPCAIXA NOT EQUAL "00"
               MOVE '40ERRO AO ABRIR ARQUIVO DE SESSOES DEPOSITADAS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-DEPCAIXA TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE SESSOES DEPOSITADAS'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
       0100-OPEN-DATA-END. EXIT.

       0300-PROCESS-DATA SECTION.
           COPY 'CPVIDDTE'. *> DATE/TIME PROCEDURE
           MOVE WRK-DATA-SISTEMA TO WRK-HOJE.
           MOVE "  * * * * CAIXA DE MULTAS * * * *"        TO WRK-TITLE.
           MOVE "PF3=FIM"                                   TO WRK-KEYS.
           INITIALIZE WRK-MSG.
               WHEN '1' PERFORM 0310-ABRIR-CAIXA
               WHEN '2' PERFORM 0320-FECHAR-CAIXA
               WHEN '3' PERFORM 0330-REIMPRIME-FOLHA
               WHEN '4' PERFORM 0400-GERAR-DEPOSITO
               WHEN '5' PERFORM 0430-CONFERIR-DEPOSITO
               WHEN '6' PERFORM 0450-RELATORIO-PENDENTES
               WHEN '0' CONTINUE
               WHEN OTHER
                   INITIALIZE WRK-MSG
               MOVE ZEROES                TO CXA-TOTAL-RECEBIDO
               MOVE ZEROES                TO CXA-QTD-RECIBOS
               MOVE SPACES                TO CXA-JUSTIFICATIVA
               MOVE REG-CXA               TO WRK-JRN-DEPOIS
               WRITE REG-CXA
               MOVE 'CAIXA'               TO WRK-JRN-ARQUIVO
               MOVE 'I'                   TO WRK-JRN-OPERACAO
               MOVE FS-CAIXA              TO WRK-JRN-STATUS
               PERFORM 0590-GRAVA-DIARIO
      *
               INITIALIZE WRK-MSG
               STRING '23CAIXA ABERTO. SESSAO: ' DELIMITED BY SIZE
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
           ELSE
               MOVE REG-CXA TO WRK-JRN-ANTES
               PERFORM 0322-RECONTA-SESSAO
               PERFORM 0324-SOMA-PAGAS-DA-SESSAO
      *
      *    PELOS RECIBOS DESTA SESSAO, AINDA MARCADAS PAGAS. COM DUAS
      *    ESTACOES ABERTAS NO MESMO DIA, SOMAR POR DATA MISTURARIA O
      *    CAIXA DO OUTRO OPERADOR E ACUSARIA DIVERGENCIA FALSA.
      *    RECIBO DE PARCELA CONFERE COM A PARCELA PAGA EM
      *    PARCELAS.DAT, POIS A COBRANCA SO FICA PAGA NA ULTIMA.
           MOVE ZEROES TO RCX-NUMERO.
           START CXRECIBO KEY IS NOT LESS THAN RCX-NUMERO
               INVALID KEY
      *
           PERFORM UNTIL FS-CXRECIBO EQUAL "10"
               IF RCX-CAIXA EQUAL WRK-CX-SESSAO
                   MOVE RCX-NUMERO TO PCL-RECIBO
                   READ PARCELAS KEY IS PCL-RECIBO
                       INVALID KEY
                           PERFORM 0325-SOMA-MULTA-PAGA
                       NOT INVALID KEY
                           IF PCL-SITUACAO EQUAL 'P'
                               ADD 1         TO WRK-CX-QTD-PAGAS
                               ADD PCL-VALOR TO WRK-CX-TOT-PAGAS
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.
       0324-SOMA-PAGAS-DA-SESSAO-END. EXIT.

       0325-SOMA-MULTA-PAGA SECTION.
           MOVE RCX-MULTA TO MUL-NUMERO.
           READ MULTAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MUL-SITUACAO EQUAL 'P'
                       ADD 1         TO WRK-CX-QTD-PAGAS
                       ADD MUL-VALOR TO WRK-CX-TOT-PAGAS
                   END-IF
           END-READ.
       0325-SOMA-MULTA-PAGA-END. EXIT.

       0326-EFETIVA-FECHO SECTION.
           MOVE 'F'                TO CXA-SITUACAO.
           MOVE WRK-DATA-SISTEMA   TO CXA-DATA-FECHO.
           MOVE WRK-CX-TOT-RECIBOS TO CXA-TOTAL-RECEBIDO.
           MOVE WRK-CX-QTD-RECIBOS TO CXA-QTD-RECIBOS.
           MOVE REG-CXA            TO WRK-JRN-DEPOIS.
           REWRITE REG-CXA.
      *
           MOVE 'CAIXA'            TO WRK-JRN-ARQUIVO.
           MOVE 'A'                TO WRK-JRN-OPERACAO.
           MOVE FS-CAIXA           TO WRK-JRN-STATUS.
           PERFORM 0590-GRAVA-DIARIO.
      *
           PERFORM 0340-IMPRIME-FOLHA.
      *
           COPY 'CPVIDSPP'. *> REGISTRA O RELATORIO NO SPOOL
       0350-REGISTRA-SPOOL-END. EXIT.

       0400-GERAR-DEPOSITO SECTION.
      *    AGRUPA NUM DEPOSITO NUMERADO AS SESSOES FECHADAS AINDA NAO
      *    DEPOSITADAS, FECHADAS ATE A DATA DE CORTE, COM O NUMERO DA
      *    GUIA DO BANCO. O DINHEIRO VAI AO BANCO UMA OU DUAS VEZES
      *    POR SEMANA, ENTAO A DATA DE CORTE DEIXA DE FORA AS SESSOES
      *    DO DIA QUE AINDA ESTAO NO COFRE.
           INITIALIZE WRK-MSG.
           MOVE SPACES   TO WRK-CX-GUIA.
           MOVE WRK-HOJE TO WRK-CX-CORTE.
           DISPLAY SCREEN-DEP-DADOS.
           ACCEPT  SCREEN-DEP-DADOS.
      *
           IF WRK-CX-GUIA EQUAL SPACES
               MOVE '20INFORME O NUMERO DA GUIA DO BANCO.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0400-GERAR-DEPOSITO-END
           END-IF.
      *
           IF WRK-CX-CORTE EQUAL ZEROES
           OR FUNCTION TEST-DATE-YYYYMMDD(WRK-CX-CORTE)
              NOT EQUAL ZEROES
           OR WRK-CX-CORTE GREATER THAN WRK-HOJE
               MOVE '25DATA DE CORTE INVALIDA.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0400-GERAR-DEPOSITO-END
           END-IF.
      *
           PERFORM 0410-PREVIA-DEPOSITO.
      *
           IF WRK-CX-DEP-QTD EQUAL ZEROES
               MOVE '22NENHUMA SESSAO FECHADA A DEPOSITAR.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0400-GERAR-DEPOSITO-END
           END-IF.
      *
           MOVE WRK-CX-DEP-QTD TO WRK-CX-QTD-REC-EDIT.
           MOVE WRK-CX-DEP-VAL TO WRK-CX-TOT-REC-EDIT.
           INITIALIZE WRK-MSG.
           STRING '08DEPOSITAR '      DELIMITED BY SIZE
                  WRK-CX-QTD-REC-EDIT DELIMITED BY SIZE
                  ' SESSAO(OES), R$ ' DELIMITED BY SIZE
                  WRK-CX-TOT-REC-EDIT DELIMITED BY SIZE
                  '. CONFIRMA (S/N)?' DELIMITED BY SIZE
             INTO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
      *
           IF WRK-AWAIT NOT EQUAL 'S' AND NOT EQUAL 's'
               INITIALIZE WRK-MSG
               MOVE '30DEPOSITO CANCELADO.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0400-GERAR-DEPOSITO-END
           END-IF.
      *
           PERFORM 0420-EFETIVA-DEPOSITO.
       0400-GERAR-DEPOSITO-END. EXIT.

       0405-TESTA-PENDENTE SECTION.
      *    SESSAO EM REG-CXA PENDENTE DE DEPOSITO: FECHADA ATE A DATA
      *    DE CORTE, COM VALOR RECEBIDO E SEM LINHA EM DEPCAIXA.DAT.
      *    SESSAO SEM RECEBIMENTO NAO TEM O QUE IR AO BANCO.
           MOVE 'N' TO WRK-CX-PENDENTE.
      *
           IF CXA-SITUACAO NOT EQUAL 'F'
           OR CXA-TOTAL-RECEBIDO EQUAL ZEROES
           OR CXA-DATA-FECHO GREATER THAN WRK-CX-CORTE
               GO TO 0405-TESTA-PENDENTE-END
           END-IF.
      *
           MOVE CXA-NUMERO TO DPC-CAIXA.
           READ DEPCAIXA
               INVALID KEY
                   MOVE 'S' TO WRK-CX-PENDENTE
           END-READ.
       0405-TESTA-PENDENTE-END. EXIT.

       0410-PREVIA-DEPOSITO SECTION.
           INITIALIZE WRK-CX-TOTAIS-DEP.
      *
           MOVE ZEROES TO CXA-NUMERO.
           START CAIXA KEY IS NOT LESS THAN CXA-NUMERO
               INVALID KEY
                   MOVE '10' TO FS-CAIXA
           END-START.
      *
           IF FS-CAIXA EQUAL "00"
               READ CAIXA NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-CAIXA EQUAL "10"
               PERFORM 0405-TESTA-PENDENTE
               IF WRK-CX-PENDENTE EQUAL 'S'
                   ADD 1                  TO WRK-CX-DEP-QTD
                   ADD CXA-TOTAL-RECEBIDO TO WRK-CX-DEP-VAL
               END-IF
               READ CAIXA NEXT RECORD
           END-PERFORM.
       0410-PREVIA-DEPOSITO-END. EXIT.

       0420-EFETIVA-DEPOSITO SECTION.
      *    O NUMERO DO DEPOSITO E SEQUENCIAL, OBTIDO VARRENDO O MAIOR
      *    JA GRAVADO (MESMO CRITERIO DA SESSAO EM 0310). AS SESSOES
      *    SAO LIGADAS AO DEPOSITO ANTES DE GRAVA-LO, E OS TOTAIS DO
      *    DEPOSITO SAO OS DAS LINHAS EFETIVAMENTE GRAVADAS.
           MOVE ZEROES TO WRK-CX-DEP-MAX.
           MOVE ZEROES TO DEP-NUMERO.
           START DEPOSITO KEY IS NOT LESS THAN DEP-NUMERO
               INVALID KEY
                   CONTINUE
           END-START.
      *
           IF FS-DEPOSITO EQUAL "00"
               READ DEPOSITO NEXT RECORD
               PERFORM UNTIL FS-DEPOSITO EQUAL "10"
                   MOVE DEP-NUMERO TO WRK-CX-DEP-MAX
                   READ DEPOSITO NEXT RECORD
               END-PERFORM
           END-IF.
      *
           ADD 1 TO WRK-CX-DEP-MAX GIVING WRK-CX-DEPOSITO.
           INITIALIZE WRK-CX-TOTAIS-DEP.
      *
           MOVE ZEROES TO CXA-NUMERO.
           START CAIXA KEY IS NOT LESS THAN CXA-NUMERO
               INVALID KEY
                   MOVE '10' TO FS-CAIXA
           END-START.
      *
           IF FS-CAIXA EQUAL "00"
               READ CAIXA NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-CAIXA EQUAL "10"
               PERFORM 0405-TESTA-PENDENTE
               IF WRK-CX-PENDENTE EQUAL 'S'
                   MOVE CXA-NUMERO         TO DPC-CAIXA
                   MOVE WRK-CX-DEPOSITO    TO DPC-DEPOSITO
                   MOVE CXA-TOTAL-RECEBIDO TO DPC-VALOR
                   WRITE REG-DPC
                   ADD 1                  TO WRK-CX-DEP-QTD
                   ADD CXA-TOTAL-RECEBIDO TO WRK-CX-DEP-VAL
               END-IF
               READ CAIXA NEXT RECORD
           END-PERFORM.
      *
           MOVE WRK-CX-DEPOSITO  TO DEP-NUMERO.
           MOVE WRK-CX-GUIA      TO DEP-GUIA.
           MOVE WRK-HOJE         TO DEP-DATA.
           MOVE WRK-OPERADOR     TO DEP-OPERADOR.
           MOVE WRK-CX-DEP-QTD   TO DEP-QTD-SESSOES.
           MOVE WRK-CX-DEP-VAL   TO DEP-VALOR.
           MOVE 'A'              TO DEP-SITUACAO.
           MOVE ZEROES           TO DEP-VALOR-CREDITO.
           MOVE ZEROES           TO DEP-DATA-CREDITO.
           MOVE ZEROES           TO DEP-DIFERENCA.
           MOVE SPACES           TO DEP-OPER-CREDITO.
           MOVE SPACES           TO DEP-JUSTIFICATIVA.
           WRITE REG-DEP.
      *
           PERFORM 0440-IMPRIME-DEPOSITO.
      *
           MOVE 'DEPOSITO' TO WRK-LOG-ACAO.
           PERFORM 0460-GRAVA-LOG.
      *
           INITIALIZE WRK-MSG.
           STRING '13DEPOSITO '          DELIMITED BY SIZE
                  DEP-NUMERO             DELIMITED BY SIZE
                  ' GERADO. GUIA DE DEPOSITO IMPRESSA.'
                                         DELIMITED BY SIZE
             INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0420-EFETIVA-DEPOSITO-END. EXIT.

       0430-CONFERIR-DEPOSITO SECTION.
      *    O COORDENADOR LANCA O VALOR QUE O BANCO DE FATO CREDITOU,
      *    CONFORME O EXTRATO. CREDITO DIFERENTE DO DEPOSITADO SO
      *    PASSA COM JUSTIFICATIVA (MESMO CRITERIO DO FECHO DA
      *    SESSAO) E A DIFERENCA SAI NA GUIA E NO RELATORIO DE
      *    PENDENCIAS PARA O SETOR FINANCEIRO.
           INITIALIZE WRK-MSG.
      *
           IF WRK-OPERADOR-PERFIL NOT EQUAL 'C'
               MOVE '15CONFERENCIA DO CREDITO RESTRITA A COORDENACAO.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0430-CONFERIR-DEPOSITO-END
           END-IF.
      *
           MOVE ZEROES TO WRK-CX-DEPOSITO.
           DISPLAY SCREEN-DEP-NUMERO.
           ACCEPT  SCREEN-DEP-NUMERO.
      *
           MOVE WRK-CX-DEPOSITO TO DEP-NUMERO.
           READ DEPOSITO
               INVALID KEY
                   MOVE '26DEPOSITO NAO ENCONTRADO.' TO WRK-MSG
           END-READ.
      *
           IF FS-DEPOSITO NOT EQUAL "00"
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0430-CONFERIR-DEPOSITO-END
           END-IF.
      *
           IF DEP-SITUACAO NOT EQUAL 'A'
               MOVE '20CREDITO DESTE DEPOSITO JA FOI CONFERIDO.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0430-CONFERIR-DEPOSITO-END
           END-IF.
      *
           MOVE DEP-VALOR TO WRK-CX-TOT-REC-EDIT.
           MOVE ZEROES    TO WRK-CX-CREDITO.
           MOVE WRK-HOJE  TO WRK-CX-DATA-CREDITO.
           DISPLAY SCREEN-DEP-CREDITO.
           ACCEPT  SCREEN-DEP-CREDITO.
      *
           IF WRK-CX-CREDITO EQUAL ZEROES
               MOVE '25VALOR CREDITADO INVALIDO.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0430-CONFERIR-DEPOSITO-END
           END-IF.
      *
           IF WRK-CX-DATA-CREDITO EQUAL ZEROES
           OR FUNCTION TEST-DATE-YYYYMMDD(WRK-CX-DATA-CREDITO)
              NOT EQUAL ZEROES
           OR WRK-CX-DATA-CREDITO GREATER THAN WRK-HOJE
           OR WRK-CX-DATA-CREDITO LESS THAN DEP-DATA
               MOVE '25DATA DO CREDITO INVALIDA.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0430-CONFERIR-DEPOSITO-END
           END-IF.
      *
           COMPUTE DEP-DIFERENCA = WRK-CX-CREDITO - DEP-VALOR.
           MOVE SPACES TO DEP-JUSTIFICATIVA.
      *
           IF DEP-DIFERENCA EQUAL ZEROES
               MOVE 'C' TO DEP-SITUACAO
           ELSE
               MOVE DEP-DIFERENCA TO WRK-CX-DIF-EDIT
               INITIALIZE WRK-MSG
               STRING '02DIFERENCA (BANCO - DEPOSITO): R$ '
                          DELIMITED BY SIZE
                      WRK-CX-DIF-EDIT DELIMITED BY SIZE
                      '. JUSTIFIQUE.' DELIMITED BY SIZE
                 INTO WRK-MSG
               DISPLAY SCREEN-MSG
      *
               MOVE SPACES TO WRK-CX-JUSTIF
               DISPLAY SCREEN-CAIXA-JUSTIF
               ACCEPT  SCREEN-CAIXA-JUSTIF
      *
               IF WRK-CX-JUSTIF EQUAL SPACES
                   INITIALIZE WRK-MSG
                   MOVE '10CONFERENCIA BLOQUEADA: DIFERENCA SEM JUSTIFIC
      -            'ATIVA.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   GO TO 0430-CONFERIR-DEPOSITO-END
               END-IF
      *
               MOVE WRK-CX-JUSTIF TO DEP-JUSTIFICATIVA
               MOVE 'D'           TO DEP-SITUACAO
           END-IF.
      *
           MOVE WRK-CX-CREDITO      TO DEP-VALOR-CREDITO.
           MOVE WRK-CX-DATA-CREDITO TO DEP-DATA-CREDITO.
           MOVE WRK-OPERADOR        TO DEP-OPER-CREDITO.
           REWRITE REG-DEP.
      *
           PERFORM 0440-IMPRIME-DEPOSITO.
      *
           MOVE 'CONF-DEPOS' TO WRK-LOG-ACAO.
           PERFORM 0460-GRAVA-LOG.
      *
           INITIALIZE WRK-MSG.
           IF DEP-SITUACAO EQUAL 'C'
               MOVE '18CREDITO CONFERIDO SEM DIFERENCA. GUIA IMPRESSA.'
                   TO WRK-MSG
           ELSE
               STRING '12CREDITO CONFERIDO COM DIFERENCA DE R$ '
                          DELIMITED BY SIZE
                      WRK-CX-DIF-EDIT DELIMITED BY SIZE
                      '.'             DELIMITED BY SIZE
                 INTO WRK-MSG
           END-IF.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0430-CONFERIR-DEPOSITO-END. EXIT.

       0440-IMPRIME-DEPOSITO SECTION.
      *    GUIA DO DEPOSITO EM REG-DEP: AS SESSOES COBERTAS, O TOTAL
      *    DEPOSITADO E, DEPOIS DA CONFERENCIA, O CREDITO DO BANCO E
      *    A DIFERENCA. REIMPRESSA A CADA CONFERENCIA.
           MOVE SPACES TO WRK-SPL-NOME.
           STRING './dat/DEPOSITO-' DELIMITED BY SIZE
                  DEP-NUMERO        DELIMITED BY SIZE
                  '-'               DELIMITED BY SIZE
                  WRK-DATA-AAAA     DELIMITED BY SIZE
                  WRK-DATA-MM       DELIMITED BY SIZE
                  WRK-DATA-DD       DELIMITED BY SIZE
                  '.prt'            DELIMITED BY SIZE
             INTO WRK-SPL-NOME.
      *
           OPEN OUTPUT FOLHA-REL.
      *
           IF FS-FOLHA-REL NOT EQUAL "00"
               INITIALIZE WRK-MSG
               MOVE '40ERRO AO ABRIR GUIA DE DEPOSITO.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0440-IMPRIME-DEPOSITO-END
           END-IF.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'VIDEOTECA - DEPOSITO BANCARIO        EMISSAO: '
                       DELIMITED BY SIZE
                  WRK-DATA-EDIT-DD   DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  WRK-DATA-EDIT-MM   DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  WRK-DATA-EDIT-AAAA DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'DEPOSITO: '     DELIMITED BY SIZE
                  DEP-NUMERO       DELIMITED BY SIZE
                  '  GUIA: '       DELIMITED BY SIZE
                  DEP-GUIA         DELIMITED BY SIZE
                  '  DATA: '       DELIMITED BY SIZE
                  DEP-DATA         DELIMITED BY SIZE
                  '  OPERADOR: '   DELIMITED BY SIZE
                  DEP-OPERADOR     DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE
              'SESSAO  OPERADOR  ABERTURA  FECHOU    RECIB    VALOR R$'
               TO FIL-REL.
           WRITE FIL-REL.
      *
           PERFORM 0445-LINHAS-DEPOSITO.
      *
           MOVE DEP-QTD-SESSOES TO WRK-CX-QTD-REC-EDIT.
           MOVE DEP-VALOR       TO WRK-CX-TOT-REC-EDIT.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'SESSOES DEPOSITADAS: ' DELIMITED BY SIZE
                  WRK-CX-QTD-REC-EDIT     DELIMITED BY SIZE
                  '  TOTAL R$ '           DELIMITED BY SIZE
                  WRK-CX-TOT-REC-EDIT     DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           IF DEP-SITUACAO EQUAL 'A'
               MOVE 'CREDITO DO BANCO...: AGUARDANDO CONFERENCIA'
                   TO FIL-REL
               WRITE FIL-REL
           ELSE
               MOVE DEP-VALOR-CREDITO TO WRK-CX-TOT-PAG-EDIT
               MOVE DEP-DIFERENCA     TO WRK-CX-DIF-EDIT
               STRING 'CREDITO DO BANCO...: R$ ' DELIMITED BY SIZE
                      WRK-CX-TOT-PAG-EDIT        DELIMITED BY SIZE
                      '  EM '                    DELIMITED BY SIZE
                      DEP-DATA-CREDITO           DELIMITED BY SIZE
                      '  CONFERIDO POR: '        DELIMITED BY SIZE
                      DEP-OPER-CREDITO           DELIMITED BY SIZE
                 INTO FIL-REL
               WRITE FIL-REL
      *
               MOVE SPACES TO FIL-REL
               STRING 'DIFERENCA (BANCO - DEPOSITO): R$ '
                          DELIMITED BY SIZE
                      WRK-CX-DIF-EDIT DELIMITED BY SIZE
                 INTO FIL-REL
               WRITE FIL-REL
           END-IF.
      *
           IF DEP-JUSTIFICATIVA NOT EQUAL SPACES
               MOVE SPACES TO FIL-REL
               STRING 'DIFERENCA JUSTIFICADA: ' DELIMITED BY SIZE
                      DEP-JUSTIFICATIVA         DELIMITED BY SIZE
                 INTO FIL-REL
               WRITE FIL-REL
           END-IF.
      *
           CLOSE FOLHA-REL.
           PERFORM 0350-REGISTRA-SPOOL.
       0440-IMPRIME-DEPOSITO-END. EXIT.

       0445-LINHAS-DEPOSITO SECTION.
      *    SESSOES DO DEPOSITO PELA CHAVE ALTERNATIVA DPC-DEPOSITO; O
      *    VALOR E O DA SESSAO NO MOMENTO DO DEPOSITO.
           MOVE DEP-NUMERO TO DPC-DEPOSITO.
           START DEPCAIXA KEY IS EQUAL DPC-DEPOSITO
               INVALID KEY
                   MOVE '10' TO FS-DEPCAIXA
           END-START.
      *
           IF FS-DEPCAIXA EQUAL "00"
               READ DEPCAIXA NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-DEPCAIXA EQUAL "10"
                      OR DPC-DEPOSITO NOT EQUAL DEP-NUMERO
               MOVE DPC-CAIXA TO CXA-NUMERO
               READ CAIXA
                   INVALID KEY
                       INITIALIZE REG-CXA
                       MOVE DPC-CAIXA TO CXA-NUMERO
               END-READ
               MOVE CXA-QTD-RECIBOS TO WRK-CX-QTD-PAG-EDIT
               MOVE DPC-VALOR       TO WRK-CX-TOT-PAG-EDIT
               MOVE SPACES TO FIL-REL
               STRING CXA-NUMERO          DELIMITED BY SIZE
                      '   '               DELIMITED BY SIZE
                      CXA-OPERADOR        DELIMITED BY SIZE
                      '  '                DELIMITED BY SIZE
                      CXA-DATA-ABERTURA   DELIMITED BY SIZE
                      '  '                DELIMITED BY SIZE
                      CXA-DATA-FECHO      DELIMITED BY SIZE
                      '  '                DELIMITED BY SIZE
                      WRK-CX-QTD-PAG-EDIT DELIMITED BY SIZE
                      '  '                DELIMITED BY SIZE
                      WRK-CX-TOT-PAG-EDIT DELIMITED BY SIZE
                 INTO FIL-REL
               WRITE FIL-REL
               READ DEPCAIXA NEXT RECORD
           END-PERFORM.
       0445-LINHAS-DEPOSITO-END. EXIT.

       0450-RELATORIO-PENDENTES SECTION.
      *    PENDENCIAS DE DEPOSITO PARA O SETOR FINANCEIRO (PEDIDO
      *    MENSAL): SESSOES FECHADAS COM VALOR E NUNCA DEPOSITADAS,
      *    COM OS DIAS DESDE O FECHO, E OS DEPOSITOS AINDA SEM
      *    CONFERENCIA DO CREDITO OU CONFERIDOS COM DIFERENCA.
           INITIALIZE WRK-MSG.
           INITIALIZE WRK-CX-TOTAIS-DEP.
           MOVE WRK-HOJE TO WRK-CX-CORTE.
      *
           MOVE SPACES TO WRK-SPL-NOME.
           STRING './dat/CAIXA-NAO-DEPOSITADO-' DELIMITED BY SIZE
                  WRK-DATA-AAAA                 DELIMITED BY SIZE
                  WRK-DATA-MM                   DELIMITED BY SIZE
                  WRK-DATA-DD                   DELIMITED BY SIZE
                  '.prt'                        DELIMITED BY SIZE
             INTO WRK-SPL-NOME.
      *
           OPEN OUTPUT FOLHA-REL.
      *
           IF FS-FOLHA-REL NOT EQUAL "00"
               MOVE '36ERRO AO ABRIR RELATORIO DE PENDENCIAS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0450-RELATORIO-PENDENTES-END
           END-IF.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'VIDEOTECA - SESSOES DE CAIXA NAO DEPOSITADAS  EMISSAO
      -           ': '               DELIMITED BY SIZE
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
      *
           MOVE
              'SESSAO  OPERADOR  ABERTURA  FECHOU    RECIB    VALOR R$  
      -       ' DIAS' TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE ZEROES TO CXA-NUMERO.
           START CAIXA KEY IS NOT LESS THAN CXA-NUMERO
               INVALID KEY
                   MOVE '10' TO FS-CAIXA
           END-START.
      *
           IF FS-CAIXA EQUAL "00"
               READ CAIXA NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-CAIXA EQUAL "10"
               PERFORM 0405-TESTA-PENDENTE
               IF WRK-CX-PENDENTE EQUAL 'S'
                   PERFORM 0455-LINHA-SESSAO-PENDENTE
               END-IF
               READ CAIXA NEXT RECORD
           END-PERFORM.
      *
           MOVE WRK-CX-DEP-QTD TO WRK-CX-QTD-REC-EDIT.
           MOVE WRK-CX-DEP-VAL TO WRK-CX-TOT-REC-EDIT.
           MOVE SPACES TO FIL-REL.
           STRING 'SESSOES NAO DEPOSITADAS: ' DELIMITED BY SIZE
                  WRK-CX-QTD-REC-EDIT         DELIMITED BY SIZE
                  '  TOTAL R$ '               DELIMITED BY SIZE
                  WRK-CX-TOT-REC-EDIT         DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE 'DEPOSITOS SEM CONFERENCIA OU COM DIFERENCA' TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE
              'DEPOS  GUIA             DATA      SITUACAO      DEPOSITO 
      -       '    CREDITO   DIFERENCA' TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE ZEROES TO DEP-NUMERO.
           START DEPOSITO KEY IS NOT LESS THAN DEP-NUMERO
               INVALID KEY
                   MOVE '10' TO FS-DEPOSITO
           END-START.
      *
           IF FS-DEPOSITO EQUAL "00"
               READ DEPOSITO NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-DEPOSITO EQUAL "10"
               IF DEP-SITUACAO EQUAL 'A' OR EQUAL 'D'
                   PERFORM 0457-LINHA-DEPOSITO-PENDENTE
               END-IF
               READ DEPOSITO NEXT RECORD
           END-PERFORM.
      *
           MOVE WRK-CX-AGU-QTD TO WRK-CX-QTD-REC-EDIT.
           MOVE WRK-CX-AGU-VAL TO WRK-CX-TOT-REC-EDIT.
           MOVE SPACES TO FIL-REL.
           STRING 'AGUARDANDO CREDITO.....: ' DELIMITED BY SIZE
                  WRK-CX-QTD-REC-EDIT         DELIMITED BY SIZE
                  '  TOTAL R$ '               DELIMITED BY SIZE
                  WRK-CX-TOT-REC-EDIT         DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE WRK-CX-DIV-QTD TO WRK-CX-QTD-REC-EDIT.
           MOVE WRK-CX-DIV-VAL TO WRK-CX-DIF-EDIT.
           MOVE SPACES TO FIL-REL.
           STRING 'CREDITADOS C/ DIFERENCA: ' DELIMITED BY SIZE
                  WRK-CX-QTD-REC-EDIT         DELIMITED BY SIZE
                  '  SALDO R$ '               DELIMITED BY SIZE
                  WRK-CX-DIF-EDIT             DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           CLOSE FOLHA-REL.
           PERFORM 0350-REGISTRA-SPOOL.
      *
           MOVE '20RELATORIO DE SESSOES NAO DEPOSITADAS GERADO.'
               TO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0450-RELATORIO-PENDENTES-END. EXIT.

       0455-LINHA-SESSAO-PENDENTE SECTION.
           ADD 1                  TO WRK-CX-DEP-QTD.
           ADD CXA-TOTAL-RECEBIDO TO WRK-CX-DEP-VAL.
      *
           MOVE ZEROES TO WRK-CX-DIAS.
           IF FUNCTION TEST-DATE-YYYYMMDD(CXA-DATA-FECHO) EQUAL ZEROES
               COMPUTE WRK-CX-DIAS =
                   FUNCTION INTEGER-OF-DATE(WRK-HOJE) -
                   FUNCTION INTEGER-OF-DATE(CXA-DATA-FECHO)
           END-IF.
      *
           MOVE WRK-CX-DIAS        TO WRK-CX-DIAS-EDIT.
           MOVE CXA-QTD-RECIBOS    TO WRK-CX-QTD-PAG-EDIT.
           MOVE CXA-TOTAL-RECEBIDO TO WRK-CX-TOT-PAG-EDIT.
           MOVE SPACES TO FIL-REL.
           STRING CXA-NUMERO          DELIMITED BY SIZE
                  '   '               DELIMITED BY SIZE
                  CXA-OPERADOR        DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  CXA-DATA-ABERTURA   DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  CXA-DATA-FECHO      DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  WRK-CX-QTD-PAG-EDIT DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  WRK-CX-TOT-PAG-EDIT DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  WRK-CX-DIAS-EDIT    DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
       0455-LINHA-SESSAO-PENDENTE-END. EXIT.

       0457-LINHA-DEPOSITO-PENDENTE SECTION.
           IF DEP-SITUACAO EQUAL 'A'
               ADD 1         TO WRK-CX-AGU-QTD
               ADD DEP-VALOR TO WRK-CX-AGU-VAL
               MOVE 'AGUARDANDO' TO WRK-CX-SIT-DESC
           ELSE
               ADD 1             TO WRK-CX-DIV-QTD
               ADD DEP-DIFERENCA TO WRK-CX-DIV-VAL
               MOVE 'DIFERENCA'  TO WRK-CX-SIT-DESC
           END-IF.
      *
           MOVE DEP-VALOR         TO WRK-CX-TOT-REC-EDIT.
           MOVE DEP-VALOR-CREDITO TO WRK-CX-TOT-PAG-EDIT.
           MOVE DEP-DIFERENCA     TO WRK-CX-DIF-EDIT.
           MOVE SPACES TO FIL-REL.
           STRING DEP-NUMERO          DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  DEP-GUIA            DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  DEP-DATA            DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  WRK-CX-SIT-DESC     DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  WRK-CX-TOT-REC-EDIT DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  WRK-CX-TOT-PAG-EDIT DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WRK-CX-DIF-EDIT     DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
       0457-LINHA-DEPOSITO-PENDENTE-END. EXIT.

       0460-GRAVA-LOG SECTION.
           MOVE DEP-NUMERO TO CODIGO.
           COPY 'CPVIDLGP'. *> GRAVA LINHA NO LOG DE AUDITORIA
       0460-GRAVA-LOG-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE CAIXA.
           CLOSE CXRECIBO.
           CLOSE MULTAS.
           CLOSE TOMADORES.
           CLOSE PARCELAS.
           CLOSE DEPOSITO.
           CLOSE DEPCAIXA.
      *
           IF FS-CAIXA NOT EQUAL "00"
               MOVE '45ERRO AO FECHAR ARQUIVO DE CAIXA.'
           END-IF.
       0500-CLOSE-DATA-END. EXIT.

       0590-GRAVA-DIARIO SECTION.
           MOVE 'CXVIDPRG' TO WRK-JRN-PROGRAMA.
           COPY 'CPVIDJNP'. *> GRAVA ENTRADA NO DIARIO DE RECUPERACAO
       0590-GRAVA-DIARIO-END. EXIT.

       0600-ROT-ABEND SECTION.
           MOVE 'CXVIDPRG' TO WS-ABEND-PROGRAM.
           COPY 'CPVIDRAB'. *> ABEND ROUTINE.
