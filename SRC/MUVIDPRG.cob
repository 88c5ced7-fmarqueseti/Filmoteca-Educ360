      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : MULTAS (LATE-RETURN FINES) CONTROL ROUTINE OF    *
      *               VIDEOTECA PROGRAM (LIST, SETTLE AND REPORT THE   *
      *               FINES GENERATED BY EMVIDPRG ON LATE RETURNS,     *
      *               AND INSTALLMENT PLANS FOR REPLACEMENT CHARGES)   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MUVIDPRG.
           COPY 'CPVIDCXF'. *> CAIXA DAT WORKBOOK
           COPY 'CPVIDRXF'. *> CXRECIBO DAT WORKBOOK
           COPY 'CPVIDUSF'. *> OPERADOR MASTER
           COPY 'CPVIDPLF'. *> PARCELAS (INSTALLMENT PLANS)
      *
           SELECT MULTAS-REL
              ASSIGN       TO './dat/MULTAS-REL.prt'
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-MULTAS-REL.
      *
           COPY 'CPVIDJNF'. *> RECOVERY JOURNAL
           COPY 'CPVIDALF'. *> ABEND LOG
      *
       DATA DIVISION.
       FD OPERADOR.
           COPY 'CPVIDUSD'.

       FD PARCELAS.
           COPY 'CPVIDPLD'.

       FD MULTAS-REL.
           01 FIL-REL          PIC X(132).

       FD VIDJRN.
           COPY 'CPVIDJND'.

       FD VIDABEND.
           COPY 'CPVIDALD'.
      *
           COPY 'CPVIDCXW'. *> CAIXA DAT WORKBOOK
           COPY 'CPVIDRXW'. *> CXRECIBO DAT WORKBOOK
           COPY 'CPVIDUSW'. *> OPERADOR MASTER
           COPY 'CPVIDPLW'. *> PARCELAS (INSTALLMENT PLANS)
           COPY 'CPVIDABE'. *> ABEND
           COPY 'CPVIDALW'. *> ABEND LOG
           COPY 'CPVIDJNW'. *> RECOVERY JOURNAL
           COPY 'CPVIDOPW'. *> OPERATOR SESSION
      *
       77 FS-MULTAS-REL             PIC X(02).
      *    E NUMERACAO DO RECIBO EMITIDO.
       77 WRK-CX-ACHADO             PIC X(01) VALUE 'N'.
       77 WRK-RCX-MAX               PIC 9(07) VALUE ZEROES.
       77 WRK-RCX-VALOR             PIC 9(05)V9(02) VALUE ZEROES.
      *
      *    CAMPOS DO FLUXO DE ISENCAO: CREDENCIAL DO SUPERVISOR
      *    (PERFIL 'C' DO CADASTRO DE OPERADORES) E DECISAO.
       77 WRK-ISN-SENHA             PIC X(08) VALUE SPACES.
       77 WRK-ISN-APROVA            PIC X(01) VALUE SPACES.
      *
      *    CAMPOS DO PARCELAMENTO DA COBRANCA DE REPOSICAO: PLANO
      *    MONTADO PELO SUPERVISOR (QUANTIDADE E PRIMEIRO VENCIMENTO,
      *    OS DEMAIS MES A MES NO MESMO DIA) E PAGAMENTO PARCELA A
      *    PARCELA NO CAIXA.
       77 WRK-PC-QTD                PIC 9(02) VALUE ZEROES.
       77 WRK-PC-MAX-PARCELAS       PIC 9(02) VALUE 12.
       77 WRK-PC-PRIMEIRO           PIC 9(08) VALUE ZEROES.
       77 WRK-PC-IND                PIC 9(02) VALUE ZEROES.
       77 WRK-PC-VALOR-PARC         PIC 9(05)V9(02) VALUE ZEROES.
       77 WRK-PC-VALOR-ULTIMA       PIC 9(05)V9(02) VALUE ZEROES.
       77 WRK-PC-APROVADO           PIC X(01) VALUE 'N'.
       77 WRK-PC-TOTAL              PIC 9(02) VALUE ZEROES.
       77 WRK-PC-ABERTAS            PIC 9(02) VALUE ZEROES.
       77 WRK-PC-PROXIMA            PIC 9(02) VALUE ZEROES.
       77 WRK-PC-HOJE               PIC 9(08) VALUE ZEROES.
       77 WRK-PC-VALOR-EDIT         PIC ZZZZ9,99 VALUE ZEROES.
       01 WRK-PC-VENCIMENTO         PIC 9(08) VALUE ZEROES.
       01 WRK-PC-VENC-R REDEFINES WRK-PC-VENCIMENTO.
           05 WRK-PC-VENC-AAAA      PIC 9(04).
           05 WRK-PC-VENC-MM        PIC 9(02).
           05 WRK-PC-VENC-DD        PIC 9(02).
       77 WRK-PC-DIA-BASE           PIC 9(02) VALUE ZEROES.
       01 WRK-PC-LINHA              PIC X(78) VALUE SPACES.
      *
      *    CONTADOR DA RETENTATIVA DE ABERTURA QUANDO A OUTRA ESTACAO
      *    SEGURA O ARQUIVO (CONTENCAO DE COMPARTILHAMENTO).
       77 WRK-TENTATIVAS           PIC 9(01) VALUE ZEROES.
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O PARCELAS.
      *
           IF FS-PARCELAS EQUAL "35"
               OPEN OUTPUT PARCELAS
               CLOSE PARCELAS
               OPEN I-O PARCELAS
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
       0100-OPEN-DATA-END. EXIT.

       0300-PROCESS-DATA SECTION.
               WHEN '5' PERFORM 0350-SOLICITAR-ISENCAO
               WHEN '6' PERFORM 0360-DECIDIR-ISENCAO
               WHEN '7' PERFORM 0370-RELATORIO-ISENCOES
               WHEN '8' PERFORM 0380-PARCELAR-COBRANCA
               WHEN '9' PERFORM 0390-PAGAR-PARCELA
               WHEN '0' CONTINUE
               WHEN OTHER
                   INITIALIZE WRK-MSG
               INVALID KEY
                   MOVE '26MULTA NAO ENCONTRADA.' TO WRK-MSG
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN MUL-SITUACAO EQUAL 'N'
                           MOVE '10COBRANCA PARCELADA: RECEBA PELA OPCAO
      -                    ' 9 (PAGAR PARCELA).' TO WRK-MSG
                       WHEN MUL-SITUACAO EQUAL 'P'
                       WHEN MUL-SITUACAO EQUAL 'I'
                       WHEN MUL-SITUACAO EQUAL 'S'
                           MOVE '09MULTA NAO ESTA EM ABERTO (PAGA, ISENT
      -                    'A OU EM ISENCAO).' TO WRK-MSG
                       WHEN OTHER
                           PERFORM 0322-CONFIRMA-PAGAMENTO
                   END-EVALUATE
           END-READ.
      *
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0320-MARCAR-PAGA-END. EXIT.

       0322-CONFIRMA-PAGAMENTO SECTION.
           MOVE MUL-VALOR TO WRK-MULTA-VALOR-EDIT.
           INITIALIZE WRK-MSG.
           STRING '25CONFIRMA PAGAMENTO DE R$ '
                      DELIMITED BY SIZE
                  WRK-MULTA-VALOR-EDIT DELIMITED BY SIZE
                  ' (S/N)?' DELIMITED BY SIZE
             INTO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
      *
           IF WRK-AWAIT NOT EQUAL 'S' AND NOT EQUAL 's'
               INITIALIZE WRK-MSG
               MOVE '28PAGAMENTO CANCELADO.' TO WRK-MSG
               GO TO 0322-CONFIRMA-PAGAMENTO-END
           END-IF.
      *
      *    SEM SESSAO DE CAIXA ABERTA NAO HA COMO AMARRAR O DINHEIRO
      *    A UM RECIBO NUMERADO; O RECEBIMENTO E RECUSADO.
           PERFORM 0325-ACHA-CAIXA-ABERTO.
           IF WRK-CX-ACHADO EQUAL 'N'
               INITIALIZE WRK-MSG
               MOVE '08ABRA O CAIXA (OPCAO 4) ANTES DE RECEBER PAGAMENTO
      -        '.' TO WRK-MSG
               GO TO 0322-CONFIRMA-PAGAMENTO-END
           END-IF.
      *
      *    WRK-DATA-SISTEMA FOI CARREGADA PELO CPVIDDTE DO 0300 AO
      *    MONTAR A TELA.
           MOVE REG-MUL TO WRK-JRN-ANTES.
           MOVE 'P' TO MUL-SITUACAO.
           MOVE WRK-DATA-SISTEMA TO MUL-DATA-PAGTO.
           MOVE REG-MUL TO WRK-JRN-DEPOIS.
           REWRITE REG-MUL.
      *
           MOVE 'MULTAS'  TO WRK-JRN-ARQUIVO.
           MOVE 'A'       TO WRK-JRN-OPERACAO.
           MOVE FS-MULTAS TO WRK-JRN-STATUS.
           PERFORM 0590-GRAVA-DIARIO.
      *
           MOVE MUL-VALOR TO WRK-RCX-VALOR.
           PERFORM 0327-EMITE-RECIBO.
       0322-CONFIRMA-PAGAMENTO-END. EXIT.

       0325-ACHA-CAIXA-ABERTO SECTION.
      *    PROCURA A SESSAO DE CAIXA ABERTA ('A') DO OPERADOR LOGADO
      *    (MESMO CRITERIO DE CXVIDPRG); O REGISTRO FICA EM REG-CXA.
      *    GRAVA O RECIBO NUMERADO DO PAGAMENTO, AMARRADO A SESSAO DE
      *    CAIXA EM REG-CXA, E ACUMULA O VALOR NA SESSAO. O NUMERO E
      *    SEQUENCIAL, OBTIDO VARRENDO O MAIOR JA GRAVADO (MESMO
      *    CRITERIO DO CODIGO EM INVIDPRG). O VALOR RECEBIDO VEM EM
      *    WRK-RCX-VALOR: A MULTA INTEIRA OU UMA PARCELA DO PLANO.
           MOVE ZEROES TO WRK-RCX-MAX.
           MOVE ZEROES TO RCX-NUMERO.
           START CXRECIBO KEY IS NOT LESS THAN RCX-NUMERO
           MOVE CXA-NUMERO            TO RCX-CAIXA.
           MOVE MUL-NUMERO            TO RCX-MULTA.
           MOVE MUL-TOM-CODIGO        TO RCX-TOM-CODIGO.
           MOVE WRK-RCX-VALOR         TO RCX-VALOR.
           MOVE WRK-DATA-SISTEMA      TO RCX-DATA.
           MOVE WRK-HORA-SISTEMA(1:6) TO RCX-HORA.
           MOVE WRK-OPERADOR          TO RCX-OPERADOR.
           MOVE REG-RCX               TO WRK-JRN-DEPOIS.
           WRITE REG-RCX.
      *
           MOVE 'CXRECIBO'            TO WRK-JRN-ARQUIVO.
           MOVE 'I'                   TO WRK-JRN-OPERACAO.
           MOVE FS-CXRECIBO           TO WRK-JRN-STATUS.
           PERFORM 0590-GRAVA-DIARIO.
      *
           MOVE REG-CXA TO WRK-JRN-ANTES.
           ADD WRK-RCX-VALOR TO CXA-TOTAL-RECEBIDO.
           ADD 1         TO CXA-QTD-RECIBOS.
           MOVE REG-CXA TO WRK-JRN-DEPOIS.
           REWRITE REG-CXA.
      *
           MOVE 'CAIXA'               TO WRK-JRN-ARQUIVO.
           MOVE 'A'                   TO WRK-JRN-OPERACAO.
           MOVE FS-CAIXA              TO WRK-JRN-STATUS.
           PERFORM 0590-GRAVA-DIARIO.
      *
           INITIALIZE WRK-MSG.
           STRING '18MULTA BAIXADA. RECIBO EMITIDO: '
           CLOSE TOMADORES.
           CLOSE CAIXA.
           CLOSE CXRECIBO.
           CLOSE PARCELAS.
      *
           CALL 'CXVIDPRG'.
      *
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O PARCELAS.
      *
           IF FS-PARCELAS NOT EQUAL "00"
               MOVE '45ERRO AO REABRIR ARQUIVO DE PARCELAS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-PARCELAS TO WS-ABEND-CODE
               MOVE 'ERRO AO REABRIR ARQUIVO DE PARCELAS'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
       0340-CHAMA-CAIXA-END. EXIT.

       0330-RELATORIO-ABERTAS SECTION.
                   IF MUL-SITUACAO NOT EQUAL 'A'
                       MOVE '24MULTA NAO ESTA EM ABERTO.' TO WRK-MSG
                   ELSE
                       MOVE REG-MUL TO WRK-JRN-ANTES
                       MOVE SPACES TO MUL-ISEN-MOTIVO
                       DISPLAY SCREEN-MULTA-ISENCAO
                       ACCEPT  SCREEN-MULTA-ISENCAO
                       ELSE
                           MOVE 'S'          TO MUL-SITUACAO
                           MOVE WRK-OPERADOR TO MUL-ISEN-OPERADOR
                           MOVE REG-MUL      TO WRK-JRN-DEPOIS
                           REWRITE REG-MUL
                           MOVE 'MULTAS'  TO WRK-JRN-ARQUIVO
                           MOVE 'A'       TO WRK-JRN-OPERACAO
                           MOVE FS-MULTAS TO WRK-JRN-STATUS
                           PERFORM 0590-GRAVA-DIARIO
                           MOVE '13ISENCAO SOLICITADA. AGUARDANDO SUPER
      -                    'VISOR.' TO WRK-MSG
                       END-IF
       0360-DECIDIR-ISENCAO-END. EXIT.

       0365-VALIDA-SUPERVISOR SECTION.
           MOVE REG-MUL TO WRK-JRN-ANTES.
           MOVE SPACES TO WRK-ISN-SUPERVISOR.
           MOVE SPACES TO WRK-ISN-SENHA.
           MOVE SPACES TO WRK-ISN-APROVA.
                   MOVE 'I'                 TO MUL-SITUACAO
                   MOVE WRK-ISN-SUPERVISOR  TO MUL-ISEN-SUPERVISOR
                   MOVE WRK-DATA-SISTEMA    TO MUL-ISEN-DATA
                   MOVE REG-MUL             TO WRK-JRN-DEPOIS
                   REWRITE REG-MUL
                   MOVE 'MULTAS'  TO WRK-JRN-ARQUIVO
                   MOVE 'A'       TO WRK-JRN-OPERACAO
                   MOVE FS-MULTAS TO WRK-JRN-STATUS
                   PERFORM 0590-GRAVA-DIARIO
                   MOVE '26ISENCAO APROVADA. MULTA PERDOADA.'
                       TO WRK-MSG
               WHEN OTHER
                   MOVE 'A'                 TO MUL-SITUACAO
                   MOVE WRK-ISN-SUPERVISOR  TO MUL-ISEN-SUPERVISOR
                   MOVE WRK-DATA-SISTEMA    TO MUL-ISEN-DATA
                   MOVE REG-MUL             TO WRK-JRN-DEPOIS
                   REWRITE REG-MUL
                   MOVE 'MULTAS'  TO WRK-JRN-ARQUIVO
                   MOVE 'A'       TO WRK-JRN-OPERACAO
                   MOVE FS-MULTAS TO WRK-JRN-STATUS
                   PERFORM 0590-GRAVA-DIARIO
                   MOVE '20ISENCAO NEGADA. MULTA SEGUE EM ABERTO.'
                       TO WRK-MSG
           END-EVALUATE.
           ACCEPT SCREEN-WAIT.
       0370-RELATORIO-ISENCOES-END. EXIT.

       0380-PARCELAR-COBRANCA SECTION.
      *    O SUPERVISOR (PERFIL 'C' ATIVO) DIVIDE UMA COBRANCA DE
      *    REPOSICAO ('R') EM ABERTO EM PARCELAS COM VENCIMENTO MES A
      *    MES. A COBRANCA PASSA A 'N' E SAI DA FILA DE PAGAMENTO
      *    INTEIRO; CADA PARCELA E RECEBIDA PELA OPCAO 9.
           PERFORM 0381-MONTA-PLANO.
      *
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0380-PARCELAR-COBRANCA-END. EXIT.

       0381-MONTA-PLANO SECTION.
           INITIALIZE REG-MUL.
           INITIALIZE WRK-MSG.
           DISPLAY SCREEN-MULTA-KEY.
           ACCEPT  SCREEN-MULTA-KEY.
      *
           READ MULTAS
               INVALID KEY
                   MOVE '26MULTA NAO ENCONTRADA.' TO WRK-MSG
                   GO TO 0381-MONTA-PLANO-END
           END-READ.
      *
           IF MUL-TIPO NOT EQUAL 'R'
               MOVE '15SO COBRANCA DE REPOSICAO PODE SER PARCELADA.'
                   TO WRK-MSG
               GO TO 0381-MONTA-PLANO-END
           END-IF.
      *
           IF MUL-SITUACAO NOT EQUAL 'A'
               MOVE '24COBRANCA NAO ESTA EM ABERTO.' TO WRK-MSG
               GO TO 0381-MONTA-PLANO-END
           END-IF.
      *
           MOVE MUL-VALOR TO WRK-MULTA-VALOR-EDIT.
           DISPLAY 'VALOR DA COBRANCA: R$' AT LINE 14 COLUMN 02.
           DISPLAY WRK-MULTA-VALOR-EDIT   AT LINE 14 COLUMN 24.
      *
           MOVE ZEROES TO WRK-PC-QTD.
           MOVE ZEROES TO WRK-PC-PRIMEIRO.
           DISPLAY SCREEN-MULTA-PLANO.
           ACCEPT  SCREEN-MULTA-PLANO.
      *
           IF WRK-PC-QTD LESS THAN 2
           OR WRK-PC-QTD GREATER THAN WRK-PC-MAX-PARCELAS
               MOVE '20QUANTIDADE DE PARCELAS INVALIDA (2 A 12).'
                   TO WRK-MSG
               GO TO 0381-MONTA-PLANO-END
           END-IF.
      *
           MOVE WRK-DATA-SISTEMA TO WRK-PC-HOJE.
           IF FUNCTION TEST-DATE-YYYYMMDD(WRK-PC-PRIMEIRO)
              NOT EQUAL ZEROES
           OR WRK-PC-PRIMEIRO LESS THAN WRK-PC-HOJE
               MOVE '20PRIMEIRO VENCIMENTO INVALIDO OU JA PASSADO.'
                   TO WRK-MSG
               GO TO 0381-MONTA-PLANO-END
           END-IF.
      *
      *    PARCELA EM CENTAVOS TRUNCADOS; A DIFERENCA DO ARREDONDAMENTO
      *    FICA NA ULTIMA, PARA A SOMA FECHAR COM A COBRANCA.
           COMPUTE WRK-PC-VALOR-PARC = MUL-VALOR / WRK-PC-QTD.
           COMPUTE WRK-PC-VALOR-ULTIMA =
               MUL-VALOR - WRK-PC-VALOR-PARC * (WRK-PC-QTD - 1).
      *
           IF WRK-PC-VALOR-PARC EQUAL ZEROES
               MOVE '20VALOR PEQUENO DEMAIS PARA PARCELAR.' TO WRK-MSG
               GO TO 0381-MONTA-PLANO-END
           END-IF.
      *
           MOVE WRK-PC-VALOR-PARC TO WRK-PC-VALOR-EDIT.
           INITIALIZE WRK-MSG.
           STRING '15PARCELAR EM '      DELIMITED BY SIZE
                  WRK-PC-QTD            DELIMITED BY SIZE
                  ' VEZES DE R$ '       DELIMITED BY SIZE
                  WRK-PC-VALOR-EDIT     DELIMITED BY SIZE
                  ' (SUPERVISOR) (S/N)?' DELIMITED BY SIZE
             INTO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
      *
           IF WRK-AWAIT NOT EQUAL 'S' AND NOT EQUAL 's'
               INITIALIZE WRK-MSG
               MOVE '28PARCELAMENTO CANCELADO.' TO WRK-MSG
               GO TO 0381-MONTA-PLANO-END
           END-IF.
      *
           INITIALIZE WRK-MSG.
           PERFORM 0385-VALIDA-SUPERV-PLANO.
           IF WRK-PC-APROVADO NOT EQUAL 'S'
               GO TO 0381-MONTA-PLANO-END
           END-IF.
      *
           MOVE WRK-PC-PRIMEIRO TO WRK-PC-VENCIMENTO.
           MOVE WRK-PC-VENC-DD  TO WRK-PC-DIA-BASE.
           MOVE 1               TO WRK-PC-IND.
           PERFORM UNTIL WRK-PC-IND GREATER THAN WRK-PC-QTD
               INITIALIZE REG-PCL
               MOVE MUL-NUMERO         TO PCL-MULTA
               MOVE WRK-PC-IND         TO PCL-NUMERO
               MOVE MUL-TOM-CODIGO     TO PCL-TOM-CODIGO
               IF WRK-PC-IND EQUAL WRK-PC-QTD
                   MOVE WRK-PC-VALOR-ULTIMA TO PCL-VALOR
               ELSE
                   MOVE WRK-PC-VALOR-PARC   TO PCL-VALOR
               END-IF
               MOVE WRK-PC-VENCIMENTO  TO PCL-VENCIMENTO
               MOVE 'A'                TO PCL-SITUACAO
               MOVE ZEROES             TO PCL-DATA-PAGTO
               MOVE ZEROES             TO PCL-RECIBO
               MOVE WRK-ISN-SUPERVISOR TO PCL-SUPERVISOR
               MOVE WRK-DATA-SISTEMA   TO PCL-DATA-PLANO
               WRITE REG-PCL
                   INVALID KEY
                       REWRITE REG-PCL
               END-WRITE
               PERFORM 0387-PROXIMO-VENCIMENTO
               ADD 1 TO WRK-PC-IND
           END-PERFORM.
      *
           MOVE REG-MUL   TO WRK-JRN-ANTES.
           MOVE 'N'       TO MUL-SITUACAO.
           MOVE REG-MUL   TO WRK-JRN-DEPOIS.
           REWRITE REG-MUL.
      *
           MOVE 'MULTAS'  TO WRK-JRN-ARQUIVO.
           MOVE 'A'       TO WRK-JRN-OPERACAO.
           MOVE FS-MULTAS TO WRK-JRN-STATUS.
           PERFORM 0590-GRAVA-DIARIO.
      *
           INITIALIZE WRK-MSG.
           STRING '12PLANO GRAVADO: '   DELIMITED BY SIZE
                  WRK-PC-QTD            DELIMITED BY SIZE
                  ' PARCELAS. RECEBA PELA OPCAO 9 (PAGAR PARCELA).'
                                        DELIMITED BY SIZE
             INTO WRK-MSG.
       0381-MONTA-PLANO-END. EXIT.

       0385-VALIDA-SUPERV-PLANO SECTION.
      *    MESMA CREDENCIAL DA DECISAO DE ISENCAO (0365).
           MOVE 'N'    TO WRK-PC-APROVADO.
           MOVE SPACES TO WRK-ISN-SUPERVISOR.
           MOVE SPACES TO WRK-ISN-SENHA.
           DISPLAY SCREEN-MULTA-SUPERV-PLANO.
           ACCEPT  SCREEN-MULTA-SUPERV-PLANO.
      *
           MOVE WRK-ISN-SUPERVISOR TO OPE-CODIGO.
           READ OPERADOR
               INVALID KEY
                   MOVE '25SUPERVISOR NAO CADASTRADO.' TO WRK-MSG
                   GO TO 0385-VALIDA-SUPERV-PLANO-END
           END-READ.
      *
           EVALUATE TRUE
               WHEN OPE-ATIVO EQUAL 'N'
                   MOVE '27SUPERVISOR DESLIGADO.' TO WRK-MSG
               WHEN OPE-PERFIL NOT EQUAL 'C'
                   MOVE '19OPERADOR SEM PERFIL DE SUPERVISOR.'
                       TO WRK-MSG
               WHEN OPE-SENHA NOT EQUAL WRK-ISN-SENHA
                   MOVE '28SENHA INVALIDA.' TO WRK-MSG
               WHEN OTHER
                   MOVE 'S' TO WRK-PC-APROVADO
           END-EVALUATE.
       0385-VALIDA-SUPERV-PLANO-END. EXIT.

       0387-PROXIMO-VENCIMENTO SECTION.
      *    AVANCA UM MES MANTENDO O DIA DO PRIMEIRO VENCIMENTO; EM MES
      *    MAIS CURTO (DIA 29 A 31) CAI NO ULTIMO DIA DO MES.
           ADD 1 TO WRK-PC-VENC-MM.
           IF WRK-PC-VENC-MM GREATER THAN 12
               MOVE 1 TO WRK-PC-VENC-MM
               ADD 1 TO WRK-PC-VENC-AAAA
           END-IF.
           MOVE WRK-PC-DIA-BASE TO WRK-PC-VENC-DD.
      *
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WRK-PC-VENCIMENTO)
                         EQUAL ZEROES
               SUBTRACT 1 FROM WRK-PC-VENC-DD
           END-PERFORM.
       0387-PROXIMO-VENCIMENTO-END. EXIT.

       0390-PAGAR-PARCELA SECTION.
      *    RECEBE A PROXIMA PARCELA EM ABERTO DO PLANO (SEMPRE NA
      *    ORDEM), COM RECIBO PROPRIO NA SESSAO DE CAIXA ABERTA DO
      *    OPERADOR. A ULTIMA PARCELA QUITA A COBRANCA EM MULTAS.DAT.
           PERFORM 0391-RECEBE-PARCELA.
      *
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0390-PAGAR-PARCELA-END. EXIT.

       0391-RECEBE-PARCELA SECTION.
           INITIALIZE REG-MUL.
           INITIALIZE WRK-MSG.
           DISPLAY SCREEN-MULTA-KEY.
           ACCEPT  SCREEN-MULTA-KEY.
      *
           READ MULTAS
               INVALID KEY
                   MOVE '26MULTA NAO ENCONTRADA.' TO WRK-MSG
                   GO TO 0391-RECEBE-PARCELA-END
           END-READ.
      *
           IF MUL-SITUACAO NOT EQUAL 'N'
               MOVE '22COBRANCA SEM PLANO DE PARCELAS EM ANDAMENTO.'
                   TO WRK-MSG
               GO TO 0391-RECEBE-PARCELA-END
           END-IF.
      *
           PERFORM 0392-LE-PLANO.
      *
           IF WRK-PC-PROXIMA EQUAL ZEROES
               MOVE '22PLANO SEM PARCELA EM ABERTO.' TO WRK-MSG
               GO TO 0391-RECEBE-PARCELA-END
           END-IF.
      *
           MOVE MUL-NUMERO     TO PCL-MULTA.
           MOVE WRK-PC-PROXIMA TO PCL-NUMERO.
           READ PARCELAS
               INVALID KEY
                   MOVE '22PARCELA NAO ENCONTRADA.' TO WRK-MSG
                   GO TO 0391-RECEBE-PARCELA-END
           END-READ.
      *
           MOVE PCL-VALOR TO WRK-PC-VALOR-EDIT.
           MOVE PCL-VENCIMENTO TO WRK-PC-VENCIMENTO.
           MOVE SPACES TO WRK-PC-LINHA.
           STRING 'PARCELA '        DELIMITED BY SIZE
                  PCL-NUMERO        DELIMITED BY SIZE
                  ' DE '            DELIMITED BY SIZE
                  WRK-PC-TOTAL      DELIMITED BY SIZE
                  '  VENCIMENTO: '  DELIMITED BY SIZE
                  WRK-PC-VENC-DD    DELIMITED BY SIZE
                  '/'               DELIMITED BY SIZE
                  WRK-PC-VENC-MM    DELIMITED BY SIZE
                  '/'               DELIMITED BY SIZE
                  WRK-PC-VENC-AAAA  DELIMITED BY SIZE
                  '  VALOR: R$ '    DELIMITED BY SIZE
                  WRK-PC-VALOR-EDIT DELIMITED BY SIZE
             INTO WRK-PC-LINHA.
           DISPLAY WRK-PC-LINHA AT LINE 14 COLUMN 02.
      *
           MOVE WRK-DATA-SISTEMA TO WRK-PC-HOJE.
           IF PCL-VENCIMENTO LESS THAN WRK-PC-HOJE
               DISPLAY 'PARCELA VENCIDA' AT LINE 15 COLUMN 02
           END-IF.
      *
           INITIALIZE WRK-MSG.
           STRING '25CONFIRMA PAGAMENTO DA PARCELA DE R$ '
                                     DELIMITED BY SIZE
                  WRK-PC-VALOR-EDIT  DELIMITED BY SIZE
                  ' (S/N)?'          DELIMITED BY SIZE
             INTO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
      *
           IF WRK-AWAIT NOT EQUAL 'S' AND NOT EQUAL 's'
               INITIALIZE WRK-MSG
               MOVE '28PAGAMENTO CANCELADO.' TO WRK-MSG
               GO TO 0391-RECEBE-PARCELA-END
           END-IF.
      *
           PERFORM 0325-ACHA-CAIXA-ABERTO.
           IF WRK-CX-ACHADO EQUAL 'N'
               INITIALIZE WRK-MSG
               MOVE '08ABRA O CAIXA (OPCAO 4) ANTES DE RECEBER PAGAMENTO
      -        '.' TO WRK-MSG
               GO TO 0391-RECEBE-PARCELA-END
           END-IF.
      *
           MOVE PCL-VALOR TO WRK-RCX-VALOR.
           PERFORM 0327-EMITE-RECIBO.
      *
           MOVE 'P'              TO PCL-SITUACAO.
           MOVE WRK-DATA-SISTEMA TO PCL-DATA-PAGTO.
           MOVE RCX-NUMERO       TO PCL-RECIBO.
           REWRITE REG-PCL.
      *
           IF WRK-PC-ABERTAS EQUAL 1
               MOVE REG-MUL          TO WRK-JRN-ANTES
               MOVE 'P'              TO MUL-SITUACAO
               MOVE WRK-DATA-SISTEMA TO MUL-DATA-PAGTO
               MOVE REG-MUL          TO WRK-JRN-DEPOIS
               REWRITE REG-MUL
               MOVE 'MULTAS'         TO WRK-JRN-ARQUIVO
               MOVE 'A'              TO WRK-JRN-OPERACAO
               MOVE FS-MULTAS        TO WRK-JRN-STATUS
               PERFORM 0590-GRAVA-DIARIO
               INITIALIZE WRK-MSG
               STRING '10ULTIMA PARCELA PAGA. COBRANCA QUITADA. '
                                     DELIMITED BY SIZE
                      'RECIBO: '     DELIMITED BY SIZE
                      RCX-NUMERO     DELIMITED BY SIZE
                 INTO WRK-MSG
           ELSE
               INITIALIZE WRK-MSG
               STRING '15PARCELA ' DELIMITED BY SIZE
                      PCL-NUMERO   DELIMITED BY SIZE
                      ' PAGA. RECIBO EMITIDO: ' DELIMITED BY SIZE
                      RCX-NUMERO   DELIMITED BY SIZE
                 INTO WRK-MSG
           END-IF.
       0391-RECEBE-PARCELA-END. EXIT.

       0392-LE-PLANO SECTION.
      *    CONTA AS PARCELAS DO PLANO DA COBRANCA EM REG-MUL E ACHA A
      *    PRIMEIRA EM ABERTO.
           MOVE ZEROES TO WRK-PC-TOTAL.
           MOVE ZEROES TO WRK-PC-ABERTAS.
           MOVE ZEROES TO WRK-PC-PROXIMA.
      *
           MOVE MUL-NUMERO TO PCL-MULTA.
           MOVE ZEROES     TO PCL-NUMERO.
           START PARCELAS KEY IS NOT LESS THAN PCL-CHAVE
               INVALID KEY
                   MOVE '10' TO FS-PARCELAS
           END-START.
      *
           IF FS-PARCELAS EQUAL "00"
               READ PARCELAS NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-PARCELAS EQUAL "10"
                      OR PCL-MULTA NOT EQUAL MUL-NUMERO
               ADD 1 TO WRK-PC-TOTAL
               IF PCL-SITUACAO EQUAL 'A'
                   ADD 1 TO WRK-PC-ABERTAS
                   IF WRK-PC-PROXIMA EQUAL ZEROES
                       MOVE PCL-NUMERO TO WRK-PC-PROXIMA
                   END-IF
               END-IF
               READ PARCELAS NEXT RECORD
           END-PERFORM.
       0392-LE-PLANO-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE PARCELAS.
           CLOSE OPERADOR.
           CLOSE CAIXA.
           CLOSE CXRECIBO.
           END-IF.
       0500-CLOSE-DATA-END. EXIT.

       0590-GRAVA-DIARIO SECTION.
           MOVE 'MUVIDPRG' TO WRK-JRN-PROGRAMA.
           COPY 'CPVIDJNP'. *> GRAVA ENTRADA NO DIARIO DE RECUPERACAO
       0590-GRAVA-DIARIO-END. EXIT.

       0600-ROT-ABEND SECTION.
           MOVE 'MUVIDPRG' TO WS-ABEND-PROGRAM.
           COPY 'CPVIDRAB'. *> ABEND ROUTINE.
