      *               TYPE, CONDITION) LIKE THE EXEMPLAR REGISTRY AND  *
      *               RUNS LOANS AND RETURNS OF TV CARTS, PROJECTORS   *
      *               AND PLAYERS WITH DUE DATES AND AN OVERDUE LIST,  *
      *               REPLACING THE PAPER NOTEBOOK AT THE COUNTER;     *
      *               KEEPS THE PREVENTIVE MAINTENANCE OF EACH ITEM -  *
      *               USAGE IN LOAN DAYS, SERVICE PLAN PER TYPE, LOG   *
      *               OF SERVICES (COST, SUPPLIER), DUE-FOR-SERVICE    *
      *               REPORT AND THE WARNING/BLOCK AT CHECKOUT         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQVIDPRG.
           COPY 'CPVIDEEF'. *> EQEMP DAT WORKBOOK
           COPY 'CPVIDPFC'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDTFC'. *> TOMADORES DAT WORKBOOK
           COPY 'CPVIDEUF'. *> EQUSO (EQUIPMENT USAGE)
           COPY 'CPVIDEPF'. *> EQPLANO (MAINTENANCE PLAN)
           COPY 'CPVIDEMF'. *> EQMANUT (MAINTENANCE LOG)
           COPY 'CPVIDPAF'. *> SYSTEM PARAMETERS
      *
           SELECT MANUT-REL
              ASSIGN       TO WRK-SPL-NOME
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-MANUT-REL.
      *
           COPY 'CPVIDSPF'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDALF'. *> ABEND LOG
           COPY 'CPVIDLGF'. *> MAINTENANCE AUDIT LOG
      *
       DATA DIVISION.
       FILE SECTION.
       FD TOMADORES.
           COPY 'CPVIDTDT'.

       FD EQUSO.
           COPY 'CPVIDEUD'.

       FD EQPLANO.
           COPY 'CPVIDEPD'.

       FD EQMANUT.
           COPY 'CPVIDEMD'.

       FD VIDPARAM.
           COPY 'CPVIDPAD'.

       FD MANUT-REL.
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
           COPY 'CPVIDEEW'. *> EQEMP DAT WORKBOOK
           COPY 'CPVIDPNW'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDTNW'. *> TOMADORES DAT WORKBOOK
           COPY 'CPVIDEUW'. *> EQUSO (EQUIPMENT USAGE)
           COPY 'CPVIDEPW'. *> EQPLANO (MAINTENANCE PLAN)
           COPY 'CPVIDEMW'. *> EQMANUT (MAINTENANCE LOG)
           COPY 'CPVIDPAW'. *> SYSTEM PARAMETERS
           COPY 'CPVIDSPW'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDABE'. *> ABEND
           COPY 'CPVIDALW'. *> ABEND LOG
           COPY 'CPVIDLGW'. *> MAINTENANCE AUDIT LOG
           COPY 'CPVIDOPW'. *> OPERATOR SESSION
      *
       77 WRK-LST-LINE              PIC 9(02) USAGE COMP-3 VALUE 14.
       77 WRK-LST-COUNT             PIC 9(02) USAGE COMP-3 VALUE ZEROES.
      *    CONTADOR DA RETENTATIVA DE ABERTURA QUANDO A OUTRA ESTACAO
      *    SEGURA O ARQUIVO (CONTENCAO DE COMPARTILHAMENTO).
       77 WRK-TENTATIVAS            PIC 9(01) VALUE ZEROES.
      *
      *    CODIGO USADO APENAS PELA LINHA DO LOG DE AUDITORIA
      *    (CPVIDLGP ESPERA O CAMPO CODIGO DO CATALOGO; EQUIPAMENTO NAO
      *    TEM CODIGO DE FILME, ENTAO VAI ZERADO).
       77 CODIGO                    PIC 9(07) VALUE ZEROES.
       77 FS-MANUT-REL              PIC X(02).
       77 WRK-SPL-NOME              PIC X(40).
       77 WRK-SPL-PROGRAMA          PIC X(08).
      *
      *    REGISTRO DE SERVICO: PROCURA DA SEQUENCIA LIVRE NO DIA (A
      *    LEITURA SOBRESCREVE O REGISTRO DIGITADO, QUE E GUARDADO).
       77 WRK-MN-NOVO               PIC X(01) VALUE 'N'.
       77 WRK-MN-OK                 PIC X(01) VALUE 'S'.
       77 WRK-MN-LIVRE              PIC X(01) VALUE 'N'.
       77 WRK-MN-SEQ                PIC 9(02) VALUE ZEROES.
       77 WRK-MN-REG-SALVO          PIC X(98) VALUE SPACES.
      *
      *    TOTAIS E EDICAO DO RELATORIO DE MANUTENCAO.
       77 WRK-MN-ANO                PIC 9(04) VALUE ZEROES.
       77 WRK-MN-COM-PLANO          PIC 9(05) VALUE ZEROES.
       77 WRK-MN-VENCIDAS           PIC 9(05) VALUE ZEROES.
       77 WRK-MN-PROXIMAS           PIC 9(05) VALUE ZEROES.
       77 WRK-MN-SERVICOS           PIC 9(05) VALUE ZEROES.
       77 WRK-MN-TOTAL-CUSTO        PIC 9(09)V9(02) VALUE ZEROES.
       77 WRK-MN-QTD-ED             PIC ZZZZ9 VALUE ZEROES.
       77 WRK-MN-QTD2-ED            PIC ZZZZ9 VALUE ZEROES.
       77 WRK-MN-QTD3-ED            PIC ZZZZ9 VALUE ZEROES.
       77 WRK-MN-PCT-ED             PIC Z9 VALUE ZEROES.
       77 WRK-MN-TOTAL-ED           PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       01 WRK-MN-DATA-ED.
           05 WRK-MN-ED-DD          PIC 9(02).
           05 FILLER                PIC X(01) VALUE '/'.
           05 WRK-MN-ED-MM          PIC 9(02).
           05 FILLER                PIC X(01) VALUE '/'.
           05 WRK-MN-ED-AAAA        PIC 9(04).
      *
       01 WRK-MN-CAB-EQP.
           05 FILLER                PIC X(07) VALUE 'PATRIM'.
           05 FILLER                PIC X(11) VALUE 'TIPO'.
           05 FILLER                PIC X(31) VALUE 'DESCRICAO'.
           05 FILLER                PIC X(13) VALUE ' USO/LIMITE'.
           05 FILLER                PIC X(12) VALUE 'VENCE EM'.
           05 FILLER                PIC X(12) VALUE 'ULT.SERVICO'.
           05 FILLER                PIC X(10) VALUE 'SITUACAO'.
           05 FILLER                PIC X(16) VALUE 'SERVICO DO PLANO'.
      *
       01 WRK-MN-LINHA-EQP.
           05 WRK-MN-LE-NUMERO      PIC X(06).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WRK-MN-LE-TIPO        PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WRK-MN-LE-DESCRICAO   PIC X(30).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WRK-MN-LE-DIAS        PIC ZZZZ9.
           05 FILLER                PIC X(01) VALUE '/'.
           05 WRK-MN-LE-LIMITE      PIC ZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WRK-MN-LE-VENCE       PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WRK-MN-LE-ULTIMO      PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WRK-MN-LE-SITUACAO    PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WRK-MN-LE-SERVICO     PIC X(30).
      *
       01 WRK-MN-CAB-SRV.
           05 FILLER                PIC X(07) VALUE 'PATRIM'.
           05 FILLER                PIC X(12) VALUE 'DATA'.
           05 FILLER                PIC X(32) VALUE 'SERVICO'.
           05 FILLER                PIC X(31) VALUE 'FORNECEDOR'.
           05 FILLER                PIC X(15) VALUE '     CUSTO R$'.
           05 FILLER                PIC X(07) VALUE '  USO'.
           05 FILLER                PIC X(08) VALUE 'OPERADOR'.
      *
       01 WRK-MN-LINHA-SRV.
           05 WRK-MN-LS-NUMERO      PIC X(06).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WRK-MN-LS-DATA        PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WRK-MN-LS-SERVICO     PIC X(30).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WRK-MN-LS-FORNECEDOR  PIC X(30).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WRK-MN-LS-CUSTO       PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WRK-MN-LS-DIAS        PIC ZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WRK-MN-LS-OPERADOR    PIC X(08).
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN'. *> MAIN SCREEN
           05 LINE 07 COLUMN 40 VALUE "4 - EMPRESTAR".
           05 LINE 08 COLUMN 40 VALUE "5 - DEVOLVER".
           05 LINE 09 COLUMN 40 VALUE "6 - LISTAR ATRASADOS".
           05 LINE 10 COLUMN 40 VALUE "7 - PLANO DE MANUTENCAO".
           05 LINE 11 COLUMN 40 VALUE "8 - REGISTRAR MANUTENCAO".
           05 LINE 12 COLUMN 40 VALUE "9 - RELATORIO DE MANUTENCAO".
           05 LINE 10 COLUMN 02 VALUE "0 - VOLTAR".
           05 LINE 11 COLUMN 02 VALUE "OPCAO: ".
           05 COLUMN PLUS 01    PIC X(01) USING WRK-OPTION.
           05 COLUMN PLUS 01    PIC 9(07) USING EQE-EMP-CODIGO.
           05 COLUMN PLUS 02    VALUE "EX: ".
           05 COLUMN PLUS 01    PIC 9(02) USING EQE-EMP-EXEMPLAR.
      *
       01 SCREEN-PLANO-KEY.
           05 LINE 12 COLUMN 02 VALUE "TIPO............: ".
           05 COLUMN PLUS 01    PIC X(10) USING EPL-TIPO.
      *
       01 SCREEN-PLANO-DADOS.
           05 LINE 13 COLUMN 02 VALUE "A CADA DIAS USO.: ".
           05 COLUMN PLUS 01    PIC 9(05) USING EPL-DIAS-USO.
           05 COLUMN PLUS 02    VALUE "(DIAS DE EMPRESTIMO, 0=SEM)".
           05 LINE 14 COLUMN 02 VALUE "A CADA MESES....: ".
           05 COLUMN PLUS 01    PIC 9(03) USING EPL-MESES.
           05 COLUMN PLUS 02    VALUE "(0=SEM; ZERO NOS DOIS REMOVE)".
           05 LINE 15 COLUMN 02 VALUE "SE VENCIDO (A/B): ".
           05 COLUMN PLUS 01    PIC X(01) USING EPL-ACAO.
           05 COLUMN PLUS 02    VALUE "(A=AVISA, B=BLOQUEIA)".
           05 LINE 16 COLUMN 02 VALUE "SERVICO.........: ".
           05 COLUMN PLUS 01    PIC X(30) USING EPL-SERVICO.
      *
       01 SCREEN-MANUT-DADOS.
           05 LINE 13 COLUMN 02 VALUE "DATA (AAAAMMDD).: ".
           05 COLUMN PLUS 01    PIC 9(08) USING EQM-DATA.
           05 LINE 14 COLUMN 02 VALUE "SERVICO FEITO...: ".
           05 COLUMN PLUS 01    PIC X(30) USING EQM-SERVICO.
           05 LINE 15 COLUMN 02 VALUE "CUSTO R$........: ".
           05 COLUMN PLUS 01    PIC 9(07)V9(02) USING EQM-CUSTO.
           05 LINE 16 COLUMN 02 VALUE "FORNECEDOR......: ".
           05 COLUMN PLUS 01    PIC X(30) USING EQM-FORNECEDOR.
      *
       01 SCREEN-EQUIP-HEADER.
           05 LINE 13 COLUMN 02 VALUE "PATRIM".
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O EQPLANO.
      *
           IF FS-EQPLANO EQUAL "35"
               OPEN OUTPUT EQPLANO
               CLOSE EQPLANO
               OPEN I-O EQPLANO
           END-IF.
      *
           IF FS-EQPLANO NOT EQUAL "00"
               MOVE '40ERRO AO ABRIR PLANOS DE MANUTENCAO.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-EQPLANO TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR PLANOS DE MANUTENCAO'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O EQMANUT.
      *
           IF FS-EQMANUT EQUAL "35"
               OPEN OUTPUT EQMANUT
               CLOSE EQMANUT
               OPEN I-O EQMANUT
           END-IF.
      *
           IF FS-EQMANUT NOT EQUAL "00"
               MOVE '40ERRO AO ABRIR LOG DE MANUTENCAO.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-EQMANUT TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR LOG DE MANUTENCAO'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           PERFORM 0150-CARREGA-PARAMETROS.
       0100-OPEN-DATA-END. EXIT.

       0150-CARREGA-PARAMETROS SECTION.
           COPY 'CPVIDPAP'. *> CARREGA PARAMETROS DE VIDPARAM.DAT
       0150-CARREGA-PARAMETROS-END. EXIT.

       0300-PROCESS-DATA SECTION.
           COPY 'CPVIDDTE'. *> DATE/TIME PROCEDURE
           MOVE " * * * * EQUIPAMENTOS * * * *"           TO WRK-TITLE.
               WHEN '4' PERFORM 0340-EMPRESTAR
               WHEN '5' PERFORM 0350-DEVOLVER
               WHEN '6' PERFORM 0360-LISTAR-ATRASADOS
               WHEN '7' PERFORM 0370-PLANO-MANUTENCAO
               WHEN '8' PERFORM 0380-REGISTRAR-MANUTENCAO
               WHEN '9' PERFORM 0390-RELATORIO-MANUTENCAO
               WHEN '0' CONTINUE
               WHEN OTHER
                   INITIALIZE WRK-MSG
                       ACCEPT  SCREEN-EQUIP-DADOS
                       MOVE SPACES TO EQP-SITUACAO
                       WRITE REG-EQP
                       PERFORM 0315-INICIA-USO
                       MOVE '24EQUIPAMENTO INCLUIDO.' TO WRK-MSG
                   NOT INVALID KEY
                       MOVE '23PATRIMONIO JA CADASTRADO.' TO WRK-MSG
           ACCEPT SCREEN-WAIT.
       0310-INCLUIR-END. EXIT.

       0315-INICIA-USO SECTION.
      *    O BEM NOVO COMECA O CICLO DE MANUTENCAO NA INCLUSAO, SEM
      *    USO; O PLANO POR MESES CONTA A PARTIR DAQUI.
           OPEN I-O EQUSO.
           IF FS-EQUSO EQUAL "35"
               OPEN OUTPUT EQUSO
               CLOSE EQUSO
               OPEN I-O EQUSO
           END-IF.
      *
           IF FS-EQUSO EQUAL "00"
               INITIALIZE REG-EQU
               MOVE EQP-NUMERO TO EQU-NUMERO
               MOVE WRK-HOJE   TO EQU-INICIO-CICLO
               WRITE REG-EQU
                   INVALID KEY
                       CONTINUE
               END-WRITE
               CLOSE EQUSO
           END-IF.
       0315-INICIA-USO-END. EXIT.

       0320-ALTERAR SECTION.
           INITIALIZE REG-EQP.
           INITIALIZE WRK-MSG.
                       MOVE '24EQUIPAMENTO JA EMPRESTADO.' TO WRK-MSG
               END-READ
           END-IF.
      *
           IF WRK-EQ-OK EQUAL 'S'
               PERFORM 0347-VERIFICA-MANUTENCAO
           END-IF.
      *
           IF WRK-EQ-OK EQUAL 'S'
               DISPLAY SCREEN-EQUIP-EMPRESTIMO
           END-IF.
       0345-VERIFICA-ATRASOS-END. EXIT.

       0347-VERIFICA-MANUTENCAO SECTION.
      *    BEM COM O SERVICO DO PLANO VENCIDO NAO SAI SEM AVISO: O
      *    PLANO DO TIPO DIZ SE O BALCAO SO AVISA (E O OPERADOR
      *    CONFIRMA) OU SE BLOQUEIA, COMO NA LAMPADA DE PROJETOR. O
      *    SERVICO PROXIMO DO VENCIMENTO SO E AVISADO. A MESMA PORTA
      *    VALE NO EQUIPAMENTO ANEXADO AO FILME (EMVIDPRG).
           COPY 'CPVIDEVP'. *> PORTA DE MANUTENCAO NA SAIDA DO BEM
       0347-VERIFICA-MANUTENCAO-END. EXIT.

       0350-DEVOLVER SECTION.
           INITIALIZE REG-EQE.
           INITIALIZE WRK-MSG.
               INVALID KEY
                   MOVE '24EQUIPAMENTO NAO ESTA NA RUA.' TO WRK-MSG
               NOT INVALID KEY
                   PERFORM 0355-SOMA-USO-EQUIP
                   DELETE EQEMP
                   MOVE '23DEVOLUCAO REGISTRADA.' TO WRK-MSG
           END-READ.
           ACCEPT SCREEN-WAIT.
       0350-DEVOLVER-END. EXIT.

       0355-SOMA-USO-EQUIP SECTION.
      *    OS DIAS DESTE EMPRESTIMO ENTRAM NO USO DO BEM ANTES DE O
      *    REGISTRO SAIR DE EQEMP.
           MOVE WRK-HOJE TO WRK-EQU-FIM.
           COPY 'CPVIDEUP'. *> SOMA NO USO DO EQUIPAMENTO
       0355-SOMA-USO-EQUIP-END. EXIT.

       0360-LISTAR-ATRASADOS SECTION.
      *    PAGINA DE 7 EM 7 LINHAS, MESMO CRITERIO DE EMVIDPRG.
           MOVE 14     TO WRK-LST-LINE.
           END-IF.
       0360-LISTAR-ATRASADOS-END. EXIT.

       0370-PLANO-MANUTENCAO SECTION.
      *    PLANO DE MANUTENCAO POR TIPO DE EQUIPAMENTO (INTERVALO EM
      *    DIAS DE EMPRESTIMO E/OU MESES, E O QUE FAZER COM O BEM
      *    VENCIDO). MEXE NA REGRA DO BALCAO, ENTAO E DO COORDENADOR.
           INITIALIZE WRK-MSG.
      *
           IF WRK-OPERADOR-PERFIL NOT EQUAL 'C'
               MOVE '20OPCAO RESTRITA AO COORDENADOR.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0370-PLANO-MANUTENCAO-END
           END-IF.
      *
           INITIALIZE REG-EPL.
           DISPLAY SCREEN-PLANO-KEY.
           ACCEPT  SCREEN-PLANO-KEY.
      *
           IF EPL-TIPO EQUAL SPACES
               MOVE '22TIPO OBRIGATORIO.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0370-PLANO-MANUTENCAO-END
           END-IF.
      *
           READ EQPLANO
               INVALID KEY
                   MOVE 'S' TO WRK-MN-NOVO
                   MOVE 'A' TO EPL-ACAO
               NOT INVALID KEY
                   MOVE 'N' TO WRK-MN-NOVO
           END-READ.
      *
           DISPLAY SCREEN-PLANO-DADOS.
           ACCEPT  SCREEN-PLANO-DADOS.
           MOVE FUNCTION UPPER-CASE(EPL-ACAO) TO EPL-ACAO.
      *
      *    ZERO NOS DOIS INTERVALOS TIRA O TIPO DO CONTROLE.
           IF EPL-DIAS-USO EQUAL ZEROES
          AND EPL-MESES EQUAL ZEROES
               IF WRK-MN-NOVO EQUAL 'S'
                   MOVE '14INFORME O INTERVALO EM DIAS DE USO OU MESES.'
                       TO WRK-MSG
               ELSE
                   MOVE '22REMOVER O PLANO DO TIPO (S/N)?' TO WRK-MSG
                   DISPLAY SCREEN-CONFIRMATION
                   ACCEPT SCREEN-CONFIRMATION-WAIT
                   INITIALIZE WRK-MSG
                   IF WRK-AWAIT EQUAL 'S' OR EQUAL 's'
                       DELETE EQPLANO
                       MOVE 'EQ-PLANO-E' TO WRK-LOG-ACAO
                       PERFORM 0387-GRAVA-LOG-MANUTENCAO
                       MOVE '26PLANO REMOVIDO.' TO WRK-MSG
                   ELSE
                       MOVE '26PLANO MANTIDO.' TO WRK-MSG
                   END-IF
               END-IF
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0370-PLANO-MANUTENCAO-END
           END-IF.
      *
           IF EPL-ACAO NOT EQUAL 'A' AND NOT EQUAL 'B'
               MOVE '20SE VENCIDO: A (AVISA) OU B (BLOQUEIA).'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0370-PLANO-MANUTENCAO-END
           END-IF.
      *
           IF EPL-SERVICO EQUAL SPACES
               MOVE 'REVISAO PREVENTIVA' TO EPL-SERVICO
           END-IF.
      *
           IF WRK-MN-NOVO EQUAL 'S'
               WRITE REG-EPL
           ELSE
               REWRITE REG-EPL
           END-IF.
      *
           MOVE 'EQ-PLANO' TO WRK-LOG-ACAO.
           PERFORM 0387-GRAVA-LOG-MANUTENCAO.
           INITIALIZE WRK-MSG.
           MOVE '26PLANO DE MANUTENCAO GRAVADO.' TO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0370-PLANO-MANUTENCAO-END. EXIT.

       0380-REGISTRAR-MANUTENCAO SECTION.
      *    SERVICO FEITO NO BEM (O QUE, QUANTO CUSTOU, QUEM FEZ) VAI
      *    PARA O LOG EQMANUT.DAT E RECOMECA O CICLO DE USO DO PLANO.
      *    O BEM PRECISA ESTAR NA CASA: SERVICO COM O BEM EMPRESTADO
      *    MISTURARIA OS DIAS DESSE EMPRESTIMO NO CICLO NOVO.
           INITIALIZE REG-EQP.
           INITIALIZE WRK-MSG.
           DISPLAY SCREEN-EQUIP-KEY.
           ACCEPT  SCREEN-EQUIP-KEY.
      *
           READ EQUIPAM
               INVALID KEY
                   MOVE '25PATRIMONIO NAO CADASTRADO.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   GO TO 0380-REGISTRAR-MANUTENCAO-END
           END-READ.
      *
           MOVE EQP-NUMERO TO EQE-NUMERO.
           READ EQEMP
               NOT INVALID KEY
                   MOVE '14BEM EMPRESTADO. REGISTRE APOS A DEVOLUCAO.'
                       TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   GO TO 0380-REGISTRAR-MANUTENCAO-END
           END-READ.
      *
      *    SUGERE O SERVICO DO PLANO DO TIPO E A DATA DE HOJE.
           INITIALIZE REG-EQM.
           MOVE EQP-TIPO TO EPL-TIPO.
           READ EQPLANO
               NOT INVALID KEY
                   MOVE EPL-SERVICO TO EQM-SERVICO
           END-READ.
           MOVE WRK-HOJE TO EQM-DATA.
      *
           DISPLAY SCREEN-MANUT-DADOS.
           ACCEPT  SCREEN-MANUT-DADOS.
      *
           MOVE 'S' TO WRK-MN-OK.
      *
           IF FUNCTION TEST-DATE-YYYYMMDD(EQM-DATA) NOT EQUAL ZEROES
           OR EQM-DATA GREATER THAN WRK-HOJE
               MOVE 'N' TO WRK-MN-OK
               MOVE '20DATA INVALIDA OU FUTURA.' TO WRK-MSG
           END-IF.
      *
           IF WRK-MN-OK EQUAL 'S'
          AND EQM-SERVICO EQUAL SPACES
               MOVE 'N' TO WRK-MN-OK
               MOVE '20INFORME O SERVICO FEITO.' TO WRK-MSG
           END-IF.
      *
           IF WRK-MN-OK EQUAL 'N'
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0380-REGISTRAR-MANUTENCAO-END
           END-IF.
      *
           MOVE '20CONFIRMA O REGISTRO DO SERVICO (S/N)?' TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
           INITIALIZE WRK-MSG.
      *
           IF WRK-AWAIT NOT EQUAL 'S' AND NOT EQUAL 's'
               MOVE '26REGISTRO CANCELADO.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0380-REGISTRAR-MANUTENCAO-END
           END-IF.
      *
      *    PRIMEIRA SEQUENCIA LIVRE DO BEM NA DATA DO SERVICO.
           MOVE EQP-NUMERO TO EQM-NUMERO.
           MOVE WRK-OPERADOR TO EQM-OPERADOR.
           MOVE REG-EQM TO WRK-MN-REG-SALVO.
           MOVE 'N'     TO WRK-MN-LIVRE.
           MOVE ZEROES  TO WRK-MN-SEQ.
           PERFORM UNTIL WRK-MN-LIVRE EQUAL 'S'
                      OR WRK-MN-SEQ NOT LESS THAN 99
               ADD 1 TO WRK-MN-SEQ
               MOVE WRK-MN-SEQ TO EQM-SEQ
               READ EQMANUT
                   INVALID KEY
                       MOVE 'S' TO WRK-MN-LIVRE
               END-READ
           END-PERFORM.
           MOVE WRK-MN-REG-SALVO TO REG-EQM.
           MOVE WRK-MN-SEQ       TO EQM-SEQ.
      *
           IF WRK-MN-LIVRE EQUAL 'N'
               MOVE '15LIMITE DE SERVICOS NO DIA PARA O BEM ATINGIDO.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0380-REGISTRAR-MANUTENCAO-END
           END-IF.
      *
           PERFORM 0385-REINICIA-CICLO.
      *
           MOVE 'EQ-MANUT' TO WRK-LOG-ACAO.
           PERFORM 0387-GRAVA-LOG-MANUTENCAO.
      *
           INITIALIZE WRK-MSG.
           MOVE '15SERVICO REGISTRADO. CICLO DE USO DO BEM REINICIADO.'
               TO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0380-REGISTRAR-MANUTENCAO-END. EXIT.

       0385-REINICIA-CICLO SECTION.
      *    GRAVA O SERVICO COM O USO DO CICLO QUE ELE ENCERRA E ZERA O
      *    CICLO EM EQUSO.DAT. SERVICO LANCADO COM DATA ANTERIOR AO
      *    INICIO DO CICLO EM CURSO SO ENTRA NO LOG.
           OPEN I-O EQUSO.
           IF FS-EQUSO EQUAL "35"
               OPEN OUTPUT EQUSO
               CLOSE EQUSO
               OPEN I-O EQUSO
           END-IF.
      *
           MOVE 'N' TO WRK-MN-TEM-USO.
           IF FS-EQUSO EQUAL "00"
               MOVE EQP-NUMERO TO EQU-NUMERO
               READ EQUSO
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-MN-TEM-USO
               END-READ
           END-IF.
      *
           IF WRK-MN-TEM-USO EQUAL 'S'
          AND EQM-DATA NOT LESS THAN EQU-INICIO-CICLO
               MOVE EQU-DIAS-CICLO TO EQM-DIAS-CICLO
           ELSE
               MOVE ZEROES         TO EQM-DIAS-CICLO
           END-IF.
      *
           WRITE REG-EQM.
      *
           IF FS-EQUSO EQUAL "00"
               IF WRK-MN-TEM-USO EQUAL 'S'
                   IF EQM-DATA NOT LESS THAN EQU-INICIO-CICLO
                       MOVE ZEROES   TO EQU-DIAS-CICLO
                       MOVE EQM-DATA TO EQU-INICIO-CICLO
                   END-IF
                   IF EQM-DATA GREATER THAN EQU-ULT-SERVICO
                       MOVE EQM-DATA TO EQU-ULT-SERVICO
                   END-IF
                   REWRITE REG-EQU
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               ELSE
                   INITIALIZE REG-EQU
                   MOVE EQP-NUMERO TO EQU-NUMERO
                   MOVE EQM-DATA   TO EQU-INICIO-CICLO
                   MOVE EQM-DATA   TO EQU-ULT-SERVICO
                   WRITE REG-EQU
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF
               CLOSE EQUSO
           END-IF.
       0385-REINICIA-CICLO-END. EXIT.

       0387-GRAVA-LOG-MANUTENCAO SECTION.
           MOVE ZEROES TO CODIGO.
           COPY 'CPVIDLGP'. *> GRAVA NO LOG DE AUDITORIA
       0387-GRAVA-LOG-MANUTENCAO-END. EXIT.

       0390-RELATORIO-MANUTENCAO SECTION.
      *    RELATORIO DE MANUTENCAO NO SPOOL: OS BENS ATIVOS COM O
      *    SERVICO DO PLANO VENCIDO OU PROXIMO, PARA PROGRAMAR A
      *    REVISAO ANTES DE O EQUIPAMENTO FALHAR EM SALA, E OS
      *    SERVICOS REGISTRADOS NO ANO COM CUSTO E FORNECEDOR.
           INITIALIZE WRK-MSG.
           MOVE ZEROES TO WRK-MN-COM-PLANO.
           MOVE ZEROES TO WRK-MN-VENCIDAS.
           MOVE ZEROES TO WRK-MN-PROXIMAS.
           MOVE ZEROES TO WRK-MN-SERVICOS.
           MOVE ZEROES TO WRK-MN-TOTAL-CUSTO.
           MOVE WRK-DATA-AAAA TO WRK-MN-ANO.
      *
           MOVE SPACES TO WRK-SPL-NOME.
           STRING './dat/MANUTEQ-'   DELIMITED BY SIZE
                  WRK-DATA-AAAA      DELIMITED BY SIZE
                  WRK-DATA-MM        DELIMITED BY SIZE
                  WRK-DATA-DD        DELIMITED BY SIZE
                  '.prt'             DELIMITED BY SIZE
             INTO WRK-SPL-NOME.
      *
           OPEN OUTPUT MANUT-REL.
      *
           IF FS-MANUT-REL NOT EQUAL "00"
               MOVE '42ERRO AO ABRIR ARQUIVO DE RELATORIO.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0390-RELATORIO-MANUTENCAO-END
           END-IF.
      *
      *    SEM EQUSO.DAT NENHUM BEM TEM USO CONTADO; A LEITURA SO
      *    FALHA E O BEM SAI COMO EM DIA.
           OPEN INPUT EQUSO.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'VIDEOTECA - MANUTENCAO DE EQUIPAMENTOS          EMIS'
                       DELIMITED BY SIZE
                  'SAO: '            DELIMITED BY SIZE
                  WRK-DATA-EDIT-DD   DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  WRK-DATA-EDIT-MM   DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  WRK-DATA-EDIT-AAAA DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE WRK-PAR-MANUT-AVISO TO WRK-MN-PCT-ED.
           MOVE SPACES TO FIL-REL.
           STRING 'CRITERIO: VENCIDA = ATINGIU O INTERVALO DO PLANO DO'
                                          DELIMITED BY SIZE
                  ' TIPO (DIAS DE EMPRESTIMO OU MESES DESDE O ULTIMO S'
                                          DELIMITED BY SIZE
                  'ERVICO); PROXIMA = PASSOU DE '
                                          DELIMITED BY SIZE
                  WRK-MN-PCT-ED           DELIMITED BY SIZE
                  '% DO INTERVALO.'       DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
           MOVE 'EQUIPAMENTOS COM SERVICO VENCIDO OU PROXIMO'
               TO FIL-REL.
           WRITE FIL-REL.
           MOVE WRK-MN-CAB-EQP TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO EQP-NUMERO.
           START EQUIPAM KEY IS NOT LESS THAN EQP-NUMERO
               INVALID KEY
                   MOVE '10' TO FS-EQUIPAM
           END-START.
      *
           IF FS-EQUIPAM EQUAL "00"
               READ EQUIPAM NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-EQUIPAM NOT EQUAL "00"
               IF EQP-SITUACAO NOT EQUAL 'B'
                   PERFORM 0392-LINHA-EQUIPAMENTO
               END-IF
               READ EQUIPAM NEXT RECORD
           END-PERFORM.
      *
           CLOSE EQUSO.
      *
           MOVE WRK-MN-COM-PLANO TO WRK-MN-QTD-ED.
           MOVE WRK-MN-VENCIDAS  TO WRK-MN-QTD2-ED.
           MOVE WRK-MN-PROXIMAS  TO WRK-MN-QTD3-ED.
           MOVE SPACES TO FIL-REL.
           STRING 'BENS ATIVOS COM PLANO: ' DELIMITED BY SIZE
                  WRK-MN-QTD-ED             DELIMITED BY SIZE
                  '   VENCIDOS: '           DELIMITED BY SIZE
                  WRK-MN-QTD2-ED            DELIMITED BY SIZE
                  '   PROXIMOS: '           DELIMITED BY SIZE
                  WRK-MN-QTD3-ED            DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           PERFORM 0394-SERVICOS-DO-ANO.
      *
           CLOSE MANUT-REL.
           PERFORM 0398-REGISTRA-SPOOL.
      *
           INITIALIZE WRK-MSG.
           STRING '15RELATORIO GERADO. VENCIDOS: ' DELIMITED BY SIZE
                  WRK-MN-QTD2-ED                   DELIMITED BY SIZE
                  '  PROXIMOS: '                   DELIMITED BY SIZE
                  WRK-MN-QTD3-ED                   DELIMITED BY SIZE
             INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0390-RELATORIO-MANUTENCAO-END. EXIT.

       0392-LINHA-EQUIPAMENTO SECTION.
           PERFORM 0396-SITUACAO-MANUTENCAO.
      *
           IF WRK-MN-TEM-PLANO EQUAL 'S'
               ADD 1 TO WRK-MN-COM-PLANO
           END-IF.
      *
           IF WRK-MN-SITUACAO EQUAL SPACES
               GO TO 0392-LINHA-EQUIPAMENTO-END
           END-IF.
      *
           MOVE EQP-NUMERO     TO WRK-MN-LE-NUMERO.
           MOVE EQP-TIPO       TO WRK-MN-LE-TIPO.
           MOVE EQP-DESCRICAO  TO WRK-MN-LE-DESCRICAO.
           MOVE EQU-DIAS-CICLO TO WRK-MN-LE-DIAS.
           MOVE EPL-DIAS-USO   TO WRK-MN-LE-LIMITE.
           MOVE EPL-SERVICO    TO WRK-MN-LE-SERVICO.
      *
           MOVE SPACES TO WRK-MN-LE-VENCE.
           IF WRK-MN-VENCE NOT EQUAL ZEROES
               MOVE WRK-MN-VEN-DD   TO WRK-MN-ED-DD
               MOVE WRK-MN-VEN-MM   TO WRK-MN-ED-MM
               MOVE WRK-MN-VEN-AAAA TO WRK-MN-ED-AAAA
               MOVE WRK-MN-DATA-ED  TO WRK-MN-LE-VENCE
           END-IF.
      *
           MOVE 'NUNCA' TO WRK-MN-LE-ULTIMO.
           IF EQU-ULT-SERVICO NOT EQUAL ZEROES
               MOVE EQU-ULT-SERVICO TO WRK-MN-INICIO
               MOVE WRK-MN-INI-DD   TO WRK-MN-ED-DD
               MOVE WRK-MN-INI-MM   TO WRK-MN-ED-MM
               MOVE WRK-MN-INI-AAAA TO WRK-MN-ED-AAAA
               MOVE WRK-MN-DATA-ED  TO WRK-MN-LE-ULTIMO
           END-IF.
      *
           IF WRK-MN-SITUACAO EQUAL 'V'
               MOVE 'VENCIDA' TO WRK-MN-LE-SITUACAO
               ADD 1 TO WRK-MN-VENCIDAS
           ELSE
               MOVE 'PROXIMA' TO WRK-MN-LE-SITUACAO
               ADD 1 TO WRK-MN-PROXIMAS
           END-IF.
      *
           MOVE WRK-MN-LINHA-EQP TO FIL-REL.
           WRITE FIL-REL.
       0392-LINHA-EQUIPAMENTO-END. EXIT.

       0394-SERVICOS-DO-ANO SECTION.
      *    LOG DE SERVICOS DO ANO CORRENTE, NA ORDEM DO ARQUIVO
      *    (PATRIMONIO E DATA), COM O CUSTO TOTAL.
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
           MOVE SPACES TO FIL-REL.
           STRING 'SERVICOS REGISTRADOS EM ' DELIMITED BY SIZE
                  WRK-MN-ANO                 DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
           MOVE WRK-MN-CAB-SRV TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE LOW-VALUES TO EQM-CHAVE.
           START EQMANUT KEY IS NOT LESS THAN EQM-CHAVE
               INVALID KEY
                   MOVE '10' TO FS-EQMANUT
           END-START.
      *
           IF FS-EQMANUT EQUAL "00"
               READ EQMANUT NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-EQMANUT NOT EQUAL "00"
               IF EQM-DATA(1:4) EQUAL WRK-MN-ANO
                   MOVE EQM-DATA        TO WRK-MN-INICIO
                   MOVE WRK-MN-INI-DD   TO WRK-MN-ED-DD
                   MOVE WRK-MN-INI-MM   TO WRK-MN-ED-MM
                   MOVE WRK-MN-INI-AAAA TO WRK-MN-ED-AAAA
                   MOVE EQM-NUMERO      TO WRK-MN-LS-NUMERO
                   MOVE WRK-MN-DATA-ED  TO WRK-MN-LS-DATA
                   MOVE EQM-SERVICO     TO WRK-MN-LS-SERVICO
                   MOVE EQM-FORNECEDOR  TO WRK-MN-LS-FORNECEDOR
                   MOVE EQM-CUSTO       TO WRK-MN-LS-CUSTO
                   MOVE EQM-DIAS-CICLO  TO WRK-MN-LS-DIAS
                   MOVE EQM-OPERADOR    TO WRK-MN-LS-OPERADOR
                   MOVE WRK-MN-LINHA-SRV TO FIL-REL
                   WRITE FIL-REL
                   ADD 1         TO WRK-MN-SERVICOS
                   ADD EQM-CUSTO TO WRK-MN-TOTAL-CUSTO
               END-IF
               READ EQMANUT NEXT RECORD
           END-PERFORM.
      *
           MOVE WRK-MN-SERVICOS    TO WRK-MN-QTD-ED.
           MOVE WRK-MN-TOTAL-CUSTO TO WRK-MN-TOTAL-ED.
           MOVE SPACES TO FIL-REL.
           STRING 'SERVICOS NO ANO: ' DELIMITED BY SIZE
                  WRK-MN-QTD-ED       DELIMITED BY SIZE
                  '   CUSTO TOTAL R$ ' DELIMITED BY SIZE
                  WRK-MN-TOTAL-ED     DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
       0394-SERVICOS-DO-ANO-END. EXIT.

       0396-SITUACAO-MANUTENCAO SECTION.
      *    SITUACAO DE MANUTENCAO DO BEM EM REG-EQP PARA O RELATORIO
      *    (EQUSO ABERTO PELO CHAMADOR).
           COPY 'CPVIDEPP'. *> SITUACAO DE MANUTENCAO DO BEM
       0396-SITUACAO-MANUTENCAO-END. EXIT.

       0398-REGISTRA-SPOOL SECTION.
           MOVE 'EQVIDPRG' TO WRK-SPL-PROGRAMA.
           COPY 'CPVIDSPP'. *> REGISTRA O RELATORIO NO SPOOL
       0398-REGISTRA-SPOOL-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE EQUIPAM.
           CLOSE EQEMP.
           CLOSE LOANS.
           CLOSE TOMADORES.
           CLOSE EQPLANO.
           CLOSE EQMANUT.
      *
           IF FS-EQEMP NOT EQUAL "00"
               MOVE '42ERRO AO FECHAR EMPRESTIMOS DE EQUIPAMENTO.'
