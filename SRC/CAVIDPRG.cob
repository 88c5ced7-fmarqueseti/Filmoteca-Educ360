      ******************************************************************
      * FILE NAME   : CAVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : BORROWER CARD (CARTEIRINHA) PRINTING OF          *
      *               VIDEOTECA PROGRAM - CARD-SHEET OUTPUT FOR A      *
      *               WHOLE TURMA OR FOR BORROWERS REGISTERED SINCE A  *
      *               DATE (NAME, TURMA, VALIDITY YEAR AND BARCODE,    *
      *               ASSIGNING THE BARCODE WHEN THE BORROWER HAS      *
      *               NONE), AND LOST-CARD REPLACEMENT: A NEW BARCODE  *
      *               VALUE IS ISSUED, THE OLD ONE IS CANCELLED IN     *
      *               BARCODE.DAT AND THE REPLACEMENT FEE IS CHARGED   *
      *               IN MULTAS.DAT                                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAVIDPRG.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDTFC'. *> TOMADORES DAT WORKBOOK
           COPY 'CPVIDCAF'. *> CARTOES (BORROWER CARDS)
           COPY 'CPVIDBRF'. *> BARCODE DAT WORKBOOK
           COPY 'CPVIDMFC'. *> MULTAS DAT WORKBOOK
           COPY 'CPVIDPAF'. *> SYSTEM PARAMETERS
      *
           SELECT CARTAO-REL
              ASSIGN       TO WRK-SPL-NOME
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-CARTAO-REL.
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

       FD CARTOES.
           COPY 'CPVIDCAD'.

       FD BARCODE.
           COPY 'CPVIDBRD'.

       FD MULTAS.
           COPY 'CPVIDMDT'.

       FD VIDPARAM.
           COPY 'CPVIDPAD'.

       FD CARTAO-REL.
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
           COPY 'CPVIDMNU'. *> MAIN MENU
           COPY 'CPVIDMSG'. *> MESSAGES
           COPY 'CPVIDTNW'. *> TOMADORES DAT WORKBOOK
           COPY 'CPVIDCAW'. *> CARTOES (BORROWER CARDS)
           COPY 'CPVIDBRW'. *> BARCODE DAT WORKBOOK
           COPY 'CPVIDMNW'. *> MULTAS DAT WORKBOOK
           COPY 'CPVIDPAW'. *> SYSTEM PARAMETERS
           COPY 'CPVIDSPW'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDABE'. *> ABEND
           COPY 'CPVIDALW'. *> ABEND LOG
           COPY 'CPVIDJNW'. *> RECOVERY JOURNAL
           COPY 'CPVIDLGW'. *> MAINTENANCE AUDIT LOG
           COPY 'CPVIDOPW'. *> OPERATOR SESSION
      *
       77 FS-CARTAO-REL             PIC X(02).
       77 WRK-SPL-NOME              PIC X(40).
       77 WRK-SPL-PROGRAMA          PIC X(08).
      *
      *    CODIGO USADO APENAS PELA LINHA DO LOG DE AUDITORIA
      *    (CPVIDLGP ESPERA O CAMPO CODIGO DO CATALOGO; NA SEGUNDA VIA
      *    LEVA O CODIGO DO TOMADOR).
       77 CODIGO                    PIC 9(07) VALUE ZEROES.
      *
       77 WRK-CA-TURMA              PIC X(10) VALUE SPACES.
       77 WRK-CA-DESDE              PIC 9(08) VALUE ZEROES.
       77 WRK-CA-TOMADOR            PIC 9(04) VALUE ZEROES.
       77 WRK-CA-CRITERIO           PIC X(01) VALUE SPACES.
       77 WRK-CA-CASA               PIC X(01) VALUE 'N'.
       77 WRK-CA-NOVO-REG           PIC X(01) VALUE 'N'.
       77 WRK-CA-OCUPADO            PIC X(01) VALUE 'S'.
       77 WRK-CA-VALOR              PIC X(13) VALUE SPACES.
       77 WRK-CA-ANO                PIC 9(04) VALUE ZEROES.
       77 WRK-CA-TAXA               PIC 9(05)V9(02) VALUE ZEROES.
       77 WRK-CA-TAXA-EDIT          PIC ZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-MAX-MULTA             PIC 9(05) VALUE ZEROES.
      *
      *    CARTOES POR FOLHA IMPRESSA (8 LINHAS POR CARTAO EM
      *    FORMULARIO DE 66 LINHAS, COMO AS ETIQUETAS DE LBVIDPRG).
       77 WRK-CA-POR-PAGINA         PIC 9(02) VALUE 8.
       77 WRK-CA-NA-PAGINA          PIC 9(02) USAGE COMP-3
                                     VALUE ZEROES.
      *
      *    MOLDURA DO CARTAO: BORDA E UMA LINHA DE CONTEUDO.
       01 WRK-CA-BORDA.
           05 FILLER                PIC X(01) VALUE '+'.
           05 FILLER                PIC X(43) VALUE ALL '-'.
           05 FILLER                PIC X(01) VALUE '+'.
       01 WRK-CA-MOLDURA.
           05 FILLER                PIC X(02) VALUE '| '.
           05 WRK-CA-CONTEUDO       PIC X(41).
           05 FILLER                PIC X(02) VALUE ' |'.
      *
       01 WRK-ESTATISTICA.
           05 WRK-CA-IMPRESSOS      PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-CA-GERADOS        PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-CA-VENCIDOS       PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-CA-CANCELADOS     PIC 9(03) USAGE COMP-3 VALUE ZEROES.
           05 WRK-CA-ED-IMPRESSOS   PIC ZZZZ9 VALUE ZEROES.
           05 WRK-CA-ED-GERADOS     PIC ZZZZ9 VALUE ZEROES.
           05 WRK-CA-ED-VENCIDOS    PIC ZZZZ9 VALUE ZEROES.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN'. *> MAIN SCREEN
           COPY 'SCVIDMSG'. *> MESSAGES
      *
       01 SCREEN-CAR-MENU.
           05 LINE 07 COLUMN 02 VALUE "1 - IMPRIMIR POR TURMA".
           05 LINE 08 COLUMN 02 VALUE "2 - IMPRIMIR NOVOS CADASTROS".
           05 LINE 09 COLUMN 02 VALUE "3 - SEGUNDA VIA (PERDA)".
           05 LINE 10 COLUMN 02 VALUE "0 - VOLTAR".
           05 LINE 11 COLUMN 02 VALUE "OPCAO: ".
           05 COLUMN PLUS 01    PIC X(01) USING WRK-OPTION.
      *
       01 SCREEN-CAR-TURMA.
           05 LINE 13 COLUMN 02 VALUE "TURMA...........: ".
           05 COLUMN PLUS 01    PIC X(10) USING WRK-CA-TURMA.
      *
       01 SCREEN-CAR-DESDE.
           05 LINE 13 COLUMN 02 VALUE "CADASTRADOS DESDE (AAAAMMDD): ".
           05 COLUMN PLUS 01    PIC 9(08) USING WRK-CA-DESDE.
      *
       01 SCREEN-CAR-TOMADOR.
           05 LINE 13 COLUMN 02 VALUE "CODIGO DO TOMADOR: ".
           05 COLUMN PLUS 01    PIC 9(04) USING WRK-CA-TOMADOR.
      *
       PROCEDURE DIVISION.
       0000-MAIN SECTION.
      *    O CHAMADOR NAO USA CANCEL, ENTAO WRK-OPTION FICA COM O '0'
      *    DA SAIDA ANTERIOR NA MESMA SESSAO; SEM ESTE RESET, A SEGUNDA
      *    ENTRADA NO PROGRAMA TERMINARIA SEM MOSTRAR O MENU.
           MOVE SPACES TO WRK-OPTION.
           PERFORM 0100-OPEN-DATA.
           PERFORM 0150-CARREGA-PARAMETROS.
           PERFORM 0300-PROCESS-DATA UNTIL WRK-OPTION EQUAL '0'.
           PERFORM 0500-CLOSE-DATA.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.

       0100-OPEN-DATA SECTION.
           OPEN INPUT TOMADORES.
      *
           IF FS-TOMADORES EQUAL "35"
               OPEN OUTPUT TOMADORES
               CLOSE TOMADORES
               OPEN INPUT TOMADORES
           END-IF.
      *
           IF FS-TOMADORES NOT EQUAL "00"
               MOVE '45ERRO AO ABRIR ARQUIVO DE TOMADORES.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-TOMADORES TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE TOMADORES'
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
               MOVE '43ERRO AO ABRIR ARQUIVO DE CARTEIRINHAS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-CARTOES TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE CARTEIRINHAS'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O BARCODE.
      *
           IF FS-BARCODE EQUAL "35"
               OPEN OUTPUT BARCODE
               CLOSE BARCODE
               OPEN I-O BARCODE
           END-IF.
      *
           IF FS-BARCODE NOT EQUAL "00"
               MOVE '44ERRO AO ABRIR ARQUIVO DE CODIGOS DE BARRAS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-BARCODE TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE CODIGOS DE BARRAS'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O MULTAS.
      *
           IF FS-MULTAS EQUAL "35"
               OPEN OUTPUT MULTAS
               CLOSE MULTAS
               OPEN I-O MULTAS
           END-IF.
      *
           IF FS-MULTAS NOT EQUAL "00"
               MOVE '44ERRO AO ABRIR ARQUIVO DE MULTAS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-MULTAS TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE MULTAS'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
       0100-OPEN-DATA-END. EXIT.

       0150-CARREGA-PARAMETROS SECTION.
           COPY 'CPVIDPAP'. *> CARREGA PARAMETROS DE VIDPARAM.DAT
       0150-CARREGA-PARAMETROS-END. EXIT.

       0300-PROCESS-DATA SECTION.
           COPY 'CPVIDDTE'. *> DATE/TIME PROCEDURE
           MOVE " * * * * CARTEIRINHAS DOS TOMADORES * * * *" TO
                WRK-TITLE.
           MOVE "PF3=FIM"                                   TO WRK-KEYS.
           INITIALIZE WRK-MSG.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-CAR-MENU.
           ACCEPT  SCREEN-CAR-MENU.
      *
           EVALUATE WRK-OPTION
               WHEN '1' PERFORM 0310-IMPRIME-TURMA
               WHEN '2' PERFORM 0315-IMPRIME-NOVOS
               WHEN '3' PERFORM 0350-SEGUNDA-VIA
               WHEN '0' CONTINUE
               WHEN OTHER
                   INITIALIZE WRK-MSG
                   MOVE '20OPCAO INVALIDA.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
           END-EVALUATE.
       0300-PROCESS-DATA-END. EXIT.

       0310-IMPRIME-TURMA SECTION.
           MOVE SPACES TO WRK-CA-TURMA.
           DISPLAY SCREEN-CAR-TURMA.
           ACCEPT  SCREEN-CAR-TURMA.
      *
           IF WRK-CA-TURMA EQUAL SPACES
               INITIALIZE WRK-MSG
               MOVE '28IMPRESSAO CANCELADA.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0310-IMPRIME-TURMA-END
           END-IF.
      *
           INSPECT WRK-CA-TURMA CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
           MOVE 'T' TO WRK-CA-CRITERIO.
           PERFORM 0320-IMPRIME-LOTE.
       0310-IMPRIME-TURMA-END. EXIT.

       0315-IMPRIME-NOVOS SECTION.
      *    NOVOS CADASTROS SAO OS TOMADORES INCLUIDOS (TMVIDPRG OU
      *    IBVIDPRG) A PARTIR DA DATA, PELA DATA GRAVADA EM CARTOES.DAT.
           MOVE ZEROES TO WRK-CA-DESDE.
           DISPLAY SCREEN-CAR-DESDE.
           ACCEPT  SCREEN-CAR-DESDE.
      *
           IF WRK-CA-DESDE EQUAL ZEROES
           OR FUNCTION TEST-DATE-YYYYMMDD(WRK-CA-DESDE)
              NOT EQUAL ZEROES
               INITIALIZE WRK-MSG
               MOVE '25DATA INVALIDA (AAAAMMDD).' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0315-IMPRIME-NOVOS-END
           END-IF.
      *
           MOVE 'N' TO WRK-CA-CRITERIO.
           PERFORM 0320-IMPRIME-LOTE.
       0315-IMPRIME-NOVOS-END. EXIT.

       0320-IMPRIME-LOTE SECTION.
      *    UMA CARTEIRINHA POR TOMADOR SELECIONADO, NA ORDEM DO
      *    CODIGO. MATRICULA VENCIDA NAO GANHA CARTAO (E CONTADA A
      *    PARTE, PARA O OPERADOR REVALIDAR ANTES).
           INITIALIZE WRK-ESTATISTICA.
           MOVE ZEROES TO WRK-CA-NA-PAGINA.
           INITIALIZE WRK-MSG.
      *
           MOVE SPACES TO WRK-SPL-NOME.
           STRING './dat/CARTEIRINHAS-' DELIMITED BY SIZE
                  WRK-DATA-AAAA         DELIMITED BY SIZE
                  WRK-DATA-MM           DELIMITED BY SIZE
                  WRK-DATA-DD           DELIMITED BY SIZE
                  '.prt'                DELIMITED BY SIZE
             INTO WRK-SPL-NOME.
      *
           OPEN OUTPUT CARTAO-REL.
      *
           IF FS-CARTAO-REL NOT EQUAL "00"
               MOVE '42ERRO AO ABRIR ARQUIVO DE RELATORIO.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0320-IMPRIME-LOTE-END
           END-IF.
      *
           MOVE ZEROES TO TOM-CODIGO.
           START TOMADORES KEY IS NOT LESS THAN TOM-CODIGO
               INVALID KEY
                   MOVE '10' TO FS-TOMADORES
           END-START.
      *
           IF FS-TOMADORES EQUAL "00"
               READ TOMADORES NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-TOMADORES EQUAL "10"
               PERFORM 0325-TESTA-CRITERIO
               IF WRK-CA-CASA EQUAL 'S'
                   PERFORM 0330-PREPARA-CARTAO
                   PERFORM 0340-IMPRIME-CARTAO
               END-IF
               READ TOMADORES NEXT RECORD
           END-PERFORM.
      *
           CLOSE CARTAO-REL.
           PERFORM 0390-REGISTRA-SPOOL.
      *
           MOVE WRK-CA-IMPRESSOS TO WRK-CA-ED-IMPRESSOS.
           MOVE WRK-CA-GERADOS   TO WRK-CA-ED-GERADOS.
           MOVE WRK-CA-VENCIDOS  TO WRK-CA-ED-VENCIDOS.
           INITIALIZE WRK-MSG.
           STRING '06CARTEIRINHAS: '    DELIMITED BY SIZE
                  WRK-CA-ED-IMPRESSOS   DELIMITED BY SIZE
                  '  CODIGOS NOVOS: '   DELIMITED BY SIZE
                  WRK-CA-ED-GERADOS     DELIMITED BY SIZE
                  '  MATRICULA VENCIDA: ' DELIMITED BY SIZE
                  WRK-CA-ED-VENCIDOS    DELIMITED BY SIZE
             INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0320-IMPRIME-LOTE-END. EXIT.

       0325-TESTA-CRITERIO SECTION.
           MOVE 'N' TO WRK-CA-CASA.
      *
           IF WRK-CA-CRITERIO EQUAL 'T'
               IF TOM-TURMA EQUAL WRK-CA-TURMA
                   MOVE 'S' TO WRK-CA-CASA
               END-IF
           ELSE
               MOVE TOM-CODIGO TO CAR-TOM-CODIGO
               READ CARTOES
                   NOT INVALID KEY
                       IF CAR-DATA-CADASTRO NOT LESS THAN WRK-CA-DESDE
                           MOVE 'S' TO WRK-CA-CASA
                       END-IF
               END-READ
           END-IF.
      *
           IF WRK-CA-CASA EQUAL 'S' AND TOM-SITUACAO EQUAL 'V'
               MOVE 'N' TO WRK-CA-CASA
               ADD 1 TO WRK-CA-VENCIDOS
           END-IF.
       0325-TESTA-CRITERIO-END. EXIT.

       0330-PREPARA-CARTAO SECTION.
      *    GARANTE O CODIGO DE BARRAS DO CARTAO: O DE CARTOES.DAT SE
      *    AINDA VALE EM BARCODE.DAT; SENAO UM VINCULO 'T' FEITO A MAO
      *    EM BCVIDPRG; SENAO UM VALOR NOVO GERADO AQUI.
           MOVE 'N'        TO WRK-CA-NOVO-REG.
           MOVE TOM-CODIGO TO CAR-TOM-CODIGO.
           READ CARTOES
               INVALID KEY
                   INITIALIZE REG-CAR
                   MOVE TOM-CODIGO TO CAR-TOM-CODIGO
                   MOVE 'S'        TO WRK-CA-NOVO-REG
           END-READ.
      *
           IF CAR-BAR-VALOR NOT EQUAL SPACES
               MOVE CAR-BAR-VALOR TO BAR-VALOR
               READ BARCODE
                   INVALID KEY
                       MOVE SPACES TO CAR-BAR-VALOR
                   NOT INVALID KEY
                       IF BAR-TIPO NOT EQUAL 'T'
                       OR BAR-TOM-CODIGO NOT EQUAL TOM-CODIGO
                           MOVE SPACES TO CAR-BAR-VALOR
                       END-IF
               END-READ
           END-IF.
      *
           IF CAR-BAR-VALOR EQUAL SPACES
               PERFORM 0335-PROCURA-CARTAO
           END-IF.
      *
           IF CAR-VIA EQUAL ZEROES
               MOVE 1 TO CAR-VIA
           END-IF.
      *
           IF CAR-BAR-VALOR EQUAL SPACES
               PERFORM 0337-GERA-VALOR
           END-IF.
      *
           MOVE WRK-DATA-SISTEMA TO CAR-DATA-EMISSAO.
           PERFORM 0345-GRAVA-CARTOES.
       0330-PREPARA-CARTAO-END. EXIT.

       0335-PROCURA-CARTAO SECTION.
      *    VINCULOS DE CARTEIRINHA TEM FILME+EXEMPLAR ZERADOS, ENTAO A
      *    CHAVE ALTERNADA ZERADA PERCORRE SO ELES.
           MOVE ZEROES TO BAR-CODIGO.
           MOVE ZEROES TO BAR-EXEMPLAR.
           START BARCODE KEY IS EQUAL BAR-EXE-CHAVE
               INVALID KEY
                   MOVE '10' TO FS-BARCODE
           END-START.
      *
           IF FS-BARCODE EQUAL "00"
               READ BARCODE NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-BARCODE EQUAL "10"
                      OR BAR-EXE-CHAVE NOT EQUAL ZEROES
                      OR CAR-BAR-VALOR NOT EQUAL SPACES
               IF BAR-TIPO EQUAL 'T'
              AND BAR-TOM-CODIGO EQUAL TOM-CODIGO
                   MOVE BAR-VALOR TO CAR-BAR-VALOR
               END-IF
               READ BARCODE NEXT RECORD
           END-PERFORM.
       0335-PROCURA-CARTAO-END. EXIT.

       0337-GERA-VALOR SECTION.
      *    VALOR NOVO 'CT' + CODIGO DO TOMADOR + '-' + VIA (EX.:
      *    CT0123-02). VALOR JA EXISTENTE EM BARCODE.DAT (VINCULO
      *    ANTIGO OU CARTAO CANCELADO) AVANCA A VIA ATE ACHAR UM LIVRE.
           MOVE 'S' TO WRK-CA-OCUPADO.
           PERFORM UNTIL WRK-CA-OCUPADO EQUAL 'N'
               MOVE SPACES TO WRK-CA-VALOR
               STRING 'CT'       DELIMITED BY SIZE
                      TOM-CODIGO DELIMITED BY SIZE
                      '-'        DELIMITED BY SIZE
                      CAR-VIA    DELIMITED BY SIZE
                 INTO WRK-CA-VALOR
               MOVE WRK-CA-VALOR TO BAR-VALOR
               READ BARCODE
                   INVALID KEY
                       MOVE 'N' TO WRK-CA-OCUPADO
                   NOT INVALID KEY
                       ADD 1 TO CAR-VIA
               END-READ
           END-PERFORM.
      *
           INITIALIZE REG-BAR.
           MOVE WRK-CA-VALOR TO BAR-VALOR.
           MOVE 'T'          TO BAR-TIPO.
           MOVE ZEROES       TO BAR-CODIGO.
           MOVE ZEROES       TO BAR-EXEMPLAR.
           MOVE TOM-CODIGO   TO BAR-TOM-CODIGO.
           WRITE REG-BAR.
      *
           MOVE WRK-CA-VALOR TO CAR-BAR-VALOR.
           ADD 1 TO WRK-CA-GERADOS.
       0337-GERA-VALOR-END. EXIT.

       0340-IMPRIME-CARTAO SECTION.
      *    CARTAO DE 8 LINHAS (BORDA, CABECALHO, NOME, TURMA E ANO DE
      *    VALIDADE, CODIGO E VIA, BARRAS ENTRE ASTERISCOS PARA A
      *    FONTE CODE 39, VALOR LEGIVEL, BORDA) E UMA LINHA EM BRANCO
      *    PARA O CORTE; A CADA WRK-CA-POR-PAGINA CARTOES, SALTA DE
      *    PAGINA.
           ADD 1 TO WRK-CA-IMPRESSOS.
      *
      *    VALIDADE E O ANO LETIVO DA MATRICULA CONFIRMADA; CADASTRO
      *    ANTIGO SEM ANO VALE PARA O ANO CORRENTE.
           IF TOM-ANO-MATRICULA EQUAL ZEROES
               MOVE WRK-DATA-AAAA     TO WRK-CA-ANO
           ELSE
               MOVE TOM-ANO-MATRICULA TO WRK-CA-ANO
           END-IF.
      *
           MOVE WRK-CA-BORDA TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE 'VIDEOTECA ESCOLAR - CARTEIRINHA' TO WRK-CA-CONTEUDO.
           MOVE WRK-CA-MOLDURA TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO WRK-CA-CONTEUDO.
           STRING 'NOME....: ' DELIMITED BY SIZE
                  TOM-NOME     DELIMITED BY SIZE
             INTO WRK-CA-CONTEUDO.
           MOVE WRK-CA-MOLDURA TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO WRK-CA-CONTEUDO.
           STRING 'TURMA...: '   DELIMITED BY SIZE
                  TOM-TURMA      DELIMITED BY SIZE
                  '  VALIDADE: ' DELIMITED BY SIZE
                  WRK-CA-ANO     DELIMITED BY SIZE
             INTO WRK-CA-CONTEUDO.
           MOVE WRK-CA-MOLDURA TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO WRK-CA-CONTEUDO.
           STRING 'CODIGO..: ' DELIMITED BY SIZE
                  TOM-CODIGO   DELIMITED BY SIZE
                  '  VIA: '    DELIMITED BY SIZE
                  CAR-VIA      DELIMITED BY SIZE
             INTO WRK-CA-CONTEUDO.
           MOVE WRK-CA-MOLDURA TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO WRK-CA-CONTEUDO.
           STRING '*'           DELIMITED BY SIZE
                  CAR-BAR-VALOR DELIMITED BY SPACE
                  '*'           DELIMITED BY SIZE
             INTO WRK-CA-CONTEUDO.
           MOVE WRK-CA-MOLDURA TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO WRK-CA-CONTEUDO.
           MOVE CAR-BAR-VALOR TO WRK-CA-CONTEUDO.
           MOVE WRK-CA-MOLDURA TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE WRK-CA-BORDA TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
      *
           ADD 1 TO WRK-CA-NA-PAGINA.
           IF WRK-CA-NA-PAGINA NOT LESS THAN WRK-CA-POR-PAGINA
               WRITE FIL-REL BEFORE ADVANCING PAGE
               MOVE ZEROES TO WRK-CA-NA-PAGINA
           ELSE
               WRITE FIL-REL
           END-IF.
       0340-IMPRIME-CARTAO-END. EXIT.

       0345-GRAVA-CARTOES SECTION.
           IF WRK-CA-NOVO-REG EQUAL 'S'
               WRITE REG-CAR
           ELSE
               REWRITE REG-CAR
           END-IF.
       0345-GRAVA-CARTOES-END. EXIT.

       0350-SEGUNDA-VIA SECTION.
      *    CARTEIRINHA PERDIDA: CANCELA TODO VINCULO 'T' DO TOMADOR EM
      *    BARCODE.DAT (BAR-TIPO 'X', QUE O BALCAO BARRA COM ALERTA),
      *    EMITE UM VALOR NOVO NA VIA SEGUINTE, COBRA A TAXA DA
      *    SEGUNDA VIA EM MULTAS.DAT E IMPRIME O CARTAO NOVO.
           MOVE ZEROES TO WRK-CA-TOMADOR.
           DISPLAY SCREEN-CAR-TOMADOR.
           ACCEPT  SCREEN-CAR-TOMADOR.
      *
           IF WRK-CA-TOMADOR EQUAL ZEROES
               INITIALIZE WRK-MSG
               MOVE '28SEGUNDA VIA CANCELADA.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0350-SEGUNDA-VIA-END
           END-IF.
      *
           MOVE WRK-CA-TOMADOR TO TOM-CODIGO.
           READ TOMADORES
               INVALID KEY
                   INITIALIZE WRK-MSG
                   MOVE '26TOMADOR NAO CADASTRADO.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   GO TO 0350-SEGUNDA-VIA-END
           END-READ.
      *
           IF TOM-SITUACAO EQUAL 'V'
               INITIALIZE WRK-MSG
               MOVE '12MATRICULA VENCIDA: REVALIDE ANTES DA 2A VIA.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0350-SEGUNDA-VIA-END
           END-IF.
      *
           DISPLAY 'TOMADOR: '  AT LINE 14 COLUMN 02.
           DISPLAY TOM-NOME     AT LINE 14 COLUMN 11.
           DISPLAY TOM-TURMA    AT LINE 14 COLUMN 42.
      *
           COMPUTE WRK-CA-TAXA = WRK-PAR-TAXA-CARTEIRA / 100.
           MOVE WRK-CA-TAXA TO WRK-CA-TAXA-EDIT.
           INITIALIZE WRK-MSG.
           STRING '10CANCELA O CARTAO ATUAL E EMITE 2A VIA, TAXA R$'
                                   DELIMITED BY SIZE
                  WRK-CA-TAXA-EDIT DELIMITED BY SIZE
                  ' (S/N)?'        DELIMITED BY SIZE
             INTO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
      *
           IF WRK-AWAIT NOT EQUAL 'S' AND NOT EQUAL 's'
               INITIALIZE WRK-MSG
               MOVE '28SEGUNDA VIA CANCELADA.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0350-SEGUNDA-VIA-END
           END-IF.
      *
           INITIALIZE WRK-ESTATISTICA.
           PERFORM 0355-CANCELA-ANTERIORES.
      *
           MOVE 'N'        TO WRK-CA-NOVO-REG.
           MOVE TOM-CODIGO TO CAR-TOM-CODIGO.
           READ CARTOES
               INVALID KEY
                   INITIALIZE REG-CAR
                   MOVE TOM-CODIGO TO CAR-TOM-CODIGO
                   MOVE 'S'        TO WRK-CA-NOVO-REG
           END-READ.
      *
      *    SEM REGISTRO DE VIA, O CARTAO PERDIDO ERA A PRIMEIRA.
           IF CAR-VIA EQUAL ZEROES
               MOVE 1 TO CAR-VIA
           END-IF.
           ADD 1 TO CAR-VIA.
           MOVE SPACES TO CAR-BAR-VALOR.
           PERFORM 0337-GERA-VALOR.
           MOVE WRK-DATA-SISTEMA TO CAR-DATA-EMISSAO.
           PERFORM 0345-GRAVA-CARTOES.
      *
           IF WRK-CA-TAXA GREATER ZEROES
               PERFORM 0360-GRAVA-TAXA
           END-IF.
      *
           PERFORM 0365-GRAVA-LOG.
      *
      *    O CARTAO NOVO SAI NUM ARQUIVO PROPRIO DO TOMADOR, SEM
      *    SOBREPOR A FOLHA DA IMPRESSAO EM LOTE DO DIA.
           MOVE SPACES TO WRK-SPL-NOME.
           STRING './dat/CARTEIRINHA-' DELIMITED BY SIZE
                  TOM-CODIGO           DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WRK-DATA-AAAA        DELIMITED BY SIZE
                  WRK-DATA-MM          DELIMITED BY SIZE
                  WRK-DATA-DD          DELIMITED BY SIZE
                  '.prt'               DELIMITED BY SIZE
             INTO WRK-SPL-NOME.
      *
           OPEN OUTPUT CARTAO-REL.
      *
           IF FS-CARTAO-REL EQUAL "00"
               MOVE ZEROES TO WRK-CA-NA-PAGINA
               PERFORM 0340-IMPRIME-CARTAO
               CLOSE CARTAO-REL
               PERFORM 0390-REGISTRA-SPOOL
           END-IF.
      *
           INITIALIZE WRK-MSG.
           STRING '10SEGUNDA VIA EMITIDA: ' DELIMITED BY SIZE
                  CAR-BAR-VALOR             DELIMITED BY SPACE
                  '. CARTAO ANTERIOR CANCELADO.' DELIMITED BY SIZE
             INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0350-SEGUNDA-VIA-END. EXIT.

       0355-CANCELA-ANTERIORES SECTION.
      *    A TROCA DO TIPO NAO MEXE NA CHAVE ALTERNADA (FILME+EXEMPLAR
      *    CONTINUAM ZERADOS), ENTAO A LEITURA SEQUENCIAL SEGUE.
           MOVE ZEROES TO BAR-CODIGO.
           MOVE ZEROES TO BAR-EXEMPLAR.
           START BARCODE KEY IS EQUAL BAR-EXE-CHAVE
               INVALID KEY
                   MOVE '10' TO FS-BARCODE
           END-START.
      *
           IF FS-BARCODE EQUAL "00"
               READ BARCODE NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-BARCODE EQUAL "10"
                      OR BAR-EXE-CHAVE NOT EQUAL ZEROES
               IF BAR-TIPO EQUAL 'T'
              AND BAR-TOM-CODIGO EQUAL TOM-CODIGO
                   MOVE 'X' TO BAR-TIPO
                   REWRITE REG-BAR
                   ADD 1 TO WRK-CA-CANCELADOS
               END-IF
               READ BARCODE NEXT RECORD
           END-PERFORM.
       0355-CANCELA-ANTERIORES-END. EXIT.

       0360-GRAVA-TAXA SECTION.
      *    TAXA DA SEGUNDA VIA COMO COBRANCA TIPO 'C', SEM FILME; O
      *    NUMERO E SEQUENCIAL, COMO EM EMVIDPRG 0323-GRAVA-MULTA.
           MOVE ZEROES TO WRK-MAX-MULTA.
           MOVE ZEROES TO MUL-NUMERO.
           START MULTAS KEY IS NOT LESS THAN MUL-NUMERO
               INVALID KEY
                   CONTINUE
           END-START.
      *
           IF FS-MULTAS EQUAL "00"
               READ MULTAS NEXT RECORD
               PERFORM UNTIL FS-MULTAS EQUAL "10"
                   MOVE MUL-NUMERO TO WRK-MAX-MULTA
                   READ MULTAS NEXT RECORD
               END-PERFORM
           END-IF.
      *
           INITIALIZE REG-MUL.
           ADD 1 TO WRK-MAX-MULTA GIVING MUL-NUMERO.
           MOVE ZEROES           TO MUL-CODIGO.
           MOVE TOM-CODIGO       TO MUL-TOM-CODIGO.
           MOVE WRK-DATA-SISTEMA TO MUL-DATA-GERACAO.
           MOVE ZEROES           TO MUL-DIAS-ATRASO.
           MOVE WRK-CA-TAXA      TO MUL-VALOR.
           MOVE 'A'              TO MUL-SITUACAO.
           MOVE ZEROES           TO MUL-DATA-PAGTO.
           MOVE 'C'              TO MUL-TIPO.
           MOVE SPACES           TO MUL-ISEN-MOTIVO.
           MOVE SPACES           TO MUL-ISEN-OPERADOR.
           MOVE SPACES           TO MUL-ISEN-SUPERVISOR.
           MOVE ZEROES           TO MUL-ISEN-DATA.
           MOVE REG-MUL          TO WRK-JRN-DEPOIS.
           WRITE REG-MUL.
      *
           MOVE 'MULTAS'         TO WRK-JRN-ARQUIVO.
           MOVE 'I'              TO WRK-JRN-OPERACAO.
           MOVE FS-MULTAS        TO WRK-JRN-STATUS.
           PERFORM 0590-GRAVA-DIARIO.
       0360-GRAVA-TAXA-END. EXIT.

       0365-GRAVA-LOG SECTION.
           MOVE TOM-CODIGO   TO CODIGO.
           MOVE '2AVIA-CART' TO WRK-LOG-ACAO.
           COPY 'CPVIDLGP'. *> GRAVA LINHA NO LOG DE AUDITORIA
       0365-GRAVA-LOG-END. EXIT.

       0390-REGISTRA-SPOOL SECTION.
           MOVE 'CAVIDPRG' TO WRK-SPL-PROGRAMA.
           COPY 'CPVIDSPP'. *> REGISTRA O RELATORIO NO SPOOL
       0390-REGISTRA-SPOOL-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE TOMADORES.
           CLOSE CARTOES.
           CLOSE MULTAS.
           CLOSE BARCODE.
      *
           IF FS-BARCODE NOT EQUAL "00"
               MOVE '43ERRO AO FECHAR ARQUIVO DE CODIGOS DE BARRAS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-BARCODE TO WS-ABEND-CODE
               MOVE 'ERRO AO FECHAR ARQ DE CODIGOS DE BARRAS.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
       0500-CLOSE-DATA-END. EXIT.

       0590-GRAVA-DIARIO SECTION.
           MOVE 'CAVIDPRG' TO WRK-JRN-PROGRAMA.
           COPY 'CPVIDJNP'. *> GRAVA ENTRADA NO DIARIO DE RECUPERACAO
       0590-GRAVA-DIARIO-END. EXIT.

       0600-ROT-ABEND SECTION.
           MOVE 'CAVIDPRG' TO WS-ABEND-PROGRAM.
           COPY 'CPVIDRAB'. *> ABEND ROUTINE.
      *
           PERFORM 0700-END-PROGRAM.
       0600-ROT-ABEND-END. EXIT.

       0700-END-PROGRAM SECTION.
           GOBACK.
       0700-END-PROGRAM-END. EXIT.

       END PROGRAM CAVIDPRG.
