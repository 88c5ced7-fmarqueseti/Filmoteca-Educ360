      ******************************************************************
      * FILE NAME   : OFVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : OFFLINE CIRCULATION OF VIDEOTECA PROGRAM -       *
      *               CAPTURE MODE THAT ONLY APPENDS THE SCANNED       *
      *               TRANSACTIONS (CARD, COPY, ACTION, TIMESTAMP,     *
      *               OPERATOR) TO CIRCOFF.DAT WITHOUT OPENING         *
      *               LOANS.DAT, AND THE UPLOAD THAT APPLIES THEM IN   *
      *               TIMESTAMP ORDER WITH THE EMVIDPRG COUNTER RULES  *
      *               AND THE ORIGINAL DATES, PRINTING THE EXCEPTIONS  *
      *               REPORT (COPY ALREADY OUT, BORROWER BLOCKED,      *
      *               UNKNOWN BARCODE, RESERVATION CONFLICT)           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFVIDPRG.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDOFF'. *> CIRCOFF (OFFLINE CIRCULATION CAPTURE)
           COPY 'CPVIDFCV'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDPFC'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDHFC'. *> LOAN HISTORY
           COPY 'CPVIDCEF'. *> CIRCEST (CIRCULATION STATISTICS)
           COPY 'CPVIDTFC'. *> TOMADORES DAT WORKBOOK
           COPY 'CPVIDMFC'. *> MULTAS DAT WORKBOOK
           COPY 'CPVIDRFC'. *> RESERVAS DAT WORKBOOK
           COPY 'CPVIDXFC'. *> EXEMPLAR DAT WORKBOOK
           COPY 'CPVIDFEF'. *> FERIADOS DAT WORKBOOK
           COPY 'CPVIDPAF'. *> SYSTEM PARAMETERS
           COPY 'CPVIDBRF'. *> BARCODE DAT WORKBOOK
           COPY 'CPVIDEEF'. *> EQEMP DAT WORKBOOK
           COPY 'CPVIDEUF'. *> EQUSO (EQUIPMENT USAGE)
           COPY 'CPVIDPLF'. *> PARCELAS (INSTALLMENT PLANS)
           COPY 'CPVIDPOF'. *> POLITICA DAT WORKBOOK
           COPY 'CPVIDCMF'. *> COMPONEN DAT WORKBOOK
      *
           SELECT OFF-REL
              ASSIGN       TO WRK-SPL-NOME
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-OFF-REL.
      *
           SELECT SORT-FILE ASSIGN TO "SORTWK1".
      *
           COPY 'CPVIDSPF'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDLGF'. *> MAINTENANCE AUDIT LOG
           COPY 'CPVIDJNF'. *> RECOVERY JOURNAL
           COPY 'CPVIDALF'. *> ABEND LOG
      *
       DATA DIVISION.
       FILE SECTION.
       FD CIRCOFF.
           COPY 'CPVIDOFD'.

       FD MOVIES.
           COPY 'CPVIDDAT'.

       FD LOANS.
           COPY 'CPVIDPDT'.

       FD LOANHIST.
           COPY 'CPVIDHDT'.

       FD CIRCEST.
           COPY 'CPVIDCED'.

       FD TOMADORES.
           COPY 'CPVIDTDT'.

       FD MULTAS.
           COPY 'CPVIDMDT'.

       FD RESERVAS.
           COPY 'CPVIDRDT'.

       FD EXEMPLAR.
           COPY 'CPVIDXDT'.

       FD FERIADOS.
           COPY 'CPVIDFED'.

       FD VIDPARAM.
           COPY 'CPVIDPAD'.

       FD BARCODE.
           COPY 'CPVIDBRD'.

       FD EQEMP.
           COPY 'CPVIDEED'.

       FD EQUSO.
           COPY 'CPVIDEUD'.

       FD PARCELAS.
           COPY 'CPVIDPLD'.

       FD POLITICA.
           COPY 'CPVIDPOD'.

       FD COMPONEN.
           COPY 'CPVIDCMD'.

       FD OFF-REL.
           01 FIL-REL          PIC X(132).

       SD SORT-FILE.
       01 REG-SRT.
           05 SRT-DATA         PIC 9(08).
           05 SRT-HORA         PIC 9(06).
           05 SRT-SEQ          PIC 9(05).
           05 SRT-ACAO         PIC X(01).
           05 SRT-TOM-BARRAS   PIC X(13).
           05 SRT-EXE-BARRAS   PIC X(13).
           05 SRT-OPERADOR     PIC X(08).

       FD VIDRELS.
           COPY 'CPVIDSPD'.

       FD VIDLOG.
           COPY 'CPVIDLGD'.

       FD VIDJRN.
           COPY 'CPVIDJND'.

       FD VIDABEND.
           COPY 'CPVIDALD'.
      *
       WORKING-STORAGE SECTION.
           COPY 'CPVIDMAN'. *> MAIN SCREEN
           COPY 'CPVIDMNU'. *> MAIN MENU
           COPY 'CPVIDMSG'. *> MESSAGES
           COPY 'CPVIDOFW'. *> CIRCOFF (OFFLINE CIRCULATION CAPTURE)
           COPY 'CPVIDFCW'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDPNW'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDHNW'. *> LOAN HISTORY
           COPY 'CPVIDCEW'. *> CIRCEST (CIRCULATION STATISTICS)
           COPY 'CPVIDTNW'. *> TOMADORES DAT WORKBOOK
           COPY 'CPVIDMNW'. *> MULTAS DAT WORKBOOK
           COPY 'CPVIDRNW'. *> RESERVAS DAT WORKBOOK
           COPY 'CPVIDXNW'. *> EXEMPLAR DAT WORKBOOK
           COPY 'CPVIDFEW'. *> FERIADOS DAT WORKBOOK
           COPY 'CPVIDPAW'. *> SYSTEM PARAMETERS
           COPY 'CPVIDBRW'. *> BARCODE DAT WORKBOOK
           COPY 'CPVIDEEW'. *> EQEMP DAT WORKBOOK
           COPY 'CPVIDEUW'. *> EQUSO (EQUIPMENT USAGE)
           COPY 'CPVIDPLW'. *> PARCELAS (INSTALLMENT PLANS)
           COPY 'CPVIDPOW'. *> POLITICA DAT WORKBOOK
           COPY 'CPVIDCMW'. *> COMPONEN DAT WORKBOOK
           COPY 'CPVIDSPW'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDLGW'. *> MAINTENANCE AUDIT LOG
           COPY 'CPVIDOPW'. *> OPERATOR SESSION
           COPY 'CPVIDABE'. *> ABEND
           COPY 'CPVIDALW'. *> ABEND LOG
           COPY 'CPVIDJNW'. *> RECOVERY JOURNAL
      *
       77 FS-OFF-REL                PIC X(02).
       77 WRK-SPL-NOME              PIC X(40).
       77 WRK-SPL-PROGRAMA          PIC X(08).
       77 WRK-SORT-FIM              PIC X(01) VALUE 'N'.
       77 WRK-HOJE                  PIC 9(08) VALUE ZEROES.
       77 WRK-HIS-MAX               PIC 9(07) VALUE ZEROES.
       77 WRK-MAX-MULTA             PIC 9(05) VALUE ZEROES.
       77 WRK-RES-ACHADA            PIC X(01) VALUE 'N'.
       77 WRK-DIAS-ATRASO           PIC S9(05) USAGE COMP-3
                                     VALUE ZEROES.
       77 WRK-QTD-COPIAS            PIC 9(03) USAGE COMP-3
                                     VALUE ZEROES.
       77 WRK-QTD-FORA              PIC 9(03) USAGE COMP-3
                                     VALUE ZEROES.
       77 WRK-REG-EMP-SALVO         PIC X(39).
       77 WRK-TOM-ALVO              PIC 9(04) VALUE ZEROES.
       77 WRK-TOM-ABERTOS           PIC 9(03) USAGE COMP-3
                                     VALUE ZEROES.
       77 WRK-TOM-ABERTOS-MIDIA     PIC 9(03) USAGE COMP-3
                                     VALUE ZEROES.
       77 WRK-TOM-VENCIDOS          PIC 9(03) USAGE COMP-3
                                     VALUE ZEROES.
       77 WRK-TOM-REPOSICAO         PIC 9(03) USAGE COMP-3
                                     VALUE ZEROES.
       77 WRK-TOM-PARC-VENCIDAS     PIC 9(03) USAGE COMP-3
                                     VALUE ZEROES.
       77 WRK-TOM-PECAS             PIC 9(03) USAGE COMP-3
                                     VALUE ZEROES.
       77 WRK-CLASSIF-IDADE-MIN     PIC 9(02) VALUE ZEROES.
       77 WRK-TOM-IDADE             PIC S9(03) USAGE COMP-3
                                     VALUE ZEROES.
      *
      *    POLITICA EM VIGOR PARA O TOMADOR E A MIDIA DO FILME, NO
      *    MESMO CRITERIO DE EMVIDPRG: ORIGEM 'P' = LINHA DE
      *    POLITICA.DAT, 'G' = VALORES GLOBAIS DE VIDPARAM.DAT.
       77 WRK-POL-ORIGEM            PIC X(01) VALUE 'G'.
       77 WRK-POL-MIDIA             PIC X(01) VALUE SPACES.
       77 WRK-POL-PRAZO             PIC 9(03) VALUE ZEROES.
       77 WRK-POL-MAX-ITENS         PIC 9(02) VALUE ZEROES.
       77 WRK-POL-MAX-RENOV         PIC 9(02) VALUE ZEROES.
       77 WRK-POL-MULTA             PIC 9(05) VALUE ZEROES.
      *
      *    CAMPOS DO CALENDARIO DE DIAS UTEIS (SABADO, DOMINGO E
      *    FERIADOS DE FERIADOS.DAT NAO CONTAM).
       77 WRK-DU-DATA               PIC 9(08) VALUE ZEROES.
       77 WRK-DU-INT                PIC 9(08) VALUE ZEROES.
       77 WRK-DU-DOW                PIC 9(01) VALUE ZEROES.
       77 WRK-DU-UTIL               PIC X(01) VALUE 'S'.
       77 WRK-DU-DE-INT             PIC 9(08) VALUE ZEROES.
       77 WRK-DU-ATE-INT            PIC 9(08) VALUE ZEROES.
       77 WRK-DU-CONTA              PIC S9(05) USAGE COMP-3
                                     VALUE ZEROES.
       77 WRK-DU-SOMA               PIC 9(03) VALUE ZEROES.
      *
      *    CAPTURA: OPERADOR DA ESTACAO (O DA SESSAO OU O INFORMADO
      *    NA TELA QUANDO O PROGRAMA RODA FORA DO MENU) E A LEITURA
      *    EM DIGITACAO. A CARTEIRINHA FICA NA TELA ENTRE UMA COPIA E
      *    OUTRA DO MESMO TOMADOR.
       77 WRK-OF-OPERADOR           PIC X(08) VALUE SPACES.
       77 WRK-OF-ACAO               PIC X(01) VALUE SPACES.
       77 WRK-OF-TOM-BARRAS         PIC X(13) VALUE SPACES.
       77 WRK-OF-EXE-BARRAS         PIC X(13) VALUE SPACES.
       77 WRK-OF-CAPTURADAS         PIC 9(05) USAGE COMP-3
                                     VALUE ZEROES.
       77 WRK-OF-CAP-EDIT           PIC ZZZZ9 VALUE ZEROES.
      *
      *    CARGA: DESFECHO DE CADA LEITURA E O TIPO DA EXCECAO PARA
      *    O RESUMO ('J' = COPIA JA EMPRESTADA, 'B' = TOMADOR
      *    BLOQUEADO, 'D' = CODIGO DESCONHECIDO, 'R' = CONFLITO COM
      *    RESERVA, 'O' = OUTROS MOTIVOS).
       77 WRK-OF-OK                 PIC X(01) VALUE 'S'.
       77 WRK-OF-TIPO-EXC           PIC X(01) VALUE SPACES.
       77 WRK-OF-MOTIVO             PIC X(50) VALUE SPACES.
       77 WRK-OF-AVISO              PIC X(80) VALUE SPACES.
       77 WRK-OF-SEQ                PIC 9(05) VALUE ZEROES.
       77 WRK-OF-DATA-CARGA         PIC 9(08) VALUE ZEROES.
       77 WRK-OF-RES-OUTROS         PIC 9(03) USAGE COMP-3
                                     VALUE ZEROES.
       77 WRK-OF-LIVRES             PIC S9(03) USAGE COMP-3
                                     VALUE ZEROES.
       77 WRK-OF-QTD-EDIT           PIC ZZ9 VALUE ZEROES.
      *
      *    O ARQUIVO CARREGADO E RENOMEADO COM A DATA E HORA DA
      *    CARGA, PARA UMA SEGUNDA CARGA NAO APLICAR AS MESMAS
      *    LEITURAS DE NOVO; A PROXIMA CAPTURA COMECA UM ARQUIVO NOVO.
       77 WRK-OF-NOME-CAPTURA       PIC X(40)
                                     VALUE './dat/CIRCOFF.dat'.
       77 WRK-OF-NOME-CARREGADA     PIC X(40) VALUE SPACES.
       77 WRK-RENAME-STATUS         PIC S9(09) COMP-5 VALUE ZERO.
      *
       01 WRK-OF-CONTADORES.
           05 WRK-OF-LIDAS          PIC 9(05) USAGE COMP-3
                                     VALUE ZEROES.
           05 WRK-OF-EMPRESTIMOS    PIC 9(05) USAGE COMP-3
                                     VALUE ZEROES.
           05 WRK-OF-DEVOLUCOES     PIC 9(05) USAGE COMP-3
                                     VALUE ZEROES.
           05 WRK-OF-MULTAS         PIC 9(05) USAGE COMP-3
                                     VALUE ZEROES.
           05 WRK-OF-EXCECOES       PIC 9(05) USAGE COMP-3
                                     VALUE ZEROES.
           05 WRK-OF-EXC-JA         PIC 9(05) USAGE COMP-3
                                     VALUE ZEROES.
           05 WRK-OF-EXC-BLOQ       PIC 9(05) USAGE COMP-3
                                     VALUE ZEROES.
           05 WRK-OF-EXC-DESC       PIC 9(05) USAGE COMP-3
                                     VALUE ZEROES.
           05 WRK-OF-EXC-RES        PIC 9(05) USAGE COMP-3
                                     VALUE ZEROES.
           05 WRK-OF-EXC-OUTROS     PIC 9(05) USAGE COMP-3
                                     VALUE ZEROES.
      *
       01 WRK-OF-EDICAO.
           05 WRK-OF-ED-LIDAS       PIC ZZZZ9 VALUE ZEROES.
           05 WRK-OF-ED-EMPREST     PIC ZZZZ9 VALUE ZEROES.
           05 WRK-OF-ED-DEVOL       PIC ZZZZ9 VALUE ZEROES.
           05 WRK-OF-ED-MULTAS      PIC ZZZZ9 VALUE ZEROES.
           05 WRK-OF-ED-EXCECOES    PIC ZZZZ9 VALUE ZEROES.
           05 WRK-OF-ED-CONTA       PIC ZZZZ9 VALUE ZEROES.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN'. *> MAIN SCREEN
           COPY 'SCVIDMSG'. *> MESSAGES
      *
       01 SCREEN-OF-MENU.
           05 LINE 07 COLUMN 02 VALUE
               "1 - CAPTURA OFFLINE (BALCAO SEM SISTEMA)".
           05 LINE 08 COLUMN 02 VALUE
               "2 - CARGA DA CAPTURA E EXCECOES (IMPR.)".
           05 LINE 09 COLUMN 02 VALUE "0 - VOLTAR".
           05 LINE 10 COLUMN 02 VALUE "OPCAO: ".
           05 COLUMN PLUS 01    PIC X(01) USING WRK-OPTION.
      *
       01 SCREEN-OF-OPERADOR.
           05 LINE 12 COLUMN 02 VALUE "OPERADOR........: ".
           05 COLUMN PLUS 01    PIC X(08) USING WRK-OF-OPERADOR.
      *
       01 SCREEN-OF-LEITURA.
           05 LINE 12 COLUMN 02 VALUE
               "ACAO (E=EMPRESTIMO D=DEVOLUCAO 0=FIM): ".
           05 COLUMN PLUS 01    PIC X(01) USING WRK-OF-ACAO.
           05 LINE 14 COLUMN 02 VALUE "CARTEIRINHA (CB): ".
           05 COLUMN PLUS 01    PIC X(13) USING WRK-OF-TOM-BARRAS.
           05 LINE 15 COLUMN 02 VALUE "EXEMPLAR (CB)...: ".
           05 COLUMN PLUS 01    PIC X(13) USING WRK-OF-EXE-BARRAS.
           05 LINE 17 COLUMN 02 VALUE "OPERADOR........: ".
           05 COLUMN PLUS 01    PIC X(08) FROM WRK-OF-OPERADOR.
           05 LINE 18 COLUMN 02 VALUE "LEITURAS GRAVADAS: ".
           05 COLUMN PLUS 01    PIC ZZZZ9 FROM WRK-OF-CAP-EDIT.
      *
       PROCEDURE DIVISION.
       0000-MAIN SECTION.
      *    O CHAMADOR NAO USA CANCEL, ENTAO WRK-OPTION FICA COM O '0'
      *    DA SAIDA ANTERIOR NA MESMA SESSAO; SEM ESTE RESET, A SEGUNDA
      *    ENTRADA NO PROGRAMA TERMINARIA SEM MOSTRAR O MENU.
           MOVE SPACES TO WRK-OPTION.
           PERFORM 0300-PROCESS-DATA UNTIL WRK-OPTION EQUAL '0'.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.

       0100-OPEN-DATA SECTION.
      *    SO A CARGA ABRE OS ARQUIVOS DO BALCAO; A CAPTURA TRABALHA
      *    APENAS COM CIRCOFF.DAT, PARA FUNCIONAR COM O SISTEMA DE
      *    EMPRESTIMOS FORA DO AR.
           OPEN INPUT MOVIES.
      *
           IF FS-MOVIES NOT EQUAL "00"
               MOVE '46ERRO AO ABRIR ARQUIVO DE DADOS DE FILMES.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-MOVIES TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE DADOS DE FILMES'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O LOANS.
      *
           IF FS-LOANS EQUAL "35"
               OPEN OUTPUT LOANS
               CLOSE LOANS
               OPEN I-O LOANS
           END-IF.
      *
           IF FS-LOANS NOT EQUAL "00"
               MOVE '46ERRO AO ABRIR ARQUIVO DE EMPRESTIMOS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-LOANS TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE EMPRESTIMOS'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O LOANHIST.
      *
           IF FS-LOANHIST EQUAL "35"
               OPEN OUTPUT LOANHIST
               CLOSE LOANHIST
               OPEN I-O LOANHIST
           END-IF.
      *
           IF FS-LOANHIST NOT EQUAL "00"
               MOVE '46ERRO AO ABRIR ARQUIVO DE HISTORICO.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-LOANHIST TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE HISTORICO'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O CIRCEST.
      *
           IF FS-CIRCEST EQUAL "35"
               OPEN OUTPUT CIRCEST
               CLOSE CIRCEST
               OPEN I-O CIRCEST
           END-IF.
      *
           IF FS-CIRCEST NOT EQUAL "00"
               MOVE '40ERRO AO ABRIR ESTATISTICAS DE CIRCULACAO.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-CIRCEST TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ESTATISTICAS DE CIRCULACAO'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT TOMADORES.
      *
           IF FS-TOMADORES EQUAL "35"
               OPEN OUTPUT TOMADORES
               CLOSE TOMADORES
               OPEN INPUT TOMADORES
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
               MOVE '46ERRO AO ABRIR ARQUIVO DE MULTAS.'
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
           OPEN I-O RESERVAS.
      *
           IF FS-RESERVAS EQUAL "35"
               OPEN OUTPUT RESERVAS
               CLOSE RESERVAS
               OPEN I-O RESERVAS
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
           OPEN INPUT FERIADOS.
      *
           IF FS-FERIADOS EQUAL "35"
               OPEN OUTPUT FERIADOS
               CLOSE FERIADOS
               OPEN INPUT FERIADOS
           END-IF.
      *
           OPEN INPUT BARCODE.
      *
           IF FS-BARCODE EQUAL "35"
               OPEN OUTPUT BARCODE
               CLOSE BARCODE
               OPEN INPUT BARCODE
           END-IF.
      *
           OPEN I-O EQEMP.
      *
           IF FS-EQEMP EQUAL "35"
               OPEN OUTPUT EQEMP
               CLOSE EQEMP
               OPEN I-O EQEMP
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
           OPEN INPUT POLITICA.
      *
           IF FS-POLITICA EQUAL "35"
               OPEN OUTPUT POLITICA
               CLOSE POLITICA
               OPEN INPUT POLITICA
           END-IF.
      *
           OPEN INPUT COMPONEN.
      *
           IF FS-COMPONEN EQUAL "35"
               OPEN OUTPUT COMPONEN
               CLOSE COMPONEN
               OPEN INPUT COMPONEN
           END-IF.
      *
      *    O MAIOR HIS-NUMERO E LEVANTADO UMA UNICA VEZ, NO MESMO
      *    CRITERIO DE EMVIDPRG.
           MOVE ZEROES TO WRK-HIS-MAX.
           MOVE ZEROES TO HIS-NUMERO.
           START LOANHIST KEY IS NOT LESS THAN HIS-NUMERO
               INVALID KEY
                   CONTINUE
           END-START.
      *
           IF FS-LOANHIST EQUAL "00"
               READ LOANHIST NEXT RECORD
               PERFORM UNTIL FS-LOANHIST EQUAL "10"
                   MOVE HIS-NUMERO TO WRK-HIS-MAX
                   READ LOANHIST NEXT RECORD
               END-PERFORM
           END-IF.
      *
           PERFORM 0150-CARREGA-PARAMETROS.
       0100-OPEN-DATA-END. EXIT.

       0150-CARREGA-PARAMETROS SECTION.
           COPY 'CPVIDPAP'. *> CARREGA PARAMETROS DE VIDPARAM.DAT
       0150-CARREGA-PARAMETROS-END. EXIT.

       0300-PROCESS-DATA SECTION.
           COPY 'CPVIDDTE'. *> DATE/TIME PROCEDURE
           MOVE " * * * * CIRCULACAO OFFLINE * * * *"  TO WRK-TITLE.
           MOVE "PF3=FIM"                              TO WRK-KEYS.
           INITIALIZE WRK-MSG.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-OF-MENU.
           ACCEPT  SCREEN-OF-MENU.
      *
           EVALUATE WRK-OPTION
               WHEN '1' PERFORM 0310-CAPTURA
               WHEN '2' PERFORM 0320-CARGA
               WHEN '0' CONTINUE
               WHEN OTHER
                   INITIALIZE WRK-MSG
                   MOVE '20OPCAO INVALIDA.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
           END-EVALUATE.
       0300-PROCESS-DATA-END. EXIT.

       0310-CAPTURA SECTION.
      *    FORA DO MENU (ESTACAO ISOLADA) NAO HA SESSAO DE LOGIN; O
      *    OPERADOR E INFORMADO NA TELA, SEM CONFERENCIA NO CADASTRO,
      *    QUE PODE NAO ESTAR ACESSIVEL.
           MOVE WRK-OPERADOR TO WRK-OF-OPERADOR.
           IF WRK-OF-OPERADOR EQUAL SPACES
               DISPLAY SCREEN-OF-OPERADOR
               ACCEPT  SCREEN-OF-OPERADOR
               INSPECT WRK-OF-OPERADOR CONVERTING
                   'abcdefghijklmnopqrstuvwxyz' TO
                   'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           END-IF.
      *
           IF WRK-OF-OPERADOR EQUAL SPACES
               INITIALIZE WRK-MSG
               MOVE '24INFORME O OPERADOR DA CAPTURA.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0310-CAPTURA-END
           END-IF.
      *
           OPEN EXTEND CIRCOFF.
      *
           IF FS-CIRCOFF EQUAL "05" OR EQUAL "35"
               OPEN OUTPUT CIRCOFF
           END-IF.
      *
           IF FS-CIRCOFF NOT EQUAL "00"
               MOVE '40ERRO AO ABRIR ARQUIVO DA CAPTURA OFFLINE.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-CIRCOFF TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DA CAPTURA OFFLINE'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           MOVE ZEROES TO WRK-OF-CAPTURADAS.
           MOVE ZEROES TO WRK-OF-CAP-EDIT.
           MOVE SPACES TO WRK-OF-ACAO.
           MOVE SPACES TO WRK-OF-TOM-BARRAS.
           MOVE SPACES TO WRK-OF-EXE-BARRAS.
           INITIALIZE WRK-MSG.
      *
           PERFORM 0315-CAPTURA-LEITURA UNTIL WRK-OF-ACAO EQUAL '0'.
      *
           CLOSE CIRCOFF.
      *
           MOVE WRK-OF-CAPTURADAS TO WRK-OF-CAP-EDIT.
           INITIALIZE WRK-MSG.
           STRING '20CAPTURA ENCERRADA. LEITURAS GRAVADAS: '
                      DELIMITED BY SIZE
                  WRK-OF-CAP-EDIT DELIMITED BY SIZE
             INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0310-CAPTURA-END. EXIT.

       0315-CAPTURA-LEITURA SECTION.
      *    UMA LEITURA POR VEZ: A LEITURA GRAVADA SO LIMPA A COPIA,
      *    PARA O PROXIMO ITEM DO MESMO TOMADOR SER SO O BIP DA
      *    ETIQUETA. A MENSAGEM DA ULTIMA GRAVACAO FICA NA TELA SEM
      *    ESPERAR TECLA, PARA NAO SEGURAR A FILA DO BALCAO.
           COPY 'CPVIDDTE'. *> DATE/TIME PROCEDURE
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-MSG.
           DISPLAY SCREEN-OF-LEITURA.
           ACCEPT  SCREEN-OF-LEITURA.
      *
           INSPECT WRK-OF-ACAO CONVERTING 'ed' TO 'ED'.
      *
           IF WRK-OF-ACAO EQUAL '0'
               GO TO 0315-CAPTURA-LEITURA-END
           END-IF.
      *
           INITIALIZE WRK-MSG.
           IF WRK-OF-ACAO NOT EQUAL 'E' AND NOT EQUAL 'D'
               MOVE '24ACAO DEVE SER E, D OU 0.' TO WRK-MSG
           ELSE
               IF WRK-OF-EXE-BARRAS EQUAL SPACES
                   MOVE '24LEIA A ETIQUETA DO EXEMPLAR.' TO WRK-MSG
               ELSE
                   IF WRK-OF-ACAO EQUAL 'E'
                  AND WRK-OF-TOM-BARRAS EQUAL SPACES
                       MOVE '24LEIA A CARTEIRINHA DO TOMADOR.'
                           TO WRK-MSG
                   END-IF
               END-IF
           END-IF.
      *
           IF WRK-MSG NOT EQUAL SPACES
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               INITIALIZE WRK-MSG
               GO TO 0315-CAPTURA-LEITURA-END
           END-IF.
      *
      *    A DATA E A HORA SAO AS DO MOMENTO DA LEITURA; SAO ELAS QUE
      *    A CARGA USA NO EMPRESTIMO, NO PRAZO E NA MULTA.
           COPY 'CPVIDDTE'. *> DATE/TIME PROCEDURE
           MOVE WRK-DATA-SISTEMA     TO OFF-DATA.
           MOVE WRK-HORA-SISTEMA(1:6) TO OFF-HORA.
           MOVE WRK-OF-ACAO          TO OFF-ACAO.
           IF WRK-OF-ACAO EQUAL 'D'
               MOVE SPACES            TO OFF-TOM-BARRAS
           ELSE
               MOVE WRK-OF-TOM-BARRAS TO OFF-TOM-BARRAS
           END-IF.
           MOVE WRK-OF-EXE-BARRAS    TO OFF-EXE-BARRAS.
           MOVE WRK-OF-OPERADOR      TO OFF-OPERADOR.
           WRITE REG-OFF.
      *
           IF FS-CIRCOFF NOT EQUAL "00"
               MOVE FS-CIRCOFF TO WS-ABEND-CODE
               MOVE 'ERRO AO GRAVAR ARQUIVO DA CAPTURA OFFLINE'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           ADD 1 TO WRK-OF-CAPTURADAS.
           MOVE WRK-OF-CAPTURADAS TO WRK-OF-CAP-EDIT.
           MOVE SPACES TO WRK-OF-EXE-BARRAS.
      *
           INITIALIZE WRK-MSG.
           IF OFF-ACAO EQUAL 'E'
               MOVE '51EMPRESTIMO CAPTURADO.' TO WRK-MSG
           ELSE
               MOVE '51DEVOLUCAO CAPTURADA.' TO WRK-MSG
           END-IF.
       0315-CAPTURA-LEITURA-END. EXIT.

       0320-CARGA SECTION.
      *    A CARGA GRAVA EM NOME DO OPERADOR DA SESSAO (LOG DE
      *    AUDITORIA); O OPERADOR DE CADA LEITURA SAI NO RELATORIO.
           IF WRK-OPERADOR EQUAL SPACES
               INITIALIZE WRK-MSG
               MOVE '14A CARGA EXIGE OPERADOR IDENTIFICADO NO LOGIN.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0320-CARGA-END
           END-IF.
      *
           OPEN INPUT CIRCOFF.
      *
           IF FS-CIRCOFF NOT EQUAL "00"
               INITIALIZE WRK-MSG
               MOVE '20NAO HA CAPTURA OFFLINE A CARREGAR.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0320-CARGA-END
           END-IF.
      *
           CLOSE CIRCOFF.
      *
           INITIALIZE WRK-MSG.
           MOVE '16APLICAR A CAPTURA OFFLINE AOS EMPRESTIMOS (S/N)?'
               TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
      *
           IF WRK-AWAIT NOT EQUAL 'S' AND NOT EQUAL 's'
               GO TO 0320-CARGA-END
           END-IF.
      *
           INITIALIZE WRK-OF-CONTADORES.
           MOVE ZEROES TO WRK-OF-SEQ.
           MOVE 'N'    TO WRK-SORT-FIM.
      *
           PERFORM 0100-OPEN-DATA.
      *
           COPY 'CPVIDDTE'. *> DATE/TIME PROCEDURE
           MOVE WRK-DATA-SISTEMA TO WRK-HOJE.
           MOVE WRK-DATA-SISTEMA TO WRK-OF-DATA-CARGA.
           STRING './dat/CIRCOFF-'  DELIMITED BY SIZE
                  WRK-DATA-AAAA     DELIMITED BY SIZE
                  WRK-DATA-MM       DELIMITED BY SIZE
                  WRK-DATA-DD       DELIMITED BY SIZE
                  '.prt'            DELIMITED BY SIZE
             INTO WRK-SPL-NOME.
      *
           OPEN OUTPUT OFF-REL.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'VIDEOTECA - CARGA DA CIRCULACAO OFFLINE  EMISSAO: '
                       DELIMITED BY SIZE
                  WRK-DATA-EDIT-DD   DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  WRK-DATA-EDIT-MM   DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  WRK-DATA-EDIT-AAAA DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WRK-HORA-EDIT-HH   DELIMITED BY SIZE
                  ':'                DELIMITED BY SIZE
                  WRK-HORA-EDIT-MM   DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'LEITURAS NAO APLICADAS (EXCECAO) E AVISOS PARA O '
                       DELIMITED BY SIZE
                  'BALCAO, NA ORDEM DA CAPTURA' DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           STRING '         DATA     HORA   A CARTEIRINHA   '
                       DELIMITED BY SIZE
                  'EXEMPLAR      OPERADOR MOTIVO'
                       DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
      *    AS LEITURAS DE MAIS DE UMA ESTACAO (OU DE DIAS DIFERENTES)
      *    SAO APLICADAS NA ORDEM EM QUE ACONTECERAM; A SEQUENCIA DE
      *    LEITURA DESEMPATA O MESMO SEGUNDO.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-DATA SRT-HORA SRT-SEQ
               INPUT PROCEDURE  IS 0330-LE-CAPTURA
               OUTPUT PROCEDURE IS 0340-APLICA-CAPTURA.
      *
           PERFORM 0390-RODAPE-CARGA.
      *
           CLOSE OFF-REL.
           PERFORM 0395-REGISTRA-SPOOL.
           PERFORM 0500-CLOSE-DATA.
           PERFORM 0397-RENOMEIA-CAPTURA.
      *
           MOVE WRK-OF-EMPRESTIMOS TO WRK-OF-ED-EMPREST.
           MOVE WRK-OF-DEVOLUCOES  TO WRK-OF-ED-DEVOL.
           MOVE WRK-OF-EXCECOES    TO WRK-OF-ED-EXCECOES.
           INITIALIZE WRK-MSG.
           STRING '04CARGA CONCLUIDA. EMPRESTIMOS '
                      DELIMITED BY SIZE
                  WRK-OF-ED-EMPREST  DELIMITED BY SIZE
                  ', DEVOLUCOES '    DELIMITED BY SIZE
                  WRK-OF-ED-DEVOL    DELIMITED BY SIZE
                  ', EXCECOES '      DELIMITED BY SIZE
                  WRK-OF-ED-EXCECOES DELIMITED BY SIZE
                  '.'                DELIMITED BY SIZE
             INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0320-CARGA-END. EXIT.

       0330-LE-CAPTURA SECTION.
      *    LINHA EM BRANCO (FIM DE ARQUIVO COPIADO DE OUTRA ESTACAO)
      *    E IGNORADA.
           OPEN INPUT CIRCOFF.
      *
           IF FS-CIRCOFF EQUAL "00"
               READ CIRCOFF
           END-IF.
      *
           PERFORM UNTIL FS-CIRCOFF NOT EQUAL "00"
               IF REG-OFF NOT EQUAL SPACES
                   ADD 1 TO WRK-OF-SEQ
                   MOVE OFF-DATA       TO SRT-DATA
                   MOVE OFF-HORA       TO SRT-HORA
                   MOVE WRK-OF-SEQ     TO SRT-SEQ
                   MOVE OFF-ACAO       TO SRT-ACAO
                   MOVE OFF-TOM-BARRAS TO SRT-TOM-BARRAS
                   MOVE OFF-EXE-BARRAS TO SRT-EXE-BARRAS
                   MOVE OFF-OPERADOR   TO SRT-OPERADOR
                   RELEASE REG-SRT
               END-IF
               READ CIRCOFF
           END-PERFORM.
      *
           CLOSE CIRCOFF.
       0330-LE-CAPTURA-END. EXIT.

       0340-APLICA-CAPTURA SECTION.
           RETURN SORT-FILE
               AT END MOVE 'S' TO WRK-SORT-FIM
           END-RETURN.
      *
           PERFORM UNTIL WRK-SORT-FIM EQUAL 'S'
               PERFORM 0345-APLICA-LEITURA
               RETURN SORT-FILE
                   AT END MOVE 'S' TO WRK-SORT-FIM
               END-RETURN
           END-PERFORM.
       0340-APLICA-CAPTURA-END. EXIT.

       0345-APLICA-LEITURA SECTION.
           ADD 1 TO WRK-OF-LIDAS.
           MOVE 'S'    TO WRK-OF-OK.
           MOVE SPACES TO WRK-OF-TIPO-EXC.
           MOVE SPACES TO WRK-OF-MOTIVO.
           INITIALIZE REG-EMP.
      *
           EVALUATE SRT-ACAO
               WHEN 'E'
                   PERFORM 0350-APLICA-EMPRESTIMO
               WHEN 'D'
                   PERFORM 0370-APLICA-DEVOLUCAO
               WHEN OTHER
                   MOVE 'N' TO WRK-OF-OK
                   MOVE 'O' TO WRK-OF-TIPO-EXC
                   MOVE 'ACAO DESCONHECIDA NA LEITURA' TO WRK-OF-MOTIVO
           END-EVALUATE.
      *
           IF WRK-OF-OK EQUAL 'N'
               PERFORM 0348-GRAVA-EXCECAO
           END-IF.
       0345-APLICA-LEITURA-END. EXIT.

       0348-GRAVA-EXCECAO SECTION.
           ADD 1 TO WRK-OF-EXCECOES.
           EVALUATE WRK-OF-TIPO-EXC
               WHEN 'J' ADD 1 TO WRK-OF-EXC-JA
               WHEN 'B' ADD 1 TO WRK-OF-EXC-BLOQ
               WHEN 'D' ADD 1 TO WRK-OF-EXC-DESC
               WHEN 'R' ADD 1 TO WRK-OF-EXC-RES
               WHEN OTHER ADD 1 TO WRK-OF-EXC-OUTROS
           END-EVALUATE.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'EXCECAO: '     DELIMITED BY SIZE
                  SRT-DATA        DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  SRT-HORA        DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  SRT-ACAO        DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  SRT-TOM-BARRAS  DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  SRT-EXE-BARRAS  DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  SRT-OPERADOR    DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WRK-OF-MOTIVO   DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
       0348-GRAVA-EXCECAO-END. EXIT.

       0349-GRAVA-AVISO SECTION.
      *    AVISO NAO IMPEDE A LEITURA: O MOVIMENTO FOI APLICADO, MAS
      *    O BALCAO PRECISA AGIR (SEPARAR A FITA, CONFERIR PECAS).
           MOVE SPACES TO FIL-REL.
           STRING 'AVISO..: '     DELIMITED BY SIZE
                  SRT-DATA        DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  SRT-HORA        DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  SRT-ACAO        DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  SRT-TOM-BARRAS  DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  SRT-EXE-BARRAS  DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  SRT-OPERADOR    DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WRK-OF-AVISO    DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
       0349-GRAVA-AVISO-END. EXIT.

       0350-APLICA-EMPRESTIMO SECTION.
      *    AS MESMAS CRITICAS DE 0310/0315 DE EMVIDPRG, SEM TELA: O
      *    QUE NO BALCAO PEDIRIA AUTORIZACAO DO SUPERVISOR AQUI VIRA
      *    EXCECAO, PARA O SUPERVISOR DECIDIR DEPOIS NO EMPRESTIMO
      *    NORMAL. AS DATAS SAO AS DA LEITURA, NAO AS DA CARGA.
           PERFORM 0351-RESOLVE-EXEMPLAR.
           IF WRK-OF-OK EQUAL 'N'
               GO TO 0350-APLICA-EMPRESTIMO-END
           END-IF.
      *
           PERFORM 0352-RESOLVE-TOMADOR.
           IF WRK-OF-OK EQUAL 'N'
               GO TO 0350-APLICA-EMPRESTIMO-END
           END-IF.
      *
           MOVE EMP-CODIGO TO CODIGO.
           READ MOVIES
               INVALID KEY
                   MOVE 'N' TO WRK-OF-OK
                   MOVE 'D' TO WRK-OF-TIPO-EXC
                   MOVE 'ETIQUETA DE FILME NAO CADASTRADO NO CATALOGO'
                       TO WRK-OF-MOTIVO
           END-READ.
           IF WRK-OF-OK EQUAL 'N'
               GO TO 0350-APLICA-EMPRESTIMO-END
           END-IF.
      *
           IF VID-SITUACAO EQUAL 'B'
               MOVE 'N' TO WRK-OF-OK
               MOVE 'O' TO WRK-OF-TIPO-EXC
               MOVE 'FILME BAIXADO DO ACERVO' TO WRK-OF-MOTIVO
               GO TO 0350-APLICA-EMPRESTIMO-END
           END-IF.
      *
           IF MIDIA EQUAL 'D'
               MOVE 'N' TO WRK-OF-OK
               MOVE 'O' TO WRK-OF-TIPO-EXC
               MOVE 'TITULO DIGITAL: ACESSO SO PELO BALCAO ON-LINE'
                   TO WRK-OF-MOTIVO
               GO TO 0350-APLICA-EMPRESTIMO-END
           END-IF.
      *
           PERFORM 0353-VALIDA-EXEMPLAR.
           IF WRK-OF-OK EQUAL 'N'
               GO TO 0350-APLICA-EMPRESTIMO-END
           END-IF.
      *
      *    LOANS.DAT SO GUARDA EMPRESTIMOS ATIVOS: ACHAR A CHAVE
      *    SIGNIFICA COPIA NA RUA (INCLUSIVE LEVADA POR OUTRA LEITURA
      *    OFFLINE JA APLICADA NESTA CARGA SEM A DEVOLUCAO NO MEIO).
           MOVE REG-EMP TO WRK-REG-EMP-SALVO.
           READ LOANS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO WRK-OF-OK
                   MOVE 'J' TO WRK-OF-TIPO-EXC
                   MOVE EMP-TOM-CODIGO TO WRK-TOM-ALVO
           END-READ.
           MOVE WRK-REG-EMP-SALVO TO REG-EMP.
           IF WRK-OF-OK EQUAL 'N'
               STRING 'EXEMPLAR JA EMPRESTADO (TOMADOR '
                          DELIMITED BY SIZE
                      WRK-TOM-ALVO DELIMITED BY SIZE
                      ')'          DELIMITED BY SIZE
                 INTO WRK-OF-MOTIVO
               GO TO 0350-APLICA-EMPRESTIMO-END
           END-IF.
      *
           MOVE EMP-TOM-CODIGO TO TOM-CODIGO.
           READ TOMADORES
               INVALID KEY
                   MOVE 'N' TO WRK-OF-OK
                   MOVE 'D' TO WRK-OF-TIPO-EXC
                   MOVE 'CARTEIRINHA DE TOMADOR NAO CADASTRADO'
                       TO WRK-OF-MOTIVO
           END-READ.
           IF WRK-OF-OK EQUAL 'N'
               GO TO 0350-APLICA-EMPRESTIMO-END
           END-IF.
      *
           IF TOM-SITUACAO EQUAL 'V'
               MOVE 'N' TO WRK-OF-OK
               MOVE 'B' TO WRK-OF-TIPO-EXC
               MOVE 'TOMADOR BLOQUEADO: MATRICULA VENCIDA'
                   TO WRK-OF-MOTIVO
               GO TO 0350-APLICA-EMPRESTIMO-END
           END-IF.
      *
           PERFORM 0302-CARREGA-POLITICA.
      *
           PERFORM 0354-VERIFICA-CLASSIFICACAO.
           IF WRK-OF-OK EQUAL 'N'
               GO TO 0350-APLICA-EMPRESTIMO-END
           END-IF.
      *
           PERFORM 0355-VERIFICA-POLITICA.
           IF WRK-OF-OK EQUAL 'N'
               GO TO 0350-APLICA-EMPRESTIMO-END
           END-IF.
      *
           PERFORM 0357-VERIFICA-RESERVA.
           IF WRK-OF-OK EQUAL 'N'
               GO TO 0350-APLICA-EMPRESTIMO-END
           END-IF.
      *
      *    PRAZO DA POLITICA EM DIAS UTEIS A PARTIR DA DATA DA
      *    LEITURA, ROLANDO PARA O PROXIMO DIA UTIL COMO NO BALCAO.
           MOVE SRT-DATA      TO WRK-DU-DATA.
           MOVE WRK-POL-PRAZO TO WRK-DU-SOMA.
           PERFORM 0386-SOMA-DIAS-UTEIS.
           PERFORM 0380-PROXIMO-DIA-UTIL.
      *
           MOVE WRK-DU-DATA TO EMP-DATA-PREVISTA.
           MOVE SRT-DATA    TO EMP-DATA-EMPRESTIMO.
           MOVE ZEROES      TO EMP-DATA-DEVOLUCAO.
           MOVE ZEROES      TO EMP-RENOVACOES.
           MOVE REG-EMP     TO WRK-JRN-DEPOIS.
           WRITE REG-EMP
               INVALID KEY
                   MOVE 'N' TO WRK-OF-OK
                   MOVE 'J' TO WRK-OF-TIPO-EXC
                   MOVE 'EXEMPLAR JA EMPRESTADO' TO WRK-OF-MOTIVO
           END-WRITE.
           MOVE 'LOANS'  TO WRK-JRN-ARQUIVO.
           MOVE 'I'      TO WRK-JRN-OPERACAO.
           MOVE FS-LOANS TO WRK-JRN-STATUS.
           PERFORM 0590-GRAVA-DIARIO.
           IF WRK-OF-OK EQUAL 'N'
               GO TO 0350-APLICA-EMPRESTIMO-END
           END-IF.
      *
           ADD 1 TO WRK-OF-EMPRESTIMOS.
           PERFORM 0318-ATENDE-RESERVA.
           PERFORM 0359-GRAVA-LOG-EMPRESTIMO.
       0350-APLICA-EMPRESTIMO-END. EXIT.

       0351-RESOLVE-EXEMPLAR SECTION.
      *    A ETIQUETA DA COPIA (BAR-TIPO 'E') CARREGA FILME+EXEMPLAR,
      *    COMO NA LEITURA DO BALCAO (0308 DE EMVIDPRG).
           MOVE SRT-EXE-BARRAS TO BAR-VALOR.
           READ BARCODE
               INVALID KEY
                   MOVE SPACES TO BAR-TIPO
           END-READ.
      *
           IF SRT-EXE-BARRAS EQUAL SPACES
           OR BAR-TIPO NOT EQUAL 'E'
               MOVE 'N' TO WRK-OF-OK
               MOVE 'D' TO WRK-OF-TIPO-EXC
               MOVE 'CODIGO DE BARRAS DO EXEMPLAR DESCONHECIDO'
                   TO WRK-OF-MOTIVO
               GO TO 0351-RESOLVE-EXEMPLAR-END
           END-IF.
      *
           MOVE BAR-CODIGO   TO EMP-CODIGO.
           MOVE BAR-EXEMPLAR TO EMP-EXEMPLAR.
           IF EMP-EXEMPLAR EQUAL ZEROES
               MOVE 1 TO EMP-EXEMPLAR
           END-IF.
       0351-RESOLVE-EXEMPLAR-END. EXIT.

       0352-RESOLVE-TOMADOR SECTION.
      *    A CARTEIRINHA CANCELADA (SEGUNDA VIA EMITIDA, BAR-TIPO 'X')
      *    E BARRADA COMO NO BALCAO (0309 DE EMVIDPRG).
           MOVE SRT-TOM-BARRAS TO BAR-VALOR.
           READ BARCODE
               INVALID KEY
                   MOVE SPACES TO BAR-TIPO
           END-READ.
      *
           IF SRT-TOM-BARRAS EQUAL SPACES
           OR BAR-TIPO EQUAL SPACES
           OR BAR-TIPO EQUAL 'E'
               MOVE 'N' TO WRK-OF-OK
               MOVE 'D' TO WRK-OF-TIPO-EXC
               MOVE 'CODIGO DE BARRAS DA CARTEIRINHA DESCONHECIDO'
                   TO WRK-OF-MOTIVO
               GO TO 0352-RESOLVE-TOMADOR-END
           END-IF.
      *
           IF BAR-TIPO EQUAL 'X'
               MOVE 'N' TO WRK-OF-OK
               MOVE 'B' TO WRK-OF-TIPO-EXC
               MOVE 'TOMADOR BLOQUEADO: CARTEIRINHA CANCELADA (2A VIA)'
                   TO WRK-OF-MOTIVO
               GO TO 0352-RESOLVE-TOMADOR-END
           END-IF.
      *
           MOVE BAR-TOM-CODIGO TO EMP-TOM-CODIGO.
       0352-RESOLVE-TOMADOR-END. EXIT.

       0353-VALIDA-EXEMPLAR SECTION.
      *    MESMO CRITERIO DE 0312 DE EMVIDPRG: TITULO SEM EXEMPLAR
      *    CADASTRADO E COPIA UNICA 01; COPIA FORA DE CIRCULACAO NAO
      *    SAI.
           MOVE EMP-CODIGO   TO EXE-CODIGO.
           MOVE EMP-EXEMPLAR TO EXE-NUMERO.
           READ EXEMPLAR
               INVALID KEY
                   PERFORM 0314-CONTA-COPIAS
                   IF WRK-QTD-COPIAS GREATER THAN ZEROES
                  OR EMP-EXEMPLAR NOT EQUAL 1
                       MOVE 'N' TO WRK-OF-OK
                       MOVE 'D' TO WRK-OF-TIPO-EXC
                       MOVE 'EXEMPLAR NAO CADASTRADO' TO WRK-OF-MOTIVO
                   END-IF
               NOT INVALID KEY
                   MOVE 'O' TO WRK-OF-TIPO-EXC
                   EVALUATE EXE-SITUACAO
                       WHEN 'B'
                           MOVE 'N' TO WRK-OF-OK
                           MOVE 'EXEMPLAR BAIXADO DO ACERVO'
                               TO WRK-OF-MOTIVO
                       WHEN 'F'
                           MOVE 'N' TO WRK-OF-OK
                           MOVE 'EXEMPLAR EM DEVOLUCAO AO FORNECEDOR'
                               TO WRK-OF-MOTIVO
                       WHEN 'I'
                           MOVE 'N' TO WRK-OF-OK
                           MOVE 'EXEMPLAR EMPRESTADO A OUTRA BIBLIOTECA'
                               TO WRK-OF-MOTIVO
                       WHEN 'C'
                           MOVE 'N' TO WRK-OF-OK
                           MOVE 'EXEMPLAR INCOMPLETO (FALTA PECA)'
                               TO WRK-OF-MOTIVO
                   END-EVALUATE
           END-READ.
       0353-VALIDA-EXEMPLAR-END. EXIT.

       0314-CONTA-COPIAS SECTION.
      *    CONTA OS EXEMPLARES CADASTRADOS DO TITULO EM EMP-CODIGO.
           MOVE ZEROES     TO WRK-QTD-COPIAS.
           MOVE EMP-CODIGO TO EXE-CODIGO.
           MOVE ZEROES     TO EXE-NUMERO.
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
                      OR EXE-CODIGO NOT EQUAL EMP-CODIGO
               IF EXE-SITUACAO NOT EQUAL 'B'
                   ADD 1 TO WRK-QTD-COPIAS
               END-IF
               READ EXEMPLAR NEXT RECORD
           END-PERFORM.
       0314-CONTA-COPIAS-END. EXIT.

       0316-CONTA-FORA SECTION.
      *    CONTA QUANTAS COPIAS DO TITULO EM EMP-CODIGO ESTAO NA RUA.
      *    GUARDA E RESTAURA O EMPRESTIMO EM MONTAGEM, QUE A VARREDURA
      *    SOBRESCREVE.
           MOVE ZEROES     TO WRK-QTD-FORA.
           MOVE REG-EMP    TO WRK-REG-EMP-SALVO.
           MOVE ZEROES     TO EMP-EXEMPLAR.
           START LOANS KEY IS NOT LESS THAN EMP-CHAVE
               INVALID KEY
                   MOVE '10' TO FS-LOANS
           END-START.
      *
           IF FS-LOANS EQUAL "00"
               READ LOANS NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-LOANS EQUAL "10"
                      OR EMP-CODIGO NOT EQUAL CODIGO
               ADD 1 TO WRK-QTD-FORA
               READ LOANS NEXT RECORD
           END-PERFORM.
      *
           MOVE WRK-REG-EMP-SALVO TO REG-EMP.
       0316-CONTA-FORA-END. EXIT.

       0354-VERIFICA-CLASSIFICACAO SECTION.
      *    CLASSIFICACAO INDICATIVA (0311 DE EMVIDPRG), COM A IDADE DO
      *    TOMADOR NA DATA DA LEITURA. SEM O SUPERVISOR NA HORA, O
      *    TOMADOR ABAIXO DA FAIXA (OU SEM NASCIMENTO) E EXCECAO.
           IF VID-CLASSIF EQUAL 'L ' OR EQUAL SPACES
           OR VID-CLASSIF NOT NUMERIC
               GO TO 0354-VERIFICA-CLASSIFICACAO-END
           END-IF.
      *
           MOVE VID-CLASSIF TO WRK-CLASSIF-IDADE-MIN.
      *
           IF TOM-DATA-NASC EQUAL ZEROES
               MOVE -1 TO WRK-TOM-IDADE
           ELSE
               COMPUTE WRK-TOM-IDADE =
                   (SRT-DATA - TOM-DATA-NASC) / 10000
           END-IF.
      *
           IF WRK-TOM-IDADE LESS THAN WRK-CLASSIF-IDADE-MIN
               MOVE 'N' TO WRK-OF-OK
               MOVE 'B' TO WRK-OF-TIPO-EXC
               IF WRK-TOM-IDADE LESS THAN ZEROES
                   MOVE 'TOMADOR BLOQUEADO: SEM DATA DE NASCIMENTO'
                       TO WRK-OF-MOTIVO
               ELSE
                   STRING 'TOMADOR BLOQUEADO: ABAIXO DA CLASSIFICACAO '
                              DELIMITED BY SIZE
                          VID-CLASSIF DELIMITED BY SIZE
                     INTO WRK-OF-MOTIVO
               END-IF
           END-IF.
       0354-VERIFICA-CLASSIFICACAO-END. EXIT.

       0355-VERIFICA-POLITICA SECTION.
      *    POLITICA DE EMPRESTIMO (0317 DE EMVIDPRG): EMPRESTIMO OU
      *    EQUIPAMENTO VENCIDO NA DATA DA LEITURA, LIMITE DE ITENS
      *    ABERTOS DA MIDIA E COBRANCAS PENDENTES (0307). A VARREDURA
      *    SOBRESCREVE REG-EMP E REG-FIL; O EMPRESTIMO EM MONTAGEM E
      *    GUARDADO E O FILME E RELIDO.
           MOVE ZEROES           TO WRK-TOM-ABERTOS.
           MOVE ZEROES           TO WRK-TOM-ABERTOS-MIDIA.
           MOVE ZEROES           TO WRK-TOM-VENCIDOS.
           MOVE REG-EMP          TO WRK-REG-EMP-SALVO.
           MOVE EMP-TOM-CODIGO   TO WRK-TOM-ALVO.
      *
           MOVE ZEROES TO EMP-CODIGO.
           MOVE ZEROES TO EMP-EXEMPLAR.
           START LOANS KEY IS NOT LESS THAN EMP-CHAVE
               INVALID KEY
                   MOVE '10' TO FS-LOANS
           END-START.
      *
           IF FS-LOANS EQUAL "00"
               READ LOANS NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-LOANS EQUAL "10"
               IF EMP-TOM-CODIGO EQUAL WRK-TOM-ALVO
                   ADD 1 TO WRK-TOM-ABERTOS
                   IF EMP-DATA-PREVISTA LESS THAN SRT-DATA
                       ADD 1 TO WRK-TOM-VENCIDOS
                   END-IF
                   IF WRK-POL-ORIGEM EQUAL 'G'
                       ADD 1 TO WRK-TOM-ABERTOS-MIDIA
                   ELSE
                       MOVE EMP-CODIGO TO CODIGO
                       READ MOVIES
                           INVALID KEY
                               MOVE SPACES TO MIDIA
                       END-READ
                       IF MIDIA EQUAL WRK-POL-MIDIA
                           ADD 1 TO WRK-TOM-ABERTOS-MIDIA
                       END-IF
                   END-IF
               END-IF
               READ LOANS NEXT RECORD
           END-PERFORM.
      *
           MOVE WRK-REG-EMP-SALVO TO REG-EMP.
           MOVE EMP-CODIGO        TO CODIGO.
           READ MOVIES
               INVALID KEY
                   CONTINUE
           END-READ.
      *
           MOVE SPACES TO EQE-NUMERO.
           START EQEMP KEY IS NOT LESS THAN EQE-NUMERO
               INVALID KEY
                   MOVE '10' TO FS-EQEMP
           END-START.
      *
           IF FS-EQEMP EQUAL "00"
               READ EQEMP NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-EQEMP EQUAL "10"
               IF EQE-TOM-CODIGO EQUAL WRK-TOM-ALVO
              AND EQE-DATA-PREVISTA LESS THAN SRT-DATA
                   ADD 1 TO WRK-TOM-VENCIDOS
               END-IF
               READ EQEMP NEXT RECORD
           END-PERFORM.
      *
           IF WRK-TOM-VENCIDOS GREATER THAN ZEROES
               MOVE 'N' TO WRK-OF-OK
               MOVE 'B' TO WRK-OF-TIPO-EXC
               MOVE 'TOMADOR BLOQUEADO: EMPRESTIMO VENCIDO'
                   TO WRK-OF-MOTIVO
               GO TO 0355-VERIFICA-POLITICA-END
           END-IF.
      *
           IF WRK-TOM-ABERTOS-MIDIA NOT LESS THAN WRK-POL-MAX-ITENS
               MOVE 'N' TO WRK-OF-OK
               MOVE 'B' TO WRK-OF-TIPO-EXC
               MOVE 'TOMADOR BLOQUEADO: LIMITE DE EMPRESTIMOS ABERTOS'
                   TO WRK-OF-MOTIVO
               GO TO 0355-VERIFICA-POLITICA-END
           END-IF.
      *
           PERFORM 0307-VERIFICA-COBRANCAS.
       0355-VERIFICA-POLITICA-END. EXIT.

       0307-VERIFICA-COBRANCAS SECTION.
      *    MESMO CRITERIO DE 0307 DE EMVIDPRG: REPOSICAO EM ABERTO OU
      *    EM ISENCAO SOLICITADA, PARCELA VENCIDA NA DATA DA LEITURA
      *    E PECA DE COPIA AINDA NAO DEVOLVIDA BLOQUEIAM.
           MOVE ZEROES TO WRK-TOM-REPOSICAO.
           MOVE ZEROES TO WRK-TOM-PARC-VENCIDAS.
      *
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
               IF MUL-TOM-CODIGO EQUAL WRK-TOM-ALVO
              AND (MUL-TIPO EQUAL 'R' OR EQUAL 'P')
              AND (MUL-SITUACAO EQUAL 'A' OR EQUAL 'S')
                   ADD 1 TO WRK-TOM-REPOSICAO
               END-IF
               READ MULTAS NEXT RECORD
           END-PERFORM.
      *
           MOVE WRK-TOM-ALVO TO PCL-TOM-CODIGO.
           START PARCELAS KEY IS EQUAL PCL-TOM-CODIGO
               INVALID KEY
                   MOVE '10' TO FS-PARCELAS
           END-START.
      *
           IF FS-PARCELAS EQUAL "00"
               READ PARCELAS NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-PARCELAS EQUAL "10"
                      OR PCL-TOM-CODIGO NOT EQUAL WRK-TOM-ALVO
               IF PCL-SITUACAO EQUAL 'A'
              AND PCL-VENCIMENTO LESS THAN SRT-DATA
                   ADD 1 TO WRK-TOM-PARC-VENCIDAS
               END-IF
               READ PARCELAS NEXT RECORD
           END-PERFORM.
      *
           IF WRK-TOM-PARC-VENCIDAS GREATER THAN ZEROES
               MOVE 'N' TO WRK-OF-OK
               MOVE 'B' TO WRK-OF-TIPO-EXC
               MOVE 'TOMADOR BLOQUEADO: PARCELA DE REPOSICAO VENCIDA'
                   TO WRK-OF-MOTIVO
               GO TO 0307-VERIFICA-COBRANCAS-END
           END-IF.
      *
           IF WRK-TOM-REPOSICAO GREATER THAN ZEROES
               MOVE 'N' TO WRK-OF-OK
               MOVE 'B' TO WRK-OF-TIPO-EXC
               MOVE 'TOMADOR BLOQUEADO: DEVE REPOSICAO DE ITEM PERDIDO'
                   TO WRK-OF-MOTIVO
               GO TO 0307-VERIFICA-COBRANCAS-END
           END-IF.
      *
           MOVE ZEROES TO WRK-TOM-PECAS.
           MOVE ZEROES TO CMP-CHAVE.
           START COMPONEN KEY IS NOT LESS THAN CMP-CHAVE
               INVALID KEY
                   MOVE '10' TO FS-COMPONEN
           END-START.
      *
           IF FS-COMPONEN EQUAL "00"
               READ COMPONEN NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-COMPONEN EQUAL "10"
               IF CMP-SITUACAO EQUAL 'F'
              AND CMP-TOM-CODIGO EQUAL WRK-TOM-ALVO
                   ADD 1 TO WRK-TOM-PECAS
               END-IF
               READ COMPONEN NEXT RECORD
           END-PERFORM.
      *
           IF WRK-TOM-PECAS GREATER THAN ZEROES
               MOVE 'N' TO WRK-OF-OK
               MOVE 'B' TO WRK-OF-TIPO-EXC
               MOVE 'TOMADOR BLOQUEADO: PECA DE COPIA NAO DEVOLVIDA'
                   TO WRK-OF-MOTIVO
           END-IF.
       0307-VERIFICA-COBRANCAS-END. EXIT.

       0357-VERIFICA-RESERVA SECTION.
      *    CONFLITO COM RESERVA: OUTRO TOMADOR ESTA AGUARDANDO
      *    RETIRADA ('R') DESTE TITULO E, COM ESTA COPIA FORA, NAO
      *    SOBRARIA NA PRATELEIRA UMA COPIA PARA CADA RETIRADA
      *    PENDENTE. A RESERVA DO PROPRIO TOMADOR E ATENDIDA (0318).
           MOVE ZEROES TO WRK-OF-RES-OUTROS.
           MOVE ZEROES TO RES-NUMERO.
           START RESERVAS KEY IS NOT LESS THAN RES-NUMERO
               INVALID KEY
                   MOVE '10' TO FS-RESERVAS
           END-START.
      *
           IF FS-RESERVAS EQUAL "00"
               READ RESERVAS NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-RESERVAS EQUAL "10"
               IF RES-SITUACAO EQUAL 'R'
              AND RES-CODIGO EQUAL EMP-CODIGO
              AND RES-TOM-CODIGO NOT EQUAL EMP-TOM-CODIGO
                   ADD 1 TO WRK-OF-RES-OUTROS
               END-IF
               READ RESERVAS NEXT RECORD
           END-PERFORM.
      *
           IF WRK-OF-RES-OUTROS EQUAL ZEROES
               GO TO 0357-VERIFICA-RESERVA-END
           END-IF.
      *
           PERFORM 0314-CONTA-COPIAS.
           IF WRK-QTD-COPIAS EQUAL ZEROES
               MOVE 1 TO WRK-QTD-COPIAS
           END-IF.
           PERFORM 0316-CONTA-FORA.
      *
           COMPUTE WRK-OF-LIVRES =
               WRK-QTD-COPIAS - WRK-QTD-FORA - 1.
      *
           IF WRK-OF-LIVRES LESS THAN WRK-OF-RES-OUTROS
               MOVE 'N' TO WRK-OF-OK
               MOVE 'R' TO WRK-OF-TIPO-EXC
               MOVE WRK-OF-RES-OUTROS TO WRK-OF-QTD-EDIT
               STRING 'CONFLITO COM RESERVA: '    DELIMITED BY SIZE
                      WRK-OF-QTD-EDIT             DELIMITED BY SIZE
                      ' AGUARDANDO RETIRADA'      DELIMITED BY SIZE
                 INTO WRK-OF-MOTIVO
           END-IF.
       0357-VERIFICA-RESERVA-END. EXIT.

       0302-CARREGA-POLITICA SECTION.
      *    POLITICA DA CATEGORIA DO TOMADOR (REG-TOM) PARA A MIDIA DO
      *    FILME (REG-FIL), NO MESMO CRITERIO DE 0302 DE EMVIDPRG:
      *    LINHA EXATA, DEPOIS A LINHA '*' DA CATEGORIA, DEPOIS OS
      *    PARAMETROS GLOBAIS. SEM CATEGORIA CONTA COMO ALUNO.
           MOVE 'G'                     TO WRK-POL-ORIGEM.
           MOVE MIDIA                   TO WRK-POL-MIDIA.
           MOVE WRK-PAR-PRAZO-DIAS      TO WRK-POL-PRAZO.
           MOVE WRK-PAR-MAX-EMPRESTIMOS TO WRK-POL-MAX-ITENS.
           MOVE WRK-PAR-MAX-RENOVACOES  TO WRK-POL-MAX-RENOV.
           MOVE WRK-PAR-MULTA-DIARIA    TO WRK-POL-MULTA.
      *
           IF TOM-CATEGORIA EQUAL SPACES
               MOVE 'A'           TO POL-CATEGORIA
           ELSE
               MOVE TOM-CATEGORIA TO POL-CATEGORIA
           END-IF.
           MOVE MIDIA TO POL-MIDIA.
      *
           READ POLITICA
               INVALID KEY
                   MOVE '*' TO POL-MIDIA
                   READ POLITICA
                       INVALID KEY
                           MOVE SPACES TO POL-CHAVE
                   END-READ
           END-READ.
      *
           IF POL-CHAVE NOT EQUAL SPACES
               MOVE 'P'            TO WRK-POL-ORIGEM
               MOVE POL-PRAZO-DIAS TO WRK-POL-PRAZO
               MOVE POL-MAX-ITENS  TO WRK-POL-MAX-ITENS
               MOVE POL-MAX-RENOV  TO WRK-POL-MAX-RENOV
               MOVE POL-MULTA-DIA  TO WRK-POL-MULTA
           END-IF.
       0302-CARREGA-POLITICA-END. EXIT.

       0303-POLITICA-DO-EMPRESTIMO SECTION.
      *    NA DEVOLUCAO SO O REG-EMP ESTA LIDO; A CATEGORIA VEM DE
      *    TOMADORES.DAT E A MIDIA DE MOVIES.DAT.
           MOVE EMP-TOM-CODIGO TO TOM-CODIGO.
           READ TOMADORES
               INVALID KEY
                   MOVE SPACES TO TOM-CATEGORIA
           END-READ.
      *
           MOVE EMP-CODIGO TO CODIGO.
           READ MOVIES
               INVALID KEY
                   MOVE SPACES TO MIDIA
           END-READ.
      *
           PERFORM 0302-CARREGA-POLITICA.
       0303-POLITICA-DO-EMPRESTIMO-END. EXIT.

       0318-ATENDE-RESERVA SECTION.
      *    A RESERVA ATIVA DO PROPRIO TOMADOR PARA O FILME SAI DA
      *    FILA COMO ATENDIDA, COMO NO BALCAO.
           MOVE 'N'    TO WRK-RES-ACHADA.
           MOVE ZEROES TO RES-NUMERO.
           START RESERVAS KEY IS NOT LESS THAN RES-NUMERO
               INVALID KEY
                   MOVE '10' TO FS-RESERVAS
           END-START.
      *
           IF FS-RESERVAS EQUAL "00"
               READ RESERVAS NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-RESERVAS EQUAL "10"
                      OR WRK-RES-ACHADA EQUAL 'S'
               IF (RES-SITUACAO EQUAL 'A' OR EQUAL 'R')
              AND RES-CODIGO EQUAL EMP-CODIGO
              AND RES-TOM-CODIGO EQUAL EMP-TOM-CODIGO
                   MOVE 'S'     TO WRK-RES-ACHADA
                   MOVE REG-RES TO WRK-JRN-ANTES
                   MOVE 'T'     TO RES-SITUACAO
                   MOVE ZEROES  TO RES-DATA-LIMITE
                   MOVE REG-RES TO WRK-JRN-DEPOIS
                   REWRITE REG-RES
                   MOVE 'RESERVAS'  TO WRK-JRN-ARQUIVO
                   MOVE 'A'         TO WRK-JRN-OPERACAO
                   MOVE FS-RESERVAS TO WRK-JRN-STATUS
                   PERFORM 0590-GRAVA-DIARIO
               ELSE
                   READ RESERVAS NEXT RECORD
               END-IF
           END-PERFORM.
       0318-ATENDE-RESERVA-END. EXIT.

       0359-GRAVA-LOG-EMPRESTIMO SECTION.
           MOVE EMP-CODIGO TO CODIGO.
           MOVE 'OFF-EMPRES' TO WRK-LOG-ACAO.
           COPY 'CPVIDLGP'. *> GRAVA LINHA NO LOG DE AUDITORIA
       0359-GRAVA-LOG-EMPRESTIMO-END. EXIT.

       0370-APLICA-DEVOLUCAO SECTION.
      *    DEVOLUCAO COMO EM 0320 DE EMVIDPRG, COM A DATA DA LEITURA:
      *    MULTA PELOS DIAS UTEIS DE ATRASO ATE ELA, HISTORICO,
      *    EQUIPAMENTO ANEXADO E AVISO DA RESERVA. A CONDICAO DA
      *    COPIA E AS PECAS NAO FORAM CONFERIDAS NA CAPTURA; COPIA
      *    COM PECAS CADASTRADAS SAI COMO AVISO PARA CONFERENCIA.
           PERFORM 0351-RESOLVE-EXEMPLAR.
           IF WRK-OF-OK EQUAL 'N'
               GO TO 0370-APLICA-DEVOLUCAO-END
           END-IF.
      *
           READ LOANS
               INVALID KEY
                   MOVE 'N' TO WRK-OF-OK
                   MOVE 'O' TO WRK-OF-TIPO-EXC
                   MOVE 'EMPRESTIMO NAO ENCONTRADO PARA O EXEMPLAR'
                       TO WRK-OF-MOTIVO
           END-READ.
           IF WRK-OF-OK EQUAL 'N'
               GO TO 0370-APLICA-DEVOLUCAO-END
           END-IF.
           MOVE REG-EMP TO WRK-JRN-ANTES.
      *
           IF SRT-DATA LESS THAN EMP-DATA-EMPRESTIMO
               MOVE 'N' TO WRK-OF-OK
               MOVE 'O' TO WRK-OF-TIPO-EXC
               MOVE 'DEVOLUCAO ANTERIOR A RETIRADA REGISTRADA'
                   TO WRK-OF-MOTIVO
               GO TO 0370-APLICA-DEVOLUCAO-END
           END-IF.
      *
           MOVE SRT-DATA TO EMP-DATA-DEVOLUCAO.
           PERFORM 0303-POLITICA-DO-EMPRESTIMO.
           PERFORM 0322-CALCULA-MULTA.
           PERFORM 0325-ARQUIVA-HISTORICO.
           DELETE LOANS.
           MOVE 'LOANS'  TO WRK-JRN-ARQUIVO.
           MOVE 'E'      TO WRK-JRN-OPERACAO.
           MOVE FS-LOANS TO WRK-JRN-STATUS.
           PERFORM 0590-GRAVA-DIARIO.
      *
           ADD 1 TO WRK-OF-DEVOLUCOES.
           PERFORM 0379-GRAVA-LOG-DEVOLUCAO.
           PERFORM 0326-DEVOLVE-EQUIP-ANEXO.
           PERFORM 0327-AVISA-RESERVA.
           PERFORM 0328-AVISA-PECAS.
       0370-APLICA-DEVOLUCAO-END. EXIT.

       0322-CALCULA-MULTA SECTION.
      *    DIAS UTEIS DE ATRASO ENTRE O PRAZO E A DATA DA LEITURA,
      *    VEZES A TAXA DIARIA DA POLITICA (0323 DE EMVIDPRG).
           MOVE EMP-DATA-PREVISTA  TO WRK-DU-DATA.
           MOVE EMP-DATA-DEVOLUCAO TO WRK-HOJE.
           IF EMP-DATA-DEVOLUCAO GREATER THAN EMP-DATA-PREVISTA
               PERFORM 0385-CONTA-DIAS-UTEIS
               MOVE WRK-DU-CONTA TO WRK-DIAS-ATRASO
      *
               IF WRK-DIAS-ATRASO GREATER THAN ZEROES
                   PERFORM 0323-GRAVA-MULTA
               END-IF
           END-IF.
      *
      *    WRK-HOJE VOLTA A SER A DATA DA CARGA.
           MOVE WRK-OF-DATA-CARGA TO WRK-HOJE.
       0322-CALCULA-MULTA-END. EXIT.

       0323-GRAVA-MULTA SECTION.
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
           ADD 1 TO WRK-MAX-MULTA GIVING MUL-NUMERO.
           MOVE EMP-CODIGO         TO MUL-CODIGO.
           MOVE EMP-TOM-CODIGO     TO MUL-TOM-CODIGO.
           MOVE EMP-DATA-DEVOLUCAO TO MUL-DATA-GERACAO.
           MOVE WRK-DIAS-ATRASO    TO MUL-DIAS-ATRASO.
           COMPUTE MUL-VALOR =
               WRK-DIAS-ATRASO * WRK-POL-MULTA / 100.
           MOVE 'A'                TO MUL-SITUACAO.
           MOVE ZEROES             TO MUL-DATA-PAGTO.
           MOVE 'M'                TO MUL-TIPO.
           MOVE SPACES             TO MUL-ISEN-MOTIVO.
           MOVE SPACES             TO MUL-ISEN-OPERADOR.
           MOVE SPACES             TO MUL-ISEN-SUPERVISOR.
           MOVE ZEROES             TO MUL-ISEN-DATA.
           MOVE REG-MUL            TO WRK-JRN-DEPOIS.
           WRITE REG-MUL.
           MOVE 'MULTAS'  TO WRK-JRN-ARQUIVO.
           MOVE 'I'       TO WRK-JRN-OPERACAO.
           MOVE FS-MULTAS TO WRK-JRN-STATUS.
           PERFORM 0590-GRAVA-DIARIO.
      *
           ADD 1 TO WRK-OF-MULTAS.
       0323-GRAVA-MULTA-END. EXIT.

       0325-ARQUIVA-HISTORICO SECTION.
      *    MESMO CRITERIO DE 0325 DE EMVIDPRG: CHAVE DUPLICADA (OUTRA
      *    ESTACAO GRAVOU DEPOIS DA ABERTURA) SO AVANCA O NUMERO.
           ADD 1 TO WRK-HIS-MAX.
           MOVE WRK-HIS-MAX          TO HIS-NUMERO.
           MOVE EMP-CODIGO           TO HIS-CODIGO.
           MOVE EMP-EXEMPLAR         TO HIS-EXEMPLAR.
           MOVE EMP-TOM-CODIGO       TO HIS-TOM-CODIGO.
           MOVE EMP-DATA-EMPRESTIMO  TO HIS-DATA-EMPRESTIMO.
           MOVE EMP-DATA-PREVISTA    TO HIS-DATA-PREVISTA.
           MOVE EMP-DATA-DEVOLUCAO   TO HIS-DATA-DEVOLUCAO.
           MOVE 'D'                  TO HIS-TIPO.
           MOVE REG-HIS              TO WRK-JRN-DEPOIS.
           WRITE REG-HIS.
      *
           PERFORM UNTIL FS-LOANHIST NOT EQUAL "22"
               ADD 1 TO WRK-HIS-MAX
               MOVE WRK-HIS-MAX TO HIS-NUMERO
               MOVE REG-HIS     TO WRK-JRN-DEPOIS
               WRITE REG-HIS
           END-PERFORM.
           MOVE 'LOANHIST'  TO WRK-JRN-ARQUIVO.
           MOVE 'I'         TO WRK-JRN-OPERACAO.
           MOVE FS-LOANHIST TO WRK-JRN-STATUS.
           PERFORM 0590-GRAVA-DIARIO.
      *
      *    O EVENTO SOMA NO RESUMO DE CIRCULACAO, COMO NO BALCAO.
           MOVE HIS-TOM-CODIGO TO TOM-CODIGO.
           READ TOMADORES
               INVALID KEY
                   MOVE SPACES TO TOM-TURMA
           END-READ.
      *
           MOVE HIS-DATA-EMPRESTIMO(1:6) TO WRK-CES-ANOMES.
           MOVE HIS-CODIGO               TO WRK-CES-CODIGO.
           MOVE TOM-TURMA                TO WRK-CES-TURMA.
           MOVE HIS-TIPO                 TO WRK-CES-EVENTO.
           PERFORM 0329-SOMA-CONTADOR.
       0325-ARQUIVA-HISTORICO-END. EXIT.

       0329-SOMA-CONTADOR SECTION.
           COPY 'CPVIDCEP'. *> SOMA NO RESUMO DE CIRCULACAO
       0329-SOMA-CONTADOR-END. EXIT.

       0326-DEVOLVE-EQUIP-ANEXO SECTION.
      *    EQUIPAMENTO QUE SAIU AMARRADO A ESTE EMPRESTIMO VOLTA
      *    JUNTO, COMO NO BALCAO; O BALCAO E AVISADO PELO RELATORIO.
           MOVE SPACES TO EQE-NUMERO.
           START EQEMP KEY IS NOT LESS THAN EQE-NUMERO
               INVALID KEY
                   MOVE '10' TO FS-EQEMP
           END-START.
      *
           IF FS-EQEMP EQUAL "00"
               READ EQEMP NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-EQEMP EQUAL "10"
               IF EQE-EMP-CODIGO EQUAL EMP-CODIGO
              AND EQE-EMP-EXEMPLAR EQUAL EMP-EXEMPLAR
              AND EQE-TOM-CODIGO EQUAL EMP-TOM-CODIGO
                   PERFORM 0371-SOMA-USO-EQUIP
                   DELETE EQEMP
                   MOVE SPACES TO WRK-OF-AVISO
                   STRING 'EQUIPAMENTO '  DELIMITED BY SIZE
                          EQE-NUMERO      DELIMITED BY SIZE
                          ' DEVOLVIDO JUNTO COM O FILME'
                                          DELIMITED BY SIZE
                     INTO WRK-OF-AVISO
                   PERFORM 0349-GRAVA-AVISO
               END-IF
               READ EQEMP NEXT RECORD
           END-PERFORM.
       0326-DEVOLVE-EQUIP-ANEXO-END. EXIT.

       0371-SOMA-USO-EQUIP SECTION.
      *    O USO DO EQUIPAMENTO (DIAS DE EMPRESTIMO) ENTRA NO CICLO DE
      *    MANUTENCAO DO BEM ANTES DE O EMPRESTIMO SAIR DE EQEMP.
           MOVE EMP-DATA-DEVOLUCAO TO WRK-EQU-FIM.
           COPY 'CPVIDEUP'. *> SOMA NO USO DO EQUIPAMENTO
       0371-SOMA-USO-EQUIP-END. EXIT.

       0327-AVISA-RESERVA SECTION.
      *    O PRIMEIRO DA FILA DO FILME PASSA PARA AGUARDANDO RETIRADA,
      *    COM O PRAZO CONTADO DA CARGA (E QUANDO O TOMADOR PODE SER
      *    AVISADO), NAO DA LEITURA.
           MOVE 'N'    TO WRK-RES-ACHADA.
           MOVE ZEROES TO RES-NUMERO.
           START RESERVAS KEY IS NOT LESS THAN RES-NUMERO
               INVALID KEY
                   MOVE '10' TO FS-RESERVAS
           END-START.
      *
           IF FS-RESERVAS EQUAL "00"
               READ RESERVAS NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-RESERVAS EQUAL "10"
                      OR WRK-RES-ACHADA EQUAL 'S'
               IF RES-SITUACAO EQUAL 'A'
              AND RES-CODIGO EQUAL EMP-CODIGO
                   MOVE 'S' TO WRK-RES-ACHADA
               ELSE
                   READ RESERVAS NEXT RECORD
               END-IF
           END-PERFORM.
      *
           IF WRK-RES-ACHADA EQUAL 'S'
               MOVE WRK-HOJE              TO WRK-DU-DATA
               MOVE WRK-PAR-RETIRADA-DIAS TO WRK-DU-SOMA
               PERFORM 0386-SOMA-DIAS-UTEIS
               MOVE REG-RES     TO WRK-JRN-ANTES
               MOVE 'R'         TO RES-SITUACAO
               MOVE WRK-DU-DATA TO RES-DATA-LIMITE
               MOVE REG-RES     TO WRK-JRN-DEPOIS
               REWRITE REG-RES
               MOVE 'RESERVAS'  TO WRK-JRN-ARQUIVO
               MOVE 'A'         TO WRK-JRN-OPERACAO
               MOVE FS-RESERVAS TO WRK-JRN-STATUS
               PERFORM 0590-GRAVA-DIARIO
      *
               MOVE SPACES TO WRK-OF-AVISO
               STRING 'FILME RESERVADO: SEPARAR P/ TOMADOR '
                          DELIMITED BY SIZE
                      RES-TOM-CODIGO  DELIMITED BY SIZE
                      ' ATE '         DELIMITED BY SIZE
                      RES-DATA-LIMITE DELIMITED BY SIZE
                 INTO WRK-OF-AVISO
               PERFORM 0349-GRAVA-AVISO
           END-IF.
       0327-AVISA-RESERVA-END. EXIT.

       0328-AVISA-PECAS SECTION.
           MOVE ZEROES       TO WRK-TOM-PECAS.
           MOVE EMP-CODIGO   TO CMP-CODIGO.
           MOVE EMP-EXEMPLAR TO CMP-EXEMPLAR.
           MOVE ZEROES       TO CMP-SEQ.
           START COMPONEN KEY IS NOT LESS THAN CMP-CHAVE
               INVALID KEY
                   MOVE '10' TO FS-COMPONEN
           END-START.
      *
           IF FS-COMPONEN EQUAL "00"
               READ COMPONEN NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-COMPONEN EQUAL "10"
                      OR CMP-CODIGO NOT EQUAL EMP-CODIGO
                      OR CMP-EXEMPLAR NOT EQUAL EMP-EXEMPLAR
               ADD 1 TO WRK-TOM-PECAS
               READ COMPONEN NEXT RECORD
           END-PERFORM.
      *
           IF WRK-TOM-PECAS GREATER THAN ZEROES
               MOVE WRK-TOM-PECAS TO WRK-OF-QTD-EDIT
               MOVE SPACES TO WRK-OF-AVISO
               STRING 'CONFERIR AS '  DELIMITED BY SIZE
                      WRK-OF-QTD-EDIT DELIMITED BY SIZE
                      ' PECA(S) DA COPIA E A CONDICAO (ECVIDPRG)'
                                      DELIMITED BY SIZE
                 INTO WRK-OF-AVISO
               PERFORM 0349-GRAVA-AVISO
           END-IF.
       0328-AVISA-PECAS-END. EXIT.

       0379-GRAVA-LOG-DEVOLUCAO SECTION.
           MOVE EMP-CODIGO TO CODIGO.
           MOVE 'OFF-DEVOL' TO WRK-LOG-ACAO.
           COPY 'CPVIDLGP'. *> GRAVA LINHA NO LOG DE AUDITORIA
       0379-GRAVA-LOG-DEVOLUCAO-END. EXIT.

       0380-PROXIMO-DIA-UTIL SECTION.
      *    AVANCA WRK-DU-DATA ATE CAIR EM DIA UTIL (NEM SABADO, NEM
      *    DOMINGO, NEM FERIADO DE FERIADOS.DAT).
           MOVE 'N' TO WRK-DU-UTIL.
           PERFORM UNTIL WRK-DU-UTIL EQUAL 'S'
               PERFORM 0382-TESTA-DIA-UTIL
               IF WRK-DU-UTIL EQUAL 'N'
                   COMPUTE WRK-DU-INT =
                       FUNCTION INTEGER-OF-DATE(WRK-DU-DATA) + 1
                   COMPUTE WRK-DU-DATA =
                       FUNCTION DATE-OF-INTEGER(WRK-DU-INT)
               END-IF
           END-PERFORM.
       0380-PROXIMO-DIA-UTIL-END. EXIT.

       0382-TESTA-DIA-UTIL SECTION.
           MOVE 'S' TO WRK-DU-UTIL.
      *
           COMPUTE WRK-DU-DOW = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WRK-DU-DATA) 7).
      *
           IF WRK-DU-DOW EQUAL 0 OR EQUAL 6
               MOVE 'N' TO WRK-DU-UTIL
           ELSE
               MOVE WRK-DU-DATA TO FER-DATA
               READ FERIADOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WRK-DU-UTIL
               END-READ
           END-IF.
       0382-TESTA-DIA-UTIL-END. EXIT.

       0385-CONTA-DIAS-UTEIS SECTION.
      *    CONTA OS DIAS UTEIS DEPOIS DE WRK-DU-DATA ATE WRK-HOJE
      *    (INCLUSIVE).
           MOVE ZEROES TO WRK-DU-CONTA.
           COMPUTE WRK-DU-DE-INT =
               FUNCTION INTEGER-OF-DATE(WRK-DU-DATA).
           COMPUTE WRK-DU-ATE-INT =
               FUNCTION INTEGER-OF-DATE(WRK-HOJE).
      *
           PERFORM UNTIL WRK-DU-DE-INT NOT LESS THAN WRK-DU-ATE-INT
               ADD 1 TO WRK-DU-DE-INT
               COMPUTE WRK-DU-DATA =
                   FUNCTION DATE-OF-INTEGER(WRK-DU-DE-INT)
               PERFORM 0382-TESTA-DIA-UTIL
               IF WRK-DU-UTIL EQUAL 'S'
                   ADD 1 TO WRK-DU-CONTA
               END-IF
           END-PERFORM.
       0385-CONTA-DIAS-UTEIS-END. EXIT.

       0386-SOMA-DIAS-UTEIS SECTION.
      *    AVANCA WRK-DU-DATA EM WRK-DU-SOMA DIAS UTEIS.
           MOVE ZEROES TO WRK-DU-CONTA.
           PERFORM UNTIL WRK-DU-CONTA NOT LESS THAN
                         WRK-DU-SOMA
               COMPUTE WRK-DU-INT =
                   FUNCTION INTEGER-OF-DATE(WRK-DU-DATA) + 1
               COMPUTE WRK-DU-DATA =
                   FUNCTION DATE-OF-INTEGER(WRK-DU-INT)
               PERFORM 0382-TESTA-DIA-UTIL
               IF WRK-DU-UTIL EQUAL 'S'
                   ADD 1 TO WRK-DU-CONTA
               END-IF
           END-PERFORM.
       0386-SOMA-DIAS-UTEIS-END. EXIT.

       0390-RODAPE-CARGA SECTION.
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE WRK-OF-LIDAS       TO WRK-OF-ED-LIDAS.
           MOVE WRK-OF-EMPRESTIMOS TO WRK-OF-ED-EMPREST.
           MOVE WRK-OF-DEVOLUCOES  TO WRK-OF-ED-DEVOL.
           MOVE WRK-OF-MULTAS      TO WRK-OF-ED-MULTAS.
           MOVE WRK-OF-EXCECOES    TO WRK-OF-ED-EXCECOES.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'LEITURAS: '       DELIMITED BY SIZE
                  WRK-OF-ED-LIDAS    DELIMITED BY SIZE
                  '  EMPRESTIMOS: '  DELIMITED BY SIZE
                  WRK-OF-ED-EMPREST  DELIMITED BY SIZE
                  '  DEVOLUCOES: '   DELIMITED BY SIZE
                  WRK-OF-ED-DEVOL    DELIMITED BY SIZE
                  '  MULTAS GERADAS: ' DELIMITED BY SIZE
                  WRK-OF-ED-MULTAS   DELIMITED BY SIZE
                  '  EXCECOES: '     DELIMITED BY SIZE
                  WRK-OF-ED-EXCECOES DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE WRK-OF-EXC-JA TO WRK-OF-ED-CONTA.
           MOVE SPACES TO FIL-REL.
           STRING '  COPIA JA EMPRESTADA......: ' DELIMITED BY SIZE
                  WRK-OF-ED-CONTA DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE WRK-OF-EXC-BLOQ TO WRK-OF-ED-CONTA.
           MOVE SPACES TO FIL-REL.
           STRING '  TOMADOR BLOQUEADO........: ' DELIMITED BY SIZE
                  WRK-OF-ED-CONTA DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE WRK-OF-EXC-DESC TO WRK-OF-ED-CONTA.
           MOVE SPACES TO FIL-REL.
           STRING '  CODIGO DESCONHECIDO......: ' DELIMITED BY SIZE
                  WRK-OF-ED-CONTA DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE WRK-OF-EXC-RES TO WRK-OF-ED-CONTA.
           MOVE SPACES TO FIL-REL.
           STRING '  CONFLITO COM RESERVA.....: ' DELIMITED BY SIZE
                  WRK-OF-ED-CONTA DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE WRK-OF-EXC-OUTROS TO WRK-OF-ED-CONTA.
           MOVE SPACES TO FIL-REL.
           STRING '  OUTROS MOTIVOS...........: ' DELIMITED BY SIZE
                  WRK-OF-ED-CONTA DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE 'AS EXCECOES DEVEM SER LANCADAS NO BALCAO (EMVIDPRG).'
               TO FIL-REL.
           WRITE FIL-REL.
       0390-RODAPE-CARGA-END. EXIT.

       0395-REGISTRA-SPOOL SECTION.
           MOVE 'OFVIDPRG' TO WRK-SPL-PROGRAMA.
           COPY 'CPVIDSPP'. *> REGISTRA O RELATORIO NO SPOOL
       0395-REGISTRA-SPOOL-END. EXIT.

       0397-RENOMEIA-CAPTURA SECTION.
      *    MESMO CRITERIO DE RENOMEACAO DE CVVIDPRG: A CAPTURA
      *    CARREGADA VIRA UM ARQUIVO DATADO, GUARDADO JUNTO COM O
      *    RELATORIO DE EXCECOES.
           MOVE SPACES TO WRK-OF-NOME-CARREGADA.
           STRING './dat/CIRCOFF-'   DELIMITED BY SIZE
                  WRK-DATA-SISTEMA   DELIMITED BY SIZE
                  '-'                DELIMITED BY SIZE
                  WRK-HORA-SISTEMA(1:6) DELIMITED BY SIZE
                  '.dat'             DELIMITED BY SIZE
             INTO WRK-OF-NOME-CARREGADA.
      *
           CALL 'CBL_RENAME_FILE' USING WRK-OF-NOME-CAPTURA
                                        WRK-OF-NOME-CARREGADA
               RETURNING WRK-RENAME-STATUS
           END-CALL.
      *
           IF WRK-RENAME-STATUS NOT EQUAL ZERO
               INITIALIZE WRK-MSG
               MOVE '08ERRO AO RENOMEAR CIRCOFF.DAT. NAO REPITA A CARGA'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
           END-IF.
       0397-RENOMEIA-CAPTURA-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE MOVIES.
           CLOSE LOANS.
           CLOSE LOANHIST.
           CLOSE CIRCEST.
           CLOSE TOMADORES.
           CLOSE MULTAS.
           CLOSE RESERVAS.
           CLOSE EXEMPLAR.
           CLOSE FERIADOS.
           CLOSE BARCODE.
           CLOSE EQEMP.
           CLOSE PARCELAS.
           CLOSE POLITICA.
           CLOSE COMPONEN.
       0500-CLOSE-DATA-END. EXIT.

       0590-GRAVA-DIARIO SECTION.
           MOVE 'OFVIDPRG' TO WRK-JRN-PROGRAMA.
           COPY 'CPVIDJNP'. *> GRAVA ENTRADA NO DIARIO DE RECUPERACAO
       0590-GRAVA-DIARIO-END. EXIT.

       0600-ROT-ABEND SECTION.
           MOVE 'OFVIDPRG' TO WS-ABEND-PROGRAM.
           COPY 'CPVIDRAB'. *> ABEND ROUTINE.
      *
           PERFORM 0700-END-PROGRAM.
       0600-ROT-ABEND-END. EXIT.

       0700-END-PROGRAM SECTION.
           GOBACK.
       0700-END-PROGRAM-END. EXIT.

       END PROGRAM OFVIDPRG.
