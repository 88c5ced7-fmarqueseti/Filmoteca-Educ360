      ******************************************************************
      * FILE NAME   : RFVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : FORWARD RECOVERY OF VIDEOTECA PROGRAM - RESTORES *
      *               LOANS, LOANHIST, MULTAS, RESERVAS, CXRECIBO AND  *
      *               CAIXA FROM THE GENERATION OF THE LAST NIGHTLY    *
      *               ARCHIVE (ARVIDPRG) AND ROLLS THE VIDJRN BEFORE/  *
      *               AFTER-IMAGE JOURNAL FORWARD UP TO A CHOSEN POINT.*
      *               STOPS AT, AND REPORTS, THE FIRST ENTRY THAT      *
      *               CANNOT BE APPLIED. COORDINATOR ONLY              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RFVIDPRG.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDPFC'. *> LOANS (EMPRESTIMOS)
           COPY 'CPVIDHFC'. *> LOANHIST (HISTORICO)
           COPY 'CPVIDMFC'. *> MULTAS
           COPY 'CPVIDRFC'. *> RESERVAS
           COPY 'CPVIDRXF'. *> CXRECIBO (RECIBOS DE CAIXA)
           COPY 'CPVIDCXF'. *> CAIXA (SESSOES DE CAIXA)
           COPY 'CPVIDJNF'. *> RECOVERY JOURNAL
           COPY 'CPVIDSPF'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDLGF'. *> MAINTENANCE AUDIT LOG
      *
           SELECT ARQ-ARC
              ASSIGN       TO WRK-RF-ARC-NOME
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-ARQ-ARC.
      *
           SELECT ARQ-SAV
              ASSIGN       TO WRK-RF-SAV-NOME
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-ARQ-SAV.
      *
           SELECT JRN-SAV
              ASSIGN       TO WRK-RF-JSAV-NOME
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-JRN-SAV.
      *
           SELECT JRN-DESC
              ASSIGN       TO WRK-RF-DESC-NOME
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-JRN-DESC.
      *
           SELECT MANIFESTO
              ASSIGN       TO WRK-RF-MAN-NOME
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-MANIFESTO.
      *
           SELECT RECUP-REL
              ASSIGN       TO WRK-SPL-NOME
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-RECUP-REL.
      *
           COPY 'CPVIDALF'. *> ABEND LOG
      *
       DATA DIVISION.
       FILE SECTION.
       FD LOANS.
           COPY 'CPVIDPDT'.

       FD LOANHIST.
           COPY 'CPVIDHDT'.

       FD MULTAS.
           COPY 'CPVIDMDT'.

       FD RESERVAS.
           COPY 'CPVIDRDT'.

       FD CXRECIBO.
           COPY 'CPVIDRXD'.

       FD CAIXA.
           COPY 'CPVIDCXD'.

       FD VIDJRN.
           COPY 'CPVIDJND'.

       FD VIDRELS.
           COPY 'CPVIDSPD'.

       FD VIDLOG.
           COPY 'CPVIDLGD'.

       FD  ARQ-ARC
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 1 TO 132
           DEPENDING ON WRK-RF-TAM.
           01 REG-ARQ-ARC      PIC X(132).

       FD  ARQ-SAV
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 1 TO 132
           DEPENDING ON WRK-RF-TAM.
           01 REG-ARQ-SAV      PIC X(132).

       FD  JRN-SAV.
           01 REG-JRN-SAV      PIC X(241).

       FD  JRN-DESC.
           01 REG-JRN-DESC     PIC X(241).

       FD  MANIFESTO.
           01 FIL-MAN          PIC X(80).

       FD  RECUP-REL.
           01 FIL-REL          PIC X(132).

       FD VIDABEND.
           COPY 'CPVIDALD'.
      *
       WORKING-STORAGE SECTION.
           COPY 'CPVIDMAN'. *> MAIN SCREEN
           COPY 'CPVIDMNU'. *> MAIN MENU
           COPY 'CPVIDMSG'. *> MESSAGES
           COPY 'CPVIDPNW'. *> LOANS (EMPRESTIMOS)
           COPY 'CPVIDHNW'. *> LOANHIST (HISTORICO)
           COPY 'CPVIDMNW'. *> MULTAS
           COPY 'CPVIDRNW'. *> RESERVAS
           COPY 'CPVIDRXW'. *> CXRECIBO (RECIBOS DE CAIXA)
           COPY 'CPVIDCXW'. *> CAIXA (SESSOES DE CAIXA)
           COPY 'CPVIDJNW'. *> RECOVERY JOURNAL
           COPY 'CPVIDSPW'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDLGW'. *> MAINTENANCE AUDIT LOG
           COPY 'CPVIDABE'. *> ABEND
           COPY 'CPVIDALW'. *> ABEND LOG
           COPY 'CPVIDOPW'. *> OPERATOR SESSION
      *
      *    CODIGO USADO APENAS PELA LINHA DO LOG DE AUDITORIA
      *    (CPVIDLGP ESPERA O CAMPO CODIGO DO CATALOGO; A RECUPERACAO
      *    NAO E DE UM FILME, ENTAO VAI ZERADO).
       77 CODIGO                    PIC 9(07) VALUE ZEROES.
      *
       77 FS-ARQ-ARC                PIC X(02).
       77 FS-ARQ-SAV                PIC X(02).
       77 FS-JRN-SAV                PIC X(02).
       77 FS-JRN-DESC               PIC X(02).
       77 FS-MANIFESTO              PIC X(02).
       77 FS-RECUP-REL              PIC X(02).
       77 WRK-SPL-NOME              PIC X(40).
       77 WRK-SPL-PROGRAMA          PIC X(08).
      *
       77 WRK-RF-ARC-NOME           PIC X(40).
       77 WRK-RF-SAV-NOME           PIC X(40).
       77 WRK-RF-JSAV-NOME          PIC X(40).
       77 WRK-RF-DESC-NOME          PIC X(40).
       77 WRK-RF-MAN-NOME           PIC X(40).
       77 WRK-RF-TAM                PIC 9(03) USAGE COMP-3
                                    VALUE ZEROES.
      *
      *    ARQUIVOS COBERTOS PELO DIARIO, NA ORDEM EM QUE O ARQUIVO
      *    NOTURNO OS GRAVA, COM O TAMANHO DO REGISTRO DE CADA UM.
       01 WRK-RF-TAB-ARQUIVOS.
           05 FILLER                PIC X(11) VALUE 'LOANS   039'.
           05 FILLER                PIC X(11) VALUE 'LOANHIST045'.
           05 FILLER                PIC X(11) VALUE 'MULTAS  098'.
           05 FILLER                PIC X(11) VALUE 'RESERVAS033'.
           05 FILLER                PIC X(11) VALUE 'CXRECIBO050'.
           05 FILLER                PIC X(11) VALUE 'CAIXA   090'.
       01 FILLER REDEFINES WRK-RF-TAB-ARQUIVOS.
           05 WRK-RF-ARQ            OCCURS 6 TIMES.
               10 WRK-RF-NOME       PIC X(08).
               10 WRK-RF-TAMANHO    PIC 9(03).
      *
       01 WRK-RF-CONTAGENS.
           05 WRK-RF-CNT            OCCURS 6 TIMES.
               10 WRK-RF-MAN-ACHOU  PIC X(01).
               10 WRK-RF-QTD-MAN    PIC 9(07).
               10 WRK-RF-QTD-ARC    PIC 9(07).
               10 WRK-RF-QTD-SAV    PIC 9(07).
               10 WRK-RF-QTD-REST   PIC 9(07).
               10 WRK-RF-QTD-APL    PIC 9(07).
      *
       77 WRK-RF-IX                 PIC 9(02) USAGE COMP-3
                                    VALUE ZEROES.
       77 WRK-RF-K                  PIC 9(02) USAGE COMP-3
                                    VALUE ZEROES.
       77 WRK-RF-MODO               PIC X(01) VALUE SPACES.
       77 WRK-RF-FS                 PIC X(02) VALUE SPACES.
       77 WRK-RF-REGISTRO           PIC X(132) VALUE SPACES.
       77 WRK-RF-ATUAL              PIC X(100) VALUE SPACES.
       77 WRK-RF-CONFERE            PIC X(01) VALUE 'N'.
       77 WRK-RF-FIM                PIC X(01) VALUE 'N'.
       77 WRK-RF-PAROU              PIC X(01) VALUE 'N'.
       77 WRK-RF-MOTIVO             PIC X(50) VALUE SPACES.
       77 WRK-RF-SITUACAO           PIC X(22) VALUE SPACES.
       77 WRK-RF-LINHA              PIC 9(02) USAGE COMP-3
                                    VALUE ZEROES.
      *
       77 WRK-RF-GERACAO            PIC 9(08) VALUE ZEROES.
       77 WRK-RF-TOTAL              PIC 9(07) VALUE ZEROES.
       77 WRK-RF-SEQ                PIC 9(07) VALUE ZEROES.
       77 WRK-RF-APLICADAS          PIC 9(07) VALUE ZEROES.
       77 WRK-RF-DESCARTADAS        PIC 9(07) VALUE ZEROES.
       77 WRK-RF-LIDAS              PIC 9(07) VALUE ZEROES.
       77 WRK-RF-CABECALHO          PIC X(241) VALUE SPACES.
       77 WRK-RF-FALHA              PIC X(241) VALUE SPACES.
      *
       01 WRK-RF-PRIMEIRA.
           05 WRK-RF-PRI-DATA       PIC 9(08) VALUE ZEROES.
           05 WRK-RF-PRI-HORA       PIC 9(06) VALUE ZEROES.
       01 WRK-RF-ULTIMA.
           05 WRK-RF-ULT-DATA       PIC 9(08) VALUE ZEROES.
           05 WRK-RF-ULT-HORA       PIC 9(06) VALUE ZEROES.
      *
      *    PONTO DE PARADA (DATA E HORA INCLUSIVE); ZEROS = ATE O FIM.
      *    COMPARADO COMO TEXTO COM O MOMENTO DE CADA ENTRADA.
       01 WRK-RF-PONTO.
           05 WRK-RF-PONTO-DATA     PIC 9(08) VALUE ZEROES.
           05 WRK-RF-PONTO-HORA     PIC 9(06) VALUE ZEROES.
       01 WRK-RF-MOMENTO.
           05 WRK-RF-MOM-DATA       PIC 9(08) VALUE ZEROES.
           05 WRK-RF-MOM-HORA       PIC 9(06) VALUE ZEROES.
      *
       01 WRK-RF-MAN-CAMPOS.
           05 WRK-RF-MAN-ARQ        PIC X(12).
           05 WRK-RF-MAN-QTD        PIC 9(07).
           05 WRK-RF-MAN-DATA       PIC X(08).
      *
       01 WRK-RF-QTD-ED             PIC Z.ZZZ.ZZ9.
       01 WRK-RF-QTD-ED2            PIC Z.ZZZ.ZZ9.
       01 WRK-RF-QTD-ED3            PIC Z.ZZZ.ZZ9.
       01 WRK-RF-QTD-ED4            PIC Z.ZZZ.ZZ9.
       01 WRK-RF-SEQ-ED             PIC Z.ZZZ.ZZ9.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN'. *> MAIN SCREEN
           COPY 'SCVIDMSG'. *> MESSAGES
      *
       01 SCREEN-RF-PONTO.
           05 LINE 19 COLUMN 02 VALUE
               "REAPLICAR ATE (AAAAMMDD HHMMSS, ZEROS = ATE O FIM): ".
           05 COLUMN PLUS 01    PIC 9(08) USING WRK-RF-PONTO-DATA.
           05 COLUMN PLUS 01    PIC 9(06) USING WRK-RF-PONTO-HORA.
      *
       PROCEDURE DIVISION.
       0000-MAIN SECTION.
      *    A RECUPERACAO REGRAVA OS SEIS ARQUIVOS INTEIROS; SO O
      *    COORDENADOR PODE DISPARA-LA.
           IF WRK-OPERADOR-PERFIL NOT EQUAL 'C'
               INITIALIZE WRK-MSG
               MOVE '20OPCAO RESTRITA AO COORDENADOR.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               PERFORM 0700-END-PROGRAM
           END-IF.
      *
           MOVE 'S' TO WRK-CONTINUE.
           PERFORM 0300-PROCESS-DATA.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.

       0300-PROCESS-DATA SECTION.
           COPY 'CPVIDDTE'. *> DATE/TIME PROCEDURE
           MOVE " * * * * RECUPERACAO PELO DIARIO * * * *" TO WRK-TITLE.
           MOVE "PF3=FIM"                                  TO WRK-KEYS.
           INITIALIZE WRK-MSG.
           MOVE ZEROES TO WRK-RF-PONTO.
      *
           DISPLAY SCREEN-MAIN.
      *
           PERFORM 0310-LE-DIARIO.
           IF WRK-RF-CONFERE NOT EQUAL 'S'
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0300-PROCESS-DATA-END
           END-IF.
      *
           PERFORM 0320-CONFERE-GERACAO.
           IF WRK-RF-CONFERE NOT EQUAL 'S'
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0300-PROCESS-DATA-END
           END-IF.
      *
           DISPLAY SCREEN-RF-PONTO.
           ACCEPT  SCREEN-RF-PONTO.
      *
           IF WRK-RF-PONTO-DATA NOT EQUAL ZEROES
              AND (FUNCTION TEST-DATE-YYYYMMDD(WRK-RF-PONTO-DATA)
                       NOT EQUAL ZEROES
                   OR WRK-RF-PONTO-HORA(1:2) GREATER THAN '23'
                   OR WRK-RF-PONTO-HORA(3:2) GREATER THAN '59'
                   OR WRK-RF-PONTO-HORA(5:2) GREATER THAN '59')
               INITIALIZE WRK-MSG
               MOVE '25PONTO DE PARADA INVALIDO.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0300-PROCESS-DATA-END
           END-IF.
      *
           IF WRK-RF-PONTO-DATA EQUAL ZEROES
               MOVE ZEROES TO WRK-RF-PONTO-HORA
           END-IF.
      *
      *    A RECONSTRUCAO ABRE OS ARQUIVOS EM OUTPUT; QUALQUER ESTACAO
      *    AINDA NO SISTEMA PERDERIA O QUE GRAVASSE DURANTE A CARGA.
           INITIALIZE WRK-MSG.
           MOVE '03TODAS AS ESTACOES FORA DO SISTEMA? CONFIRMA A RECUPE
      -         'RACAO (S/N)?' TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
      *
           IF WRK-AWAIT NOT EQUAL 'S' AND NOT EQUAL 's'
               INITIALIZE WRK-MSG
               MOVE '28RECUPERACAO CANCELADA.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0300-PROCESS-DATA-END
           END-IF.
      *
           INITIALIZE WRK-MSG.
           MOVE '25RECUPERANDO; AGUARDE...' TO WRK-MSG.
           DISPLAY SCREEN-MSG.
      *
           PERFORM 0330-COPIA-SEGURANCA.
           PERFORM 0340-RECONSTROI-ARQUIVOS.
           PERFORM 0350-REAPLICA-DIARIO.
           PERFORM 0370-REGRAVA-DIARIO.
           PERFORM 0380-GERA-RELATORIO.
      *
           MOVE 'RECUPERA' TO WRK-LOG-ACAO.
           PERFORM 0450-GRAVA-LOG.
      *
           INITIALIZE WRK-MSG.
           MOVE WRK-RF-APLICADAS TO WRK-RF-QTD-ED.
           IF WRK-RF-PAROU EQUAL 'S'
               MOVE WRK-RF-SEQ TO WRK-RF-SEQ-ED
               STRING '03PAROU NA ENTRADA ' DELIMITED BY SIZE
                      WRK-RF-SEQ-ED         DELIMITED BY SIZE
                      ' (APLICADAS '        DELIMITED BY SIZE
                      WRK-RF-QTD-ED         DELIMITED BY SIZE
                      '). VER RELATORIO RECUPERA.'
                                            DELIMITED BY SIZE
                 INTO WRK-MSG
           ELSE
               STRING '08RECUPERACAO CONCLUIDA. ENTRADAS APLICADAS: '
                                            DELIMITED BY SIZE
                      WRK-RF-QTD-ED         DELIMITED BY SIZE
                 INTO WRK-MSG
           END-IF.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0300-PROCESS-DATA-END. EXIT.

       0310-LE-DIARIO SECTION.
      *    O DIARIO NASCE A CADA ARQUIVO NOTURNO COM UM CABECALHO 'G'
      *    QUE DIZ A GERACAO DE PARTIDA; SEM ELE NAO HA DE ONDE
      *    REAPLICAR.
           MOVE 'N'    TO WRK-RF-CONFERE.
           MOVE ZEROES TO WRK-RF-TOTAL WRK-RF-PRIMEIRA WRK-RF-ULTIMA.
           INITIALIZE WRK-MSG.
      *
           OPEN INPUT VIDJRN.
           IF FS-VIDJRN NOT EQUAL "00"
               MOVE '15DIARIO DE RECUPERACAO NAO ENCONTRADO.' TO WRK-MSG
               GO TO 0310-LE-DIARIO-END
           END-IF.
      *
           READ VIDJRN.
           IF FS-VIDJRN NOT EQUAL "00" OR NOT JRN-GERACAO
               CLOSE VIDJRN
               MOVE '06DIARIO SEM GERACAO DE PARTIDA; RODE ANTES O ARQUI
      -             'VO NOTURNO.' TO WRK-MSG
               GO TO 0310-LE-DIARIO-END
           END-IF.
      *
           MOVE JRN-DATA TO WRK-RF-GERACAO.
           MOVE REG-JRN  TO WRK-RF-CABECALHO.
      *
           READ VIDJRN.
           PERFORM UNTIL FS-VIDJRN NOT EQUAL "00"
               ADD 1 TO WRK-RF-TOTAL
               IF WRK-RF-TOTAL EQUAL 1
                   MOVE JRN-DATA      TO WRK-RF-PRI-DATA
                   MOVE JRN-HORA(1:6) TO WRK-RF-PRI-HORA
               END-IF
               MOVE JRN-DATA      TO WRK-RF-ULT-DATA
               MOVE JRN-HORA(1:6) TO WRK-RF-ULT-HORA
               READ VIDJRN
           END-PERFORM.
      *
           CLOSE VIDJRN.
           MOVE 'S' TO WRK-RF-CONFERE.
      *
           DISPLAY 'GERACAO DE PARTIDA (ARQUIVO NOTURNO): '
               AT LINE 05 COLUMN 02.
           DISPLAY WRK-RF-GERACAO AT LINE 05 COLUMN 41.
           MOVE WRK-RF-TOTAL TO WRK-RF-QTD-ED.
           DISPLAY 'ENTRADAS NO DIARIO..................: '
               AT LINE 06 COLUMN 02.
           DISPLAY WRK-RF-QTD-ED AT LINE 06 COLUMN 41.
           IF WRK-RF-TOTAL GREATER THAN ZEROES
               DISPLAY 'PRIMEIRA / ULTIMA...................: '
                   AT LINE 07 COLUMN 02
               DISPLAY WRK-RF-PRI-DATA AT LINE 07 COLUMN 41
               DISPLAY WRK-RF-PRI-HORA AT LINE 07 COLUMN 50
               DISPLAY '/'             AT LINE 07 COLUMN 57
               DISPLAY WRK-RF-ULT-DATA AT LINE 07 COLUMN 59
               DISPLAY WRK-RF-ULT-HORA AT LINE 07 COLUMN 68
           END-IF.
       0310-LE-DIARIO-END. EXIT.

       0320-CONFERE-GERACAO SECTION.
      *    A GERACAO SO SERVE SE A COPIA DE CADA ARQUIVO TIVER O MESMO
      *    NUMERO DE REGISTROS QUE O MANIFESTO DAQUELA NOITE REGISTROU.
           MOVE 'N' TO WRK-RF-CONFERE.
           INITIALIZE WRK-MSG.
           PERFORM VARYING WRK-RF-IX FROM 1 BY 1 UNTIL WRK-RF-IX > 6
               MOVE 'N'    TO WRK-RF-MAN-ACHOU(WRK-RF-IX)
               MOVE ZEROES TO WRK-RF-QTD-MAN(WRK-RF-IX)
                              WRK-RF-QTD-ARC(WRK-RF-IX)
                              WRK-RF-QTD-SAV(WRK-RF-IX)
                              WRK-RF-QTD-REST(WRK-RF-IX)
                              WRK-RF-QTD-APL(WRK-RF-IX)
           END-PERFORM.
      *
           MOVE SPACES TO WRK-RF-MAN-NOME.
           STRING './dat/BACKUP-MAN-' DELIMITED BY SIZE
                  WRK-RF-GERACAO      DELIMITED BY SIZE
                  '.txt'              DELIMITED BY SIZE
             INTO WRK-RF-MAN-NOME.
      *
           OPEN INPUT MANIFESTO.
           IF FS-MANIFESTO NOT EQUAL "00"
               MOVE '12MANIFESTO DA GERACAO DE PARTIDA NAO ENCONTRADO.'
                   TO WRK-MSG
               GO TO 0320-CONFERE-GERACAO-END
           END-IF.
      *
           READ MANIFESTO.
           PERFORM UNTIL FS-MANIFESTO NOT EQUAL "00"
               MOVE SPACES TO WRK-RF-MAN-ARQ WRK-RF-MAN-DATA
               MOVE ZEROES TO WRK-RF-MAN-QTD
               UNSTRING FIL-MAN DELIMITED BY ';'
                   INTO WRK-RF-MAN-ARQ WRK-RF-MAN-QTD WRK-RF-MAN-DATA
               END-UNSTRING
               PERFORM VARYING WRK-RF-IX FROM 1 BY 1
                       UNTIL WRK-RF-IX > 6
                   IF WRK-RF-NOME(WRK-RF-IX) EQUAL WRK-RF-MAN-ARQ
                       MOVE 'S' TO WRK-RF-MAN-ACHOU(WRK-RF-IX)
                       MOVE WRK-RF-MAN-QTD TO WRK-RF-QTD-MAN(WRK-RF-IX)
                   END-IF
               END-PERFORM
               READ MANIFESTO
           END-PERFORM.
           CLOSE MANIFESTO.
      *
           DISPLAY 'ARQUIVO    MANIFESTO   NA COPIA  SITUACAO'
               AT LINE 09 COLUMN 02.
           MOVE 10  TO WRK-RF-LINHA.
           MOVE 'S' TO WRK-RF-CONFERE.
      *
           PERFORM VARYING WRK-RF-IX FROM 1 BY 1 UNTIL WRK-RF-IX > 6
               PERFORM 0325-CONTA-COPIA
               EVALUATE TRUE
                   WHEN WRK-RF-MAN-ACHOU(WRK-RF-IX) NOT EQUAL 'S'
                       MOVE 'FORA DO MANIFESTO' TO WRK-RF-SITUACAO
                       MOVE 'N' TO WRK-RF-CONFERE
                   WHEN WRK-RF-QTD-MAN(WRK-RF-IX) NOT EQUAL
                        WRK-RF-QTD-ARC(WRK-RF-IX)
                       MOVE 'DIVERGENTE' TO WRK-RF-SITUACAO
                       MOVE 'N' TO WRK-RF-CONFERE
                   WHEN OTHER
                       MOVE 'OK' TO WRK-RF-SITUACAO
               END-EVALUATE
               MOVE WRK-RF-QTD-MAN(WRK-RF-IX) TO WRK-RF-QTD-ED
               MOVE WRK-RF-QTD-ARC(WRK-RF-IX) TO WRK-RF-QTD-ED2
               DISPLAY WRK-RF-NOME(WRK-RF-IX)
                   AT LINE WRK-RF-LINHA COLUMN 02
               DISPLAY WRK-RF-QTD-ED   AT LINE WRK-RF-LINHA COLUMN 12
               DISPLAY WRK-RF-QTD-ED2  AT LINE WRK-RF-LINHA COLUMN 23
               DISPLAY WRK-RF-SITUACAO AT LINE WRK-RF-LINHA COLUMN 34
               ADD 1 TO WRK-RF-LINHA
           END-PERFORM.
      *
           IF WRK-RF-CONFERE NOT EQUAL 'S'
               MOVE '06GERACAO INCOMPLETA OU DIVERGENTE; RECUPERACAO NAO
      -             ' E POSSIVEL.' TO WRK-MSG
           END-IF.
       0320-CONFERE-GERACAO-END. EXIT.

       0325-CONTA-COPIA SECTION.
      *    COPIA AUSENTE CONTA ZERO (O ARQUIVO NOTURNO NAO GERA COPIA
      *    DE ARQUIVO QUE NAO CONSEGUIU ABRIR).
           PERFORM 0327-MONTA-NOME-ARC.
           OPEN INPUT ARQ-ARC.
           IF FS-ARQ-ARC NOT EQUAL "00"
               GO TO 0325-CONTA-COPIA-END
           END-IF.
      *
           READ ARQ-ARC.
           PERFORM UNTIL FS-ARQ-ARC NOT EQUAL "00"
               ADD 1 TO WRK-RF-QTD-ARC(WRK-RF-IX)
               READ ARQ-ARC
           END-PERFORM.
           CLOSE ARQ-ARC.
       0325-CONTA-COPIA-END. EXIT.

       0327-MONTA-NOME-ARC SECTION.
           MOVE SPACES TO WRK-RF-ARC-NOME.
           STRING './dat/'               DELIMITED BY SIZE
                  WRK-RF-NOME(WRK-RF-IX) DELIMITED BY SPACE
                  '-ARC-'                DELIMITED BY SIZE
                  WRK-RF-GERACAO         DELIMITED BY SIZE
                  '.dat'                 DELIMITED BY SIZE
             INTO WRK-RF-ARC-NOME.
       0327-MONTA-NOME-ARC-END. EXIT.

       0330-COPIA-SEGURANCA SECTION.
      *    ANTES DE SOBREPOR, GUARDA O ESTADO ATUAL DE CADA ARQUIVO E
      *    DO DIARIO EM <ARQUIVO>-PRE-AAAAMMDD.DAT; ARQUIVO DANIFICADO
      *    E COPIADO ATE ONDE FOR POSSIVEL LER.
           PERFORM VARYING WRK-RF-IX FROM 1 BY 1 UNTIL WRK-RF-IX > 6
               PERFORM 0335-SALVA-ARQUIVO
           END-PERFORM.
      *
           MOVE SPACES TO WRK-RF-JSAV-NOME.
           STRING './dat/VIDJRN-PRE-' DELIMITED BY SIZE
                  WRK-DATA-SISTEMA    DELIMITED BY SIZE
                  '.dat'              DELIMITED BY SIZE
             INTO WRK-RF-JSAV-NOME.
      *
           OPEN INPUT  VIDJRN.
           OPEN OUTPUT JRN-SAV.
           IF FS-JRN-SAV NOT EQUAL "00"
               MOVE FS-JRN-SAV TO WS-ABEND-CODE
               MOVE 'ERRO AO GRAVAR COPIA DE SEGURANCA DO DIARIO'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           READ VIDJRN.
           PERFORM UNTIL FS-VIDJRN NOT EQUAL "00"
               MOVE REG-JRN TO REG-JRN-SAV
               WRITE REG-JRN-SAV
               READ VIDJRN
           END-PERFORM.
      *
           CLOSE VIDJRN.
           CLOSE JRN-SAV.
       0330-COPIA-SEGURANCA-END. EXIT.

       0335-SALVA-ARQUIVO SECTION.
           MOVE SPACES TO WRK-RF-SAV-NOME.
           STRING './dat/'               DELIMITED BY SIZE
                  WRK-RF-NOME(WRK-RF-IX) DELIMITED BY SPACE
                  '-PRE-'                DELIMITED BY SIZE
                  WRK-DATA-SISTEMA       DELIMITED BY SIZE
                  '.dat'                 DELIMITED BY SIZE
             INTO WRK-RF-SAV-NOME.
      *
           MOVE 'E' TO WRK-RF-MODO.
           PERFORM 0400-ABRE-ARQUIVO.
           IF WRK-RF-FS NOT EQUAL "00"
               GO TO 0335-SALVA-ARQUIVO-END
           END-IF.
      *
           OPEN OUTPUT ARQ-SAV.
           IF FS-ARQ-SAV NOT EQUAL "00"
               PERFORM 0440-FECHA-ARQUIVO
               MOVE FS-ARQ-SAV TO WS-ABEND-CODE
               MOVE 'ERRO AO GRAVAR COPIA DE SEGURANCA'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           MOVE WRK-RF-TAMANHO(WRK-RF-IX) TO WRK-RF-TAM.
           PERFORM 0410-INICIA-LEITURA.
           IF WRK-RF-FS EQUAL "00"
               PERFORM 0415-LE-PROXIMO
           END-IF.
      *
           PERFORM UNTIL WRK-RF-FS(1:1) NOT EQUAL '0'
               MOVE WRK-RF-REGISTRO TO REG-ARQ-SAV
               WRITE REG-ARQ-SAV
               ADD 1 TO WRK-RF-QTD-SAV(WRK-RF-IX)
               PERFORM 0415-LE-PROXIMO
           END-PERFORM.
      *
           CLOSE ARQ-SAV.
           PERFORM 0440-FECHA-ARQUIVO.
       0335-SALVA-ARQUIVO-END. EXIT.

       0340-RECONSTROI-ARQUIVOS SECTION.
      *    CADA ARQUIVO E RECRIADO VAZIO E CARREGADO COM OS REGISTROS
      *    DA COPIA DA GERACAO DE PARTIDA.
           PERFORM VARYING WRK-RF-IX FROM 1 BY 1 UNTIL WRK-RF-IX > 6
               MOVE 'S' TO WRK-RF-MODO
               PERFORM 0400-ABRE-ARQUIVO
               IF WRK-RF-FS NOT EQUAL "00"
                   MOVE WRK-RF-FS TO WS-ABEND-CODE
                   MOVE 'ERRO AO RECRIAR ARQUIVO NA RECUPERACAO'
                       TO WS-ABEND-MESSAGE
                   PERFORM 0600-ROT-ABEND
               END-IF
      *
               PERFORM 0327-MONTA-NOME-ARC
               OPEN INPUT ARQ-ARC
               IF FS-ARQ-ARC EQUAL "00"
                   READ ARQ-ARC
                   PERFORM UNTIL FS-ARQ-ARC NOT EQUAL "00"
                       MOVE SPACES TO WRK-RF-REGISTRO
                       MOVE REG-ARQ-ARC(1:WRK-RF-TAM)
                           TO WRK-RF-REGISTRO
                       PERFORM 0420-GRAVA-REGISTRO
                       IF WRK-RF-FS(1:1) EQUAL '0'
                           ADD 1 TO WRK-RF-QTD-REST(WRK-RF-IX)
                       END-IF
                       READ ARQ-ARC
                   END-PERFORM
                   CLOSE ARQ-ARC
               END-IF
      *
               PERFORM 0440-FECHA-ARQUIVO
           END-PERFORM.
       0340-RECONSTROI-ARQUIVOS-END. EXIT.

       0350-REAPLICA-DIARIO SECTION.
      *    REAPLICA AS ENTRADAS EM ORDEM ATE O PONTO DE PARADA. CADA
      *    ALTERACAO OU EXCLUSAO SO E APLICADA SE O REGISTRO ATUAL FOR
      *    IGUAL A IMAGEM ANTES GRAVADA; A PRIMEIRA ENTRADA QUE NAO
      *    PUDER SER APLICADA INTERROMPE A REAPLICACAO.
           MOVE ZEROES TO WRK-RF-SEQ WRK-RF-APLICADAS.
           MOVE 'N'    TO WRK-RF-FIM WRK-RF-PAROU.
           MOVE SPACES TO WRK-RF-MOTIVO WRK-RF-FALHA.
      *
           PERFORM VARYING WRK-RF-IX FROM 1 BY 1 UNTIL WRK-RF-IX > 6
               MOVE 'A' TO WRK-RF-MODO
               PERFORM 0400-ABRE-ARQUIVO
               IF WRK-RF-FS NOT EQUAL "00"
                   MOVE WRK-RF-FS TO WS-ABEND-CODE
                   MOVE 'ERRO AO ABRIR ARQUIVO NA RECUPERACAO'
                       TO WS-ABEND-MESSAGE
                   PERFORM 0600-ROT-ABEND
               END-IF
           END-PERFORM.
      *
           OPEN INPUT VIDJRN.
           READ VIDJRN.
           IF FS-VIDJRN EQUAL "00"
               READ VIDJRN
           END-IF.
      *
           PERFORM UNTIL FS-VIDJRN NOT EQUAL "00"
                      OR WRK-RF-FIM EQUAL 'S'
               MOVE JRN-DATA      TO WRK-RF-MOM-DATA
               MOVE JRN-HORA(1:6) TO WRK-RF-MOM-HORA
               IF WRK-RF-PONTO NOT EQUAL ZEROES
                  AND WRK-RF-MOMENTO GREATER THAN WRK-RF-PONTO
                   MOVE 'S' TO WRK-RF-FIM
               ELSE
                   ADD 1 TO WRK-RF-SEQ
                   PERFORM 0355-APLICA-ENTRADA
                   IF WRK-RF-MOTIVO NOT EQUAL SPACES
                       MOVE 'S'     TO WRK-RF-FIM WRK-RF-PAROU
                       MOVE REG-JRN TO WRK-RF-FALHA
                   ELSE
                       ADD 1 TO WRK-RF-APLICADAS
                       ADD 1 TO WRK-RF-QTD-APL(WRK-RF-IX)
                       READ VIDJRN
                   END-IF
               END-IF
           END-PERFORM.
      *
           CLOSE VIDJRN.
      *
           PERFORM VARYING WRK-RF-IX FROM 1 BY 1 UNTIL WRK-RF-IX > 6
               PERFORM 0440-FECHA-ARQUIVO
           END-PERFORM.
       0350-REAPLICA-DIARIO-END. EXIT.

       0355-APLICA-ENTRADA SECTION.
           MOVE SPACES TO WRK-RF-MOTIVO.
           MOVE ZEROES TO WRK-RF-IX.
           PERFORM VARYING WRK-RF-K FROM 1 BY 1 UNTIL WRK-RF-K > 6
               IF WRK-RF-NOME(WRK-RF-K) EQUAL JRN-ARQUIVO
                   MOVE WRK-RF-K TO WRK-RF-IX
               END-IF
           END-PERFORM.
      *
           IF WRK-RF-IX EQUAL ZEROES
               MOVE 'ARQUIVO DESCONHECIDO NO DIARIO' TO WRK-RF-MOTIVO
               GO TO 0355-APLICA-ENTRADA-END
           END-IF.
      *
           IF NOT JRN-INCLUSAO AND NOT JRN-ALTERACAO
                               AND NOT JRN-EXCLUSAO
               MOVE 'OPERACAO DESCONHECIDA NO DIARIO' TO WRK-RF-MOTIVO
               GO TO 0355-APLICA-ENTRADA-END
           END-IF.
      *
           IF JRN-INCLUSAO
               MOVE JRN-DEPOIS TO WRK-RF-REGISTRO
               PERFORM 0420-GRAVA-REGISTRO
               IF WRK-RF-FS EQUAL "22"
                   MOVE 'INCLUSAO: CHAVE JA EXISTE NO ARQUIVO'
                       TO WRK-RF-MOTIVO
               ELSE
                   IF WRK-RF-FS(1:1) NOT EQUAL '0'
                       STRING 'INCLUSAO: ERRO NA GRAVACAO, STATUS '
                                            DELIMITED BY SIZE
                              WRK-RF-FS     DELIMITED BY SIZE
                         INTO WRK-RF-MOTIVO
                   END-IF
               END-IF
               GO TO 0355-APLICA-ENTRADA-END
           END-IF.
      *
      *    ALTERACAO E EXCLUSAO: A CHAVE VEM DA IMAGEM ANTES.
           MOVE JRN-ANTES TO WRK-RF-REGISTRO.
           PERFORM 0425-LE-CHAVE.
           IF WRK-RF-FS EQUAL "23"
               MOVE 'REGISTRO NAO ENCONTRADO NO ARQUIVO'
                   TO WRK-RF-MOTIVO
               GO TO 0355-APLICA-ENTRADA-END
           END-IF.
      *
           IF WRK-RF-FS(1:1) NOT EQUAL '0'
               STRING 'ERRO NA LEITURA, STATUS ' DELIMITED BY SIZE
                      WRK-RF-FS                  DELIMITED BY SIZE
                 INTO WRK-RF-MOTIVO
               GO TO 0355-APLICA-ENTRADA-END
           END-IF.
      *
           IF WRK-RF-ATUAL NOT EQUAL JRN-ANTES
               MOVE 'REGISTRO ATUAL DIFERENTE DA IMAGEM ANTES'
                   TO WRK-RF-MOTIVO
               GO TO 0355-APLICA-ENTRADA-END
           END-IF.
      *
           IF JRN-ALTERACAO
               MOVE JRN-DEPOIS TO WRK-RF-REGISTRO
               PERFORM 0430-REGRAVA-REGISTRO
           ELSE
               PERFORM 0435-EXCLUI-REGISTRO
           END-IF.
      *
           IF WRK-RF-FS(1:1) NOT EQUAL '0'
               STRING 'ERRO NA REGRAVACAO/EXCLUSAO, STATUS '
                                          DELIMITED BY SIZE
                      WRK-RF-FS           DELIMITED BY SIZE
                 INTO WRK-RF-MOTIVO
           END-IF.
       0355-APLICA-ENTRADA-END. EXIT.

       0370-REGRAVA-DIARIO SECTION.
      *    O DIARIO PASSA A TER SO O CABECALHO E AS ENTRADAS QUE FORAM
      *    REAPLICADAS, PARA O PROXIMO DIA CONTINUAR A PARTIR DO ESTADO
      *    RECUPERADO; AS DEMAIS FICAM EM VIDJRN-DESC-AAAAMMDD.DAT.
           MOVE ZEROES TO WRK-RF-LIDAS WRK-RF-DESCARTADAS.
           MOVE SPACES TO WRK-RF-DESC-NOME.
           STRING './dat/VIDJRN-DESC-' DELIMITED BY SIZE
                  WRK-DATA-SISTEMA     DELIMITED BY SIZE
                  '.dat'               DELIMITED BY SIZE
             INTO WRK-RF-DESC-NOME.
      *
           OPEN INPUT JRN-SAV.
           IF FS-JRN-SAV NOT EQUAL "00"
               GO TO 0370-REGRAVA-DIARIO-END
           END-IF.
      *
           OPEN OUTPUT VIDJRN.
           IF FS-VIDJRN NOT EQUAL "00"
               CLOSE JRN-SAV
               MOVE FS-VIDJRN TO WS-ABEND-CODE
               MOVE 'ERRO AO REGRAVAR O DIARIO NA RECUPERACAO'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           READ JRN-SAV.
           IF FS-JRN-SAV EQUAL "00"
               MOVE REG-JRN-SAV TO REG-JRN
               WRITE REG-JRN
               READ JRN-SAV
           END-IF.
      *
           PERFORM UNTIL FS-JRN-SAV NOT EQUAL "00"
               ADD 1 TO WRK-RF-LIDAS
               IF WRK-RF-LIDAS NOT GREATER THAN WRK-RF-APLICADAS
                   MOVE REG-JRN-SAV TO REG-JRN
                   WRITE REG-JRN
               ELSE
                   IF WRK-RF-DESCARTADAS EQUAL ZEROES
                       OPEN OUTPUT JRN-DESC
                   END-IF
                   MOVE REG-JRN-SAV TO REG-JRN-DESC
                   WRITE REG-JRN-DESC
                   ADD 1 TO WRK-RF-DESCARTADAS
               END-IF
               READ JRN-SAV
           END-PERFORM.
      *
           IF WRK-RF-DESCARTADAS GREATER THAN ZEROES
               CLOSE JRN-DESC
           END-IF.
           CLOSE VIDJRN.
           CLOSE JRN-SAV.
       0370-REGRAVA-DIARIO-END. EXIT.

       0380-GERA-RELATORIO SECTION.
           MOVE SPACES TO WRK-SPL-NOME.
           STRING './dat/RECUPERA-'    DELIMITED BY SIZE
                  WRK-DATA-AAAA        DELIMITED BY SIZE
                  WRK-DATA-MM          DELIMITED BY SIZE
                  WRK-DATA-DD          DELIMITED BY SIZE
                  '.prt'               DELIMITED BY SIZE
             INTO WRK-SPL-NOME.
      *
           OPEN OUTPUT RECUP-REL.
           IF FS-RECUP-REL NOT EQUAL "00"
               GO TO 0380-GERA-RELATORIO-END
           END-IF.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'VIDEOTECA - RECUPERACAO PELO DIARIO'
                                          DELIMITED BY SIZE
                  '                 EMISSAO: '
                                          DELIMITED BY SIZE
                  WRK-DATA-DD             DELIMITED BY SIZE
                  '/'                     DELIMITED BY SIZE
                  WRK-DATA-MM             DELIMITED BY SIZE
                  '/'                     DELIMITED BY SIZE
                  WRK-DATA-AAAA           DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WRK-HORA-HH             DELIMITED BY SIZE
                  ':'                     DELIMITED BY SIZE
                  WRK-HORA-MM             DELIMITED BY SIZE
                  '  OPERADOR: '          DELIMITED BY SIZE
                  WRK-OPERADOR            DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           IF WRK-RF-PONTO EQUAL ZEROES
               STRING 'GERACAO RESTAURADA: ' DELIMITED BY SIZE
                      WRK-RF-GERACAO         DELIMITED BY SIZE
                      '   PONTO DE PARADA: FIM DO DIARIO'
                                             DELIMITED BY SIZE
                 INTO FIL-REL
           ELSE
               STRING 'GERACAO RESTAURADA: ' DELIMITED BY SIZE
                      WRK-RF-GERACAO         DELIMITED BY SIZE
                      '   PONTO DE PARADA: ' DELIMITED BY SIZE
                      WRK-RF-PONTO-DATA      DELIMITED BY SIZE
                      ' '                    DELIMITED BY SIZE
                      WRK-RF-PONTO-HORA      DELIMITED BY SIZE
                 INTO FIL-REL
           END-IF.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
           MOVE 'ARQUIVO    COPIA PRE  RESTAURADOS  REAPLICADAS'
               TO FIL-REL.
           WRITE FIL-REL.
      *
           PERFORM VARYING WRK-RF-IX FROM 1 BY 1 UNTIL WRK-RF-IX > 6
               MOVE WRK-RF-QTD-SAV(WRK-RF-IX)  TO WRK-RF-QTD-ED
               MOVE WRK-RF-QTD-REST(WRK-RF-IX) TO WRK-RF-QTD-ED2
               MOVE WRK-RF-QTD-APL(WRK-RF-IX)  TO WRK-RF-QTD-ED3
               MOVE SPACES TO FIL-REL
               STRING WRK-RF-NOME(WRK-RF-IX) DELIMITED BY SIZE
                      '  '                   DELIMITED BY SIZE
                      WRK-RF-QTD-ED          DELIMITED BY SIZE
                      '    '                 DELIMITED BY SIZE
                      WRK-RF-QTD-ED2         DELIMITED BY SIZE
                      '    '                 DELIMITED BY SIZE
                      WRK-RF-QTD-ED3         DELIMITED BY SIZE
                 INTO FIL-REL
               WRITE FIL-REL
           END-PERFORM.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
           MOVE WRK-RF-TOTAL       TO WRK-RF-QTD-ED.
           MOVE WRK-RF-APLICADAS   TO WRK-RF-QTD-ED2.
           MOVE WRK-RF-DESCARTADAS TO WRK-RF-QTD-ED3.
           MOVE SPACES TO FIL-REL.
           STRING 'ENTRADAS NO DIARIO: ' DELIMITED BY SIZE
                  WRK-RF-QTD-ED          DELIMITED BY SIZE
                  '  REAPLICADAS: '      DELIMITED BY SIZE
                  WRK-RF-QTD-ED2         DELIMITED BY SIZE
                  '  NAO REAPLICADAS: '  DELIMITED BY SIZE
                  WRK-RF-QTD-ED3         DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           IF WRK-RF-PAROU EQUAL 'S'
               PERFORM 0385-RELATA-FALHA
           END-IF.
      *
           IF WRK-RF-DESCARTADAS GREATER THAN ZEROES
               MOVE SPACES TO FIL-REL
               STRING 'ENTRADAS NAO REAPLICADAS GUARDADAS EM '
                                          DELIMITED BY SIZE
                      WRK-RF-DESC-NOME    DELIMITED BY SPACE
                 INTO FIL-REL
               WRITE FIL-REL
           END-IF.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'ESTADO ANTERIOR GUARDADO EM ./dat/<ARQUIVO>-PRE-'
                                          DELIMITED BY SIZE
                  WRK-DATA-SISTEMA        DELIMITED BY SIZE
                  '.dat'                  DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           CLOSE RECUP-REL.
           PERFORM 0445-REGISTRA-SPOOL.
       0380-GERA-RELATORIO-END. EXIT.

       0385-RELATA-FALHA SECTION.
           MOVE WRK-RF-FALHA TO REG-JRN.
           MOVE WRK-RF-SEQ   TO WRK-RF-SEQ-ED.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
           MOVE SPACES TO FIL-REL.
           STRING 'REAPLICACAO INTERROMPIDA NA ENTRADA '
                                          DELIMITED BY SIZE
                  WRK-RF-SEQ-ED           DELIMITED BY SIZE
                  ': '                    DELIMITED BY SIZE
                  WRK-RF-MOTIVO           DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           STRING '  MOMENTO: '           DELIMITED BY SIZE
                  JRN-DATA                DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  JRN-HORA(1:6)           DELIMITED BY SIZE
                  '  ARQUIVO: '           DELIMITED BY SIZE
                  JRN-ARQUIVO             DELIMITED BY SIZE
                  '  OPERACAO: '          DELIMITED BY SIZE
                  JRN-OPERACAO            DELIMITED BY SIZE
                  '  PROGRAMA: '          DELIMITED BY SIZE
                  JRN-PROGRAMA            DELIMITED BY SIZE
                  '  OPERADOR: '          DELIMITED BY SIZE
                  JRN-OPERADOR            DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           STRING '  ANTES : '            DELIMITED BY SIZE
                  JRN-ANTES               DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           STRING '  DEPOIS: '            DELIMITED BY SIZE
                  JRN-DEPOIS              DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           IF WRK-RF-ATUAL NOT EQUAL SPACES
              AND (JRN-ALTERACAO OR JRN-EXCLUSAO)
               MOVE SPACES TO FIL-REL
               STRING '  ATUAL : '        DELIMITED BY SIZE
                      WRK-RF-ATUAL        DELIMITED BY SIZE
                 INTO FIL-REL
               WRITE FIL-REL
           END-IF.
       0385-RELATA-FALHA-END. EXIT.

      *
      *    ACESSO GENERICO AOS SEIS ARQUIVOS PELO INDICE WRK-RF-IX DA
      *    TABELA; O REGISTRO TRANSITA SEMPRE POR WRK-RF-REGISTRO E O
      *    STATUS POR WRK-RF-FS.
      *
       0400-ABRE-ARQUIVO SECTION.
      *    WRK-RF-MODO: E = ENTRADA, S = SAIDA, A = ATUALIZACAO.
           EVALUATE WRK-RF-IX
               WHEN 1
                   EVALUATE WRK-RF-MODO
                       WHEN 'E' OPEN INPUT  LOANS
                       WHEN 'S' OPEN OUTPUT LOANS
                       WHEN OTHER OPEN I-O  LOANS
                   END-EVALUATE
                   MOVE FS-LOANS TO WRK-RF-FS
               WHEN 2
                   EVALUATE WRK-RF-MODO
                       WHEN 'E' OPEN INPUT  LOANHIST
                       WHEN 'S' OPEN OUTPUT LOANHIST
                       WHEN OTHER OPEN I-O  LOANHIST
                   END-EVALUATE
                   MOVE FS-LOANHIST TO WRK-RF-FS
               WHEN 3
                   EVALUATE WRK-RF-MODO
                       WHEN 'E' OPEN INPUT  MULTAS
                       WHEN 'S' OPEN OUTPUT MULTAS
                       WHEN OTHER OPEN I-O  MULTAS
                   END-EVALUATE
                   MOVE FS-MULTAS TO WRK-RF-FS
               WHEN 4
                   EVALUATE WRK-RF-MODO
                       WHEN 'E' OPEN INPUT  RESERVAS
                       WHEN 'S' OPEN OUTPUT RESERVAS
                       WHEN OTHER OPEN I-O  RESERVAS
                   END-EVALUATE
                   MOVE FS-RESERVAS TO WRK-RF-FS
               WHEN 5
                   EVALUATE WRK-RF-MODO
                       WHEN 'E' OPEN INPUT  CXRECIBO
                       WHEN 'S' OPEN OUTPUT CXRECIBO
                       WHEN OTHER OPEN I-O  CXRECIBO
                   END-EVALUATE
                   MOVE FS-CXRECIBO TO WRK-RF-FS
               WHEN 6
                   EVALUATE WRK-RF-MODO
                       WHEN 'E' OPEN INPUT  CAIXA
                       WHEN 'S' OPEN OUTPUT CAIXA
                       WHEN OTHER OPEN I-O  CAIXA
                   END-EVALUATE
                   MOVE FS-CAIXA TO WRK-RF-FS
           END-EVALUATE.
       0400-ABRE-ARQUIVO-END. EXIT.

       0410-INICIA-LEITURA SECTION.
           EVALUATE WRK-RF-IX
               WHEN 1
                   MOVE ZEROES TO EMP-CHAVE
                   START LOANS KEY IS NOT LESS THAN EMP-CHAVE
                       INVALID KEY MOVE '10' TO FS-LOANS
                   END-START
                   MOVE FS-LOANS TO WRK-RF-FS
               WHEN 2
                   MOVE ZEROES TO HIS-NUMERO
                   START LOANHIST KEY IS NOT LESS THAN HIS-NUMERO
                       INVALID KEY MOVE '10' TO FS-LOANHIST
                   END-START
                   MOVE FS-LOANHIST TO WRK-RF-FS
               WHEN 3
                   MOVE ZEROES TO MUL-NUMERO
                   START MULTAS KEY IS NOT LESS THAN MUL-NUMERO
                       INVALID KEY MOVE '10' TO FS-MULTAS
                   END-START
                   MOVE FS-MULTAS TO WRK-RF-FS
               WHEN 4
                   MOVE ZEROES TO RES-NUMERO
                   START RESERVAS KEY IS NOT LESS THAN RES-NUMERO
                       INVALID KEY MOVE '10' TO FS-RESERVAS
                   END-START
                   MOVE FS-RESERVAS TO WRK-RF-FS
               WHEN 5
                   MOVE ZEROES TO RCX-NUMERO
                   START CXRECIBO KEY IS NOT LESS THAN RCX-NUMERO
                       INVALID KEY MOVE '10' TO FS-CXRECIBO
                   END-START
                   MOVE FS-CXRECIBO TO WRK-RF-FS
               WHEN 6
                   MOVE ZEROES TO CXA-NUMERO
                   START CAIXA KEY IS NOT LESS THAN CXA-NUMERO
                       INVALID KEY MOVE '10' TO FS-CAIXA
                   END-START
                   MOVE FS-CAIXA TO WRK-RF-FS
           END-EVALUATE.
       0410-INICIA-LEITURA-END. EXIT.

       0415-LE-PROXIMO SECTION.
           MOVE SPACES TO WRK-RF-REGISTRO.
           EVALUATE WRK-RF-IX
               WHEN 1
                   READ LOANS NEXT RECORD
                   MOVE FS-LOANS TO WRK-RF-FS
                   MOVE REG-EMP  TO WRK-RF-REGISTRO
               WHEN 2
                   READ LOANHIST NEXT RECORD
                   MOVE FS-LOANHIST TO WRK-RF-FS
                   MOVE REG-HIS     TO WRK-RF-REGISTRO
               WHEN 3
                   READ MULTAS NEXT RECORD
                   MOVE FS-MULTAS TO WRK-RF-FS
                   MOVE REG-MUL   TO WRK-RF-REGISTRO
               WHEN 4
                   READ RESERVAS NEXT RECORD
                   MOVE FS-RESERVAS TO WRK-RF-FS
                   MOVE REG-RES     TO WRK-RF-REGISTRO
               WHEN 5
                   READ CXRECIBO NEXT RECORD
                   MOVE FS-CXRECIBO TO WRK-RF-FS
                   MOVE REG-RCX     TO WRK-RF-REGISTRO
               WHEN 6
                   READ CAIXA NEXT RECORD
                   MOVE FS-CAIXA TO WRK-RF-FS
                   MOVE REG-CXA  TO WRK-RF-REGISTRO
           END-EVALUATE.
       0415-LE-PROXIMO-END. EXIT.

       0420-GRAVA-REGISTRO SECTION.
           EVALUATE WRK-RF-IX
               WHEN 1
                   MOVE WRK-RF-REGISTRO TO REG-EMP
                   WRITE REG-EMP
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-LOANS TO WRK-RF-FS
               WHEN 2
                   MOVE WRK-RF-REGISTRO TO REG-HIS
                   WRITE REG-HIS
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-LOANHIST TO WRK-RF-FS
               WHEN 3
                   MOVE WRK-RF-REGISTRO TO REG-MUL
                   WRITE REG-MUL
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-MULTAS TO WRK-RF-FS
               WHEN 4
                   MOVE WRK-RF-REGISTRO TO REG-RES
                   WRITE REG-RES
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-RESERVAS TO WRK-RF-FS
               WHEN 5
                   MOVE WRK-RF-REGISTRO TO REG-RCX
                   WRITE REG-RCX
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-CXRECIBO TO WRK-RF-FS
               WHEN 6
                   MOVE WRK-RF-REGISTRO TO REG-CXA
                   WRITE REG-CXA
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-CAIXA TO WRK-RF-FS
           END-EVALUATE.
       0420-GRAVA-REGISTRO-END. EXIT.

       0425-LE-CHAVE SECTION.
      *    A CHAVE PRIMARIA DE TODOS OS SEIS E O PRIMEIRO CAMPO DO
      *    REGISTRO, ENTAO BASTA CARREGAR A IMAGEM NA AREA DO ARQUIVO.
           MOVE SPACES TO WRK-RF-ATUAL.
           EVALUATE WRK-RF-IX
               WHEN 1
                   MOVE WRK-RF-REGISTRO TO REG-EMP
                   READ LOANS
                       INVALID KEY CONTINUE
                   END-READ
                   MOVE FS-LOANS TO WRK-RF-FS
                   MOVE REG-EMP  TO WRK-RF-ATUAL
               WHEN 2
                   MOVE WRK-RF-REGISTRO TO REG-HIS
                   READ LOANHIST
                       INVALID KEY CONTINUE
                   END-READ
                   MOVE FS-LOANHIST TO WRK-RF-FS
                   MOVE REG-HIS     TO WRK-RF-ATUAL
               WHEN 3
                   MOVE WRK-RF-REGISTRO TO REG-MUL
                   READ MULTAS
                       INVALID KEY CONTINUE
                   END-READ
                   MOVE FS-MULTAS TO WRK-RF-FS
                   MOVE REG-MUL   TO WRK-RF-ATUAL
               WHEN 4
                   MOVE WRK-RF-REGISTRO TO REG-RES
                   READ RESERVAS
                       INVALID KEY CONTINUE
                   END-READ
                   MOVE FS-RESERVAS TO WRK-RF-FS
                   MOVE REG-RES     TO WRK-RF-ATUAL
               WHEN 5
                   MOVE WRK-RF-REGISTRO TO REG-RCX
                   READ CXRECIBO
                       INVALID KEY CONTINUE
                   END-READ
                   MOVE FS-CXRECIBO TO WRK-RF-FS
                   MOVE REG-RCX     TO WRK-RF-ATUAL
               WHEN 6
                   MOVE WRK-RF-REGISTRO TO REG-CXA
                   READ CAIXA
                       INVALID KEY CONTINUE
                   END-READ
                   MOVE FS-CAIXA TO WRK-RF-FS
                   MOVE REG-CXA  TO WRK-RF-ATUAL
           END-EVALUATE.
      *
           IF WRK-RF-FS(1:1) NOT EQUAL '0'
               MOVE SPACES TO WRK-RF-ATUAL
           END-IF.
       0425-LE-CHAVE-END. EXIT.

       0430-REGRAVA-REGISTRO SECTION.
           EVALUATE WRK-RF-IX
               WHEN 1
                   MOVE WRK-RF-REGISTRO TO REG-EMP
                   REWRITE REG-EMP
                       INVALID KEY CONTINUE
                   END-REWRITE
                   MOVE FS-LOANS TO WRK-RF-FS
               WHEN 2
                   MOVE WRK-RF-REGISTRO TO REG-HIS
                   REWRITE REG-HIS
                       INVALID KEY CONTINUE
                   END-REWRITE
                   MOVE FS-LOANHIST TO WRK-RF-FS
               WHEN 3
                   MOVE WRK-RF-REGISTRO TO REG-MUL
                   REWRITE REG-MUL
                       INVALID KEY CONTINUE
                   END-REWRITE
                   MOVE FS-MULTAS TO WRK-RF-FS
               WHEN 4
                   MOVE WRK-RF-REGISTRO TO REG-RES
                   REWRITE REG-RES
                       INVALID KEY CONTINUE
                   END-REWRITE
                   MOVE FS-RESERVAS TO WRK-RF-FS
               WHEN 5
                   MOVE WRK-RF-REGISTRO TO REG-RCX
                   REWRITE REG-RCX
                       INVALID KEY CONTINUE
                   END-REWRITE
                   MOVE FS-CXRECIBO TO WRK-RF-FS
               WHEN 6
                   MOVE WRK-RF-REGISTRO TO REG-CXA
                   REWRITE REG-CXA
                       INVALID KEY CONTINUE
                   END-REWRITE
                   MOVE FS-CAIXA TO WRK-RF-FS
           END-EVALUATE.
       0430-REGRAVA-REGISTRO-END. EXIT.

       0435-EXCLUI-REGISTRO SECTION.
      *    O REGISTRO ACABOU DE SER LIDO POR 0425-LE-CHAVE; A CHAVE JA
      *    ESTA NA AREA DO ARQUIVO.
           EVALUATE WRK-RF-IX
               WHEN 1
                   DELETE LOANS RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   MOVE FS-LOANS TO WRK-RF-FS
               WHEN 2
                   DELETE LOANHIST RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   MOVE FS-LOANHIST TO WRK-RF-FS
               WHEN 3
                   DELETE MULTAS RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   MOVE FS-MULTAS TO WRK-RF-FS
               WHEN 4
                   DELETE RESERVAS RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   MOVE FS-RESERVAS TO WRK-RF-FS
               WHEN 5
                   DELETE CXRECIBO RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   MOVE FS-CXRECIBO TO WRK-RF-FS
               WHEN 6
                   DELETE CAIXA RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   MOVE FS-CAIXA TO WRK-RF-FS
           END-EVALUATE.
       0435-EXCLUI-REGISTRO-END. EXIT.

       0440-FECHA-ARQUIVO SECTION.
           EVALUATE WRK-RF-IX
               WHEN 1 CLOSE LOANS
               WHEN 2 CLOSE LOANHIST
               WHEN 3 CLOSE MULTAS
               WHEN 4 CLOSE RESERVAS
               WHEN 5 CLOSE CXRECIBO
               WHEN 6 CLOSE CAIXA
           END-EVALUATE.
       0440-FECHA-ARQUIVO-END. EXIT.

       0445-REGISTRA-SPOOL SECTION.
           MOVE 'RFVIDPRG' TO WRK-SPL-PROGRAMA.
           COPY 'CPVIDSPP'. *> REGISTRA O RELATORIO NO SPOOL
       0445-REGISTRA-SPOOL-END. EXIT.

       0450-GRAVA-LOG SECTION.
           COPY 'CPVIDLGP'. *> GRAVA LINHA NO LOG DE AUDITORIA
       0450-GRAVA-LOG-END. EXIT.

       0600-ROT-ABEND SECTION.
           MOVE 'RFVIDPRG' TO WS-ABEND-PROGRAM.
           COPY 'CPVIDRAB'. *> ABEND ROUTINE.
      *
           PERFORM 0700-END-PROGRAM.
       0600-ROT-ABEND-END. EXIT.

       0700-END-PROGRAM SECTION.
           GOBACK.
       0700-END-PROGRAM-END. EXIT.

       END PROGRAM RFVIDPRG.
