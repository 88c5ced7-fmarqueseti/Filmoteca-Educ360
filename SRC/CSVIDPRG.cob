      ******************************************************************
      * FILE NAME   : CSVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : COMPANION FILES BULK LOAD OF VIDEOTECA PROGRAM - *
      *               LOADS DETALHES.DAT, VALORES.DAT, TAGCUR.DAT OR   *
      *               EXEMPLAR.DAT FROM A SPREADSHEET EXPORT (CSV),    *
      *               VALIDATING EACH ROW AGAINST MOVIES.DAT AND THE   *
      *               CONTROLLED LISTS, IN INSERT-ONLY OR INSERT-AND-  *
      *               UPDATE MODE, WITH A PRE-LOAD BACKUP, A PRINTED   *
      *               REJECTION REPORT AND ONE AUDIT LINE PER CHANGED  *
      *               RECORD, IN THE SPIRIT OF IMVIDPRG AND IBVIDPRG   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSVIDPRG.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDFCV'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDDEF'. *> DETALHES (EXTENDED DETAILS)
           COPY 'CPVIDVLF'. *> VALORES (TITLE VALUATION)
           COPY 'CPVIDTLF'. *> TAGLIST (CONTROLLED TAGS)
           COPY 'CPVIDTGF'. *> TAGCUR (CURRICULUM TAGS)
           COPY 'CPVIDXFC'. *> EXEMPLAR DAT WORKBOOK
      *
           SELECT CARGA-IMP
              ASSIGN       TO WRK-CSV-NOME
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-CARGA-IMP.
      *
           SELECT CARGA-BAK
              ASSIGN       TO WRK-BACKUP-FILENAME
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-CARGA-BAK.
      *
           SELECT CARGA-REL
              ASSIGN       TO WRK-SPL-NOME
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-CARGA-REL.
      *
           COPY 'CPVIDSPF'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDALF'. *> ABEND LOG
           COPY 'CPVIDLGF'. *> MAINTENANCE AUDIT LOG
      *
       DATA DIVISION.
       FILE SECTION.
       FD MOVIES.
           COPY 'CPVIDDAT'.

       FD DETALHES.
           COPY 'CPVIDDED'.

       FD VALORES.
           COPY 'CPVIDVLD'.

       FD TAGLIST.
           COPY 'CPVIDTLD'.

       FD TAGCUR.
           COPY 'CPVIDTGD'.

       FD EXEMPLAR.
           COPY 'CPVIDXDT'.

       FD CARGA-IMP.
           01 FIL-IMP          PIC X(200).

      *    O BACKUP GUARDA O REGISTRO DO ARQUIVO ALVO COMPLETADO COM
      *    BRANCOS ATE O TAMANHO DO MAIOR DELES (REG-DET).
       FD CARGA-BAK
           RECORDING MODE IS F.
           01 REG-BAK          PIC X(101).

       FD CARGA-REL.
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
           COPY 'CPVIDFCW'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDDEW'. *> DETALHES (EXTENDED DETAILS)
           COPY 'CPVIDVLW'. *> VALORES (TITLE VALUATION)
           COPY 'CPVIDTLW'. *> TAGLIST (CONTROLLED TAGS)
           COPY 'CPVIDTGW'. *> TAGCUR (CURRICULUM TAGS)
           COPY 'CPVIDXNW'. *> EXEMPLAR DAT WORKBOOK
           COPY 'CPVIDSPW'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDABE'. *> ABEND
           COPY 'CPVIDALW'. *> ABEND LOG
           COPY 'CPVIDLGW'. *> MAINTENANCE AUDIT LOG
           COPY 'CPVIDOPW'. *> OPERATOR SESSION
      *
       77 FS-CARGA-IMP             PIC X(02).
       77 FS-CARGA-BAK             PIC X(02).
       77 FS-CARGA-REL             PIC X(02).
       77 WRK-SPL-NOME             PIC X(40).
       77 WRK-SPL-PROGRAMA         PIC X(08).
       77 WRK-CSV-NOME             PIC X(40).
       77 WRK-BACKUP-FILENAME      PIC X(40).
       77 WRK-DELIM-COUNT          PIC 9(02) VALUE ZEROES.
      *
      *    CAMPOS PARA SUPORTE A CAMPOS ENTRE ASPAS NO CSV (A SINOPSE
      *    PODE TRAZER ';' E VIR ENTRE ASPAS NA PLANILHA).
       77 WRK-CSV-NORM             PIC X(200).
       77 WRK-CSV-IDX              PIC 9(03) USAGE COMP-3.
       77 WRK-CSV-OUT-IDX          PIC 9(03) USAGE COMP-3.
       77 WRK-CSV-IN-QUOTES        PIC X(01) VALUE 'N'.
       77 WRK-CSV-CHAR             PIC X(01).
      *
      *    ARQUIVO ALVO DA CARGA ESCOLHIDO NO MENU: NOME (TAMBEM USADO
      *    NO NOME DO CSV, DO BACKUP E DO RELATORIO), SIGLA DA ACAO NO
      *    LOG, QUANTIDADE DE ';' ESPERADA E LAYOUT MOSTRADO NA TELA.
       77 WRK-CG-ALVO              PIC X(08) VALUE SPACES.
       77 WRK-CG-SIGLA             PIC X(03) VALUE SPACES.
       77 WRK-CG-DELIMS            PIC 9(02) VALUE ZEROES.
       77 WRK-CG-LAYOUT            PIC X(50) VALUE SPACES.
      *
      *    MODO DA CARGA: 'I' = SO INCLUI (CHAVE JA EXISTENTE E
      *    REJEITADA); 'A' = INCLUI E ATUALIZA (CAMPO EM BRANCO NA
      *    PLANILHA MANTEM O VALOR ATUAL DO REGISTRO).
       77 WRK-CG-MODO              PIC X(01) VALUE SPACES.
       77 WRK-CG-OK                PIC X(01) VALUE 'S'.
       77 WRK-CG-MOTIVO            PIC X(30) VALUE SPACES.
       77 WRK-CG-REG-ANTES         PIC X(101) VALUE SPACES.
       77 WRK-CG-MAX-EXEMPLAR      PIC 9(02) VALUE ZEROES.
       77 WRK-CG-EXISTE            PIC X(01) VALUE 'N'.
       77 WRK-CG-FS                PIC X(02) VALUE SPACES.
      *
      *    CAMPOS DA LINHA DA PLANILHA, ANTES DA CRITICA.
       01 WRK-CG-LINHA.
           05 WRK-CG-COD-TXT        PIC X(60).
           05 WRK-CG-CAMPO-2        PIC X(60).
           05 WRK-CG-CAMPO-3        PIC X(60).
           05 WRK-CG-CAMPO-4        PIC X(60).
           05 WRK-CG-CAMPO-5        PIC X(60).
      *
      *    CONVERSAO DE TEXTO NUMERICO (CODIGO, ANO, NUMERO DA COPIA)
      *    E DE VALOR EM REAIS COM VIRGULA DECIMAL.
       77 WRK-CG-NUM-TXT           PIC X(60) VALUE SPACES.
       77 WRK-CG-SO-DIGITOS        PIC X(60) VALUE SPACES.
       77 WRK-CG-VIRGULAS          PIC 9(02) VALUE ZEROES.
       77 WRK-CG-NUM               PIC 9(09) VALUE ZEROES.
       77 WRK-CG-VALOR             PIC 9(07)V9(02) VALUE ZEROES.
      *
       01 WRK-ESTATISTICA.
           05 WRK-READ-LINES        PIC 9(05) USAGE COMP-3
                                     VALUE ZEROES.
           05 WRK-WRITE-LINES       PIC 9(05) USAGE COMP-3
                                     VALUE ZEROES.
           05 WRK-UPDATE-LINES      PIC 9(05) USAGE COMP-3
                                     VALUE ZEROES.
           05 WRK-SAME-LINES        PIC 9(05) USAGE COMP-3
                                     VALUE ZEROES.
           05 WRK-REJECT-LINES      PIC 9(05) USAGE COMP-3
                                     VALUE ZEROES.
           05 WRK-CSV-LINHA         PIC 9(05) USAGE COMP-3
                                     VALUE ZEROES.
           05 WRK-READ-LINES-EDIT   PIC ZZZZ9 VALUE ZEROES.
           05 WRK-WRITE-LINES-EDIT  PIC ZZZZ9 VALUE ZEROES.
           05 WRK-UPDATE-LINES-EDIT PIC ZZZZ9 VALUE ZEROES.
           05 WRK-SAME-LINES-EDIT   PIC ZZZZ9 VALUE ZEROES.
           05 WRK-REJECT-LINES-EDIT PIC ZZZZ9 VALUE ZEROES.
           05 WRK-CSV-LINHA-EDIT    PIC ZZZZ9 VALUE ZEROES.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN'. *> MAIN SCREEN
           COPY 'SCVIDMSG'. *> MESSAGES
      *
       01 SCREEN-CARGA-MENU.
           05 LINE 07 COLUMN 02 VALUE "1 - DETALHES DO FILME".
           05 LINE 08 COLUMN 02 VALUE "2 - VALORES DO ACERVO".
           05 LINE 09 COLUMN 02 VALUE "3 - TAGS CURRICULARES".
           05 LINE 10 COLUMN 02 VALUE "4 - EXEMPLARES".
           05 LINE 11 COLUMN 02 VALUE "0 - VOLTAR".
           05 LINE 12 COLUMN 02 VALUE "OPCAO: ".
           05 COLUMN PLUS 01    PIC X(01) USING WRK-OPTION.
      *
       01 SCREEN-CARGA-MODO.
           05 LINE 14 COLUMN 02 VALUE "ARQUIVO.........: ".
           05 COLUMN PLUS 01    PIC X(40) FROM WRK-CSV-NOME.
           05 LINE 15 COLUMN 02 VALUE "LAYOUT..........: ".
           05 COLUMN PLUS 01    PIC X(50) FROM WRK-CG-LAYOUT.
           05 LINE 16 COLUMN 02 VALUE "MODO (I=SO INCLUI, A=INCLUI E".
           05 COLUMN PLUS 01    VALUE "ATUALIZA): ".
           05 COLUMN PLUS 01    PIC X(01) USING WRK-CG-MODO.
      *
       PROCEDURE DIVISION.
       0000-MAIN SECTION.
      *    O CHAMADOR NAO USA CANCEL, ENTAO WRK-OPTION FICA COM O '0'
      *    DA SAIDA ANTERIOR NA MESMA SESSAO; SEM ESTE RESET, A SEGUNDA
      *    ENTRADA NO PROGRAMA TERMINARIA SEM MOSTRAR O MENU.
           MOVE SPACES TO WRK-OPTION.
      *
      *    CARGA EM LOTE ALTERA MUITOS REGISTROS DE UMA VEZ: FICA COM
      *    O COORDENADOR, COMO A MANUTENCAO EM LOTE DO MENU PRINCIPAL.
           IF WRK-OPERADOR-PERFIL NOT EQUAL 'C'
               INITIALIZE WRK-MSG
               MOVE '20OPCAO RESTRITA AO COORDENADOR.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               PERFORM 0700-END-PROGRAM
           END-IF.
      *
           PERFORM 0100-OPEN-DATA.
           PERFORM 0300-PROCESS-DATA UNTIL WRK-OPTION EQUAL '0'.
           PERFORM 0500-CLOSE-DATA.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.

       0100-OPEN-DATA SECTION.
      *    O CATALOGO E A LISTA DE TAGS SO SAO LIDOS; O ARQUIVO ALVO E
      *    ABERTO A CADA CARGA, DEPOIS DO BACKUP.
           OPEN INPUT MOVIES.
      *
           IF FS-MOVIES NOT EQUAL "00"
               MOVE '53ERRO AO ABRIR ARQUIVO DE DADOS DE FILMES.'
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
           OPEN INPUT TAGLIST.
      *
           IF FS-TAGLIST EQUAL "35"
               OPEN OUTPUT TAGLIST
               CLOSE TAGLIST
               OPEN INPUT TAGLIST
           END-IF.
      *
           IF FS-TAGLIST NOT EQUAL "00"
               MOVE '45ERRO AO ABRIR LISTA DE TAGS.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-TAGLIST TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR LISTA DE TAGS'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
       0100-OPEN-DATA-END. EXIT.

       0300-PROCESS-DATA SECTION.
           COPY 'CPVIDDTE'. *> DATE/TIME PROCEDURE
           MOVE " * * * * CARGA DE COMPLEMENTOS * * * *" TO WRK-TITLE.
           MOVE "PF3=FIM"                                 TO WRK-KEYS.
           INITIALIZE WRK-MSG.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-CARGA-MENU.
           ACCEPT  SCREEN-CARGA-MENU.
      *
           EVALUATE WRK-OPTION
               WHEN '1'
                   MOVE 'DETALHES' TO WRK-CG-ALVO
                   MOVE 'DET'      TO WRK-CG-SIGLA
                   MOVE 3          TO WRK-CG-DELIMS
                   MOVE 'CODIGO;DIRETOR;ANO;SINOPSE' TO WRK-CG-LAYOUT
                   PERFORM 0310-EXECUTA-CARGA
               WHEN '2'
                   MOVE 'VALORES'  TO WRK-CG-ALVO
                   MOVE 'VAL'      TO WRK-CG-SIGLA
                   MOVE 2          TO WRK-CG-DELIMS
                   MOVE 'CODIGO;CUSTO AQUISICAO;CUSTO REPOSICAO'
                       TO WRK-CG-LAYOUT
                   PERFORM 0310-EXECUTA-CARGA
               WHEN '3'
                   MOVE 'TAGCUR'   TO WRK-CG-ALVO
                   MOVE 'TAG'      TO WRK-CG-SIGLA
                   MOVE 1          TO WRK-CG-DELIMS
                   MOVE 'CODIGO;TAG' TO WRK-CG-LAYOUT
                   PERFORM 0310-EXECUTA-CARGA
               WHEN '4'
                   MOVE 'EXEMPLAR' TO WRK-CG-ALVO
                   MOVE 'EXE'      TO WRK-CG-SIGLA
                   MOVE 4          TO WRK-CG-DELIMS
                   MOVE 'CODIGO;NUMERO;MIDIA;CONDICAO;POSICAO'
                       TO WRK-CG-LAYOUT
                   PERFORM 0310-EXECUTA-CARGA
               WHEN '0' CONTINUE
               WHEN OTHER
                   INITIALIZE WRK-MSG
                   MOVE '20OPCAO INVALIDA.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
           END-EVALUATE.
       0300-PROCESS-DATA-END. EXIT.

       0310-EXECUTA-CARGA SECTION.
      *    UMA CARGA POR VEZ: PLANILHA './dat/<ARQUIVO>-IMP.csv' COM
      *    LINHA DE CABECALHO, CAMPOS SEPARADOS POR ';'.
           MOVE SPACES TO WRK-CSV-NOME.
           STRING './dat/'    DELIMITED BY SIZE
                  WRK-CG-ALVO DELIMITED BY SPACE
                  '-IMP.csv'  DELIMITED BY SIZE
             INTO WRK-CSV-NOME.
      *
           MOVE SPACES TO WRK-CG-MODO.
           DISPLAY SCREEN-CARGA-MODO.
           ACCEPT  SCREEN-CARGA-MODO.
      *
           INSPECT WRK-CG-MODO CONVERTING 'ia' TO 'IA'.
           IF WRK-CG-MODO NOT EQUAL 'I' AND NOT EQUAL 'A'
               INITIALIZE WRK-MSG
               MOVE '20MODO INVALIDO. INFORME I OU A.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0310-EXECUTA-CARGA-END
           END-IF.
      *
           INITIALIZE WRK-MSG.
           MOVE '24CONFIRMA A CARGA DA PLANILHA (S/N)?' TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
      *
           IF WRK-AWAIT NOT EQUAL 'S' AND NOT EQUAL 's'
               INITIALIZE WRK-MSG
               MOVE '28CARGA CANCELADA.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0310-EXECUTA-CARGA-END
           END-IF.
      *
           OPEN INPUT CARGA-IMP.
      *
           IF FS-CARGA-IMP NOT EQUAL "00"
               INITIALIZE WRK-MSG
               MOVE '16PLANILHA NAO ENCONTRADA. NADA FOI CARREGADO.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0310-EXECUTA-CARGA-END
           END-IF.
      *
           PERFORM 0320-BACKUP-ALVO.
           PERFORM 0330-ABRE-ALVO.
           PERFORM 0410-CABECALHO-REJEICOES.
      *
           INITIALIZE WRK-ESTATISTICA.
           READ CARGA-IMP. *> HEADER
           ADD 1 TO WRK-CSV-LINHA.
           IF FS-CARGA-IMP EQUAL "00"
               READ CARGA-IMP *> FIRST RECORD LINE
               ADD 1 TO WRK-CSV-LINHA
           END-IF.
      *
           PERFORM 0340-PROCESSA-LINHA
               UNTIL FS-CARGA-IMP NOT EQUAL "00".
      *
           PERFORM 0420-TOTAIS-REJEICOES.
           PERFORM 0335-FECHA-ALVO.
           CLOSE CARGA-IMP.
           PERFORM 0400-PRINT-RESULTS.
       0310-EXECUTA-CARGA-END. EXIT.

       0320-BACKUP-ALVO SECTION.
      *    COPIA O ARQUIVO ALVO PARA UMA GERACAO DATADA ANTES DE ABRI-LO
      *    I-O, PARA UMA CARGA RUIM PODER SER DESFEITA (MESMO CRITERIO
      *    DO BACKUP DE IMVIDPRG).
           MOVE SPACES TO WRK-BACKUP-FILENAME.
           STRING './dat/'      DELIMITED BY SIZE
                  WRK-CG-ALVO   DELIMITED BY SPACE
                  '-BAK-'       DELIMITED BY SIZE
                  WRK-DATA-AAAA DELIMITED BY SIZE
                  WRK-DATA-MM   DELIMITED BY SIZE
                  WRK-DATA-DD   DELIMITED BY SIZE
                  '.dat'        DELIMITED BY SIZE
             INTO WRK-BACKUP-FILENAME.
      *
           OPEN OUTPUT CARGA-BAK.
      *
           IF FS-CARGA-BAK NOT EQUAL "00"
               MOVE '56ERRO AO ABRIR ARQUIVO DE BACKUP.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-CARGA-BAK TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE BACKUP DA CARGA'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
      *    ARQUIVO ALVO AINDA INEXISTENTE ("35") DEIXA O BACKUP VAZIO.
           EVALUATE WRK-CG-SIGLA
               WHEN 'DET'
                   OPEN INPUT DETALHES
                   IF FS-DETALHES EQUAL "00"
                       READ DETALHES NEXT RECORD
                       PERFORM UNTIL FS-DETALHES NOT EQUAL "00"
                           MOVE REG-DET TO REG-BAK
                           WRITE REG-BAK
                           READ DETALHES NEXT RECORD
                       END-PERFORM
                       CLOSE DETALHES
                   END-IF
               WHEN 'VAL'
                   OPEN INPUT VALORES
                   IF FS-VALORES EQUAL "00"
                       READ VALORES NEXT RECORD
                       PERFORM UNTIL FS-VALORES NOT EQUAL "00"
                           MOVE REG-VAL TO REG-BAK
                           WRITE REG-BAK
                           READ VALORES NEXT RECORD
                       END-PERFORM
                       CLOSE VALORES
                   END-IF
               WHEN 'TAG'
                   OPEN INPUT TAGCUR
                   IF FS-TAGCUR EQUAL "00"
                       READ TAGCUR NEXT RECORD
                       PERFORM UNTIL FS-TAGCUR NOT EQUAL "00"
                           MOVE REG-TGX TO REG-BAK
                           WRITE REG-BAK
                           READ TAGCUR NEXT RECORD
                       END-PERFORM
                       CLOSE TAGCUR
                   END-IF
               WHEN 'EXE'
                   OPEN INPUT EXEMPLAR
                   IF FS-EXEMPLAR EQUAL "00"
                       READ EXEMPLAR NEXT RECORD
                       PERFORM UNTIL FS-EXEMPLAR NOT EQUAL "00"
                           MOVE REG-EXE TO REG-BAK
                           WRITE REG-BAK
                           READ EXEMPLAR NEXT RECORD
                       END-PERFORM
                       CLOSE EXEMPLAR
                   END-IF
           END-EVALUATE.
      *
           CLOSE CARGA-BAK.
       0320-BACKUP-ALVO-END. EXIT.

       0330-ABRE-ALVO SECTION.
           EVALUATE WRK-CG-SIGLA
               WHEN 'DET'
                   OPEN I-O DETALHES
                   IF FS-DETALHES EQUAL "35"
                       OPEN OUTPUT DETALHES
                       CLOSE DETALHES
                       OPEN I-O DETALHES
                   END-IF
                   MOVE FS-DETALHES TO WS-ABEND-CODE
               WHEN 'VAL'
                   OPEN I-O VALORES
                   IF FS-VALORES EQUAL "35"
                       OPEN OUTPUT VALORES
                       CLOSE VALORES
                       OPEN I-O VALORES
                   END-IF
                   MOVE FS-VALORES TO WS-ABEND-CODE
               WHEN 'TAG'
                   OPEN I-O TAGCUR
                   IF FS-TAGCUR EQUAL "35"
                       OPEN OUTPUT TAGCUR
                       CLOSE TAGCUR
                       OPEN I-O TAGCUR
                   END-IF
                   MOVE FS-TAGCUR TO WS-ABEND-CODE
               WHEN 'EXE'
                   OPEN I-O EXEMPLAR
                   IF FS-EXEMPLAR EQUAL "35"
                       OPEN OUTPUT EXEMPLAR
                       CLOSE EXEMPLAR
                       OPEN I-O EXEMPLAR
                   END-IF
                   MOVE FS-EXEMPLAR TO WS-ABEND-CODE
           END-EVALUATE.
      *
           IF WS-ABEND-CODE NOT EQUAL "00"
               CLOSE CARGA-IMP
               MOVE '44ERRO AO ABRIR O ARQUIVO DA CARGA.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE 'ERRO AO ABRIR O ARQUIVO ALVO DA CARGA'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
       0330-ABRE-ALVO-END. EXIT.

       0335-FECHA-ALVO SECTION.
           EVALUATE WRK-CG-SIGLA
               WHEN 'DET' CLOSE DETALHES
               WHEN 'VAL' CLOSE VALORES
               WHEN 'TAG' CLOSE TAGCUR
               WHEN 'EXE' CLOSE EXEMPLAR
           END-EVALUATE.
       0335-FECHA-ALVO-END. EXIT.

       0340-PROCESSA-LINHA SECTION.
           ADD 1 TO WRK-READ-LINES.
      *
           PERFORM 0305-NORMALIZA-LINHA.
      *
      *    CONFERE A QUANTIDADE DE ';' DO LAYOUT ANTES DO UNSTRING,
      *    PARA NAO MAPEAR CAMPOS ERRADOS; OS ';' ENTRE ASPAS JA FORAM
      *    NEUTRALIZADOS E NAO ENTRAM NA CONTAGEM.
           MOVE ZEROES TO WRK-DELIM-COUNT.
           INSPECT WRK-CSV-NORM TALLYING WRK-DELIM-COUNT FOR ALL ';'.
      *
           IF WRK-DELIM-COUNT NOT EQUAL WRK-CG-DELIMS
               MOVE 'QUANTIDADE DE CAMPOS INVALIDA' TO WRK-CG-MOTIVO
               PERFORM 0390-REJEITA-LINHA
           ELSE
               INITIALIZE WRK-CG-LINHA
               UNSTRING WRK-CSV-NORM DELIMITED BY ";"
                   INTO WRK-CG-COD-TXT,
                        WRK-CG-CAMPO-2,
                        WRK-CG-CAMPO-3,
                        WRK-CG-CAMPO-4,
                        WRK-CG-CAMPO-5
      *
      *        RESTAURA OS ';' QUE ESTAVAM ENTRE ASPAS NOS CAMPOS DE
      *        TEXTO, NEUTRALIZADOS POR 0305-NORMALIZA-LINHA.
               INSPECT WRK-CG-CAMPO-2 REPLACING ALL '~' BY ';'
               INSPECT WRK-CG-CAMPO-4 REPLACING ALL '~' BY ';'
      *
               PERFORM 0345-CRITICA-FILME
      *
               IF WRK-CG-OK EQUAL 'S'
                   EVALUATE WRK-CG-SIGLA
                       WHEN 'DET' PERFORM 0350-CARGA-DETALHES
                       WHEN 'VAL' PERFORM 0355-CARGA-VALORES
                       WHEN 'TAG' PERFORM 0360-CARGA-TAGCUR
                       WHEN 'EXE' PERFORM 0365-CARGA-EXEMPLAR
                   END-EVALUATE
               END-IF
           END-IF.
      *
           READ CARGA-IMP.
           ADD 1 TO WRK-CSV-LINHA.
       0340-PROCESSA-LINHA-END. EXIT.

       0305-NORMALIZA-LINHA SECTION.
      *    PERCORRE FIL-IMP CARACTER A CARACTER MONTANDO WRK-CSV-NORM:
      *    AS ASPAS QUE DELIMITAM UM CAMPO SAO REMOVIDAS E QUALQUER ';'
      *    ENCONTRADO DENTRO DELAS E TROCADO POR '~' PARA NAO SER
      *    CONFUNDIDO COM O DELIMITADOR DE CAMPO NA CONTAGEM/UNSTRING.
           MOVE SPACES TO WRK-CSV-NORM.
           MOVE 'N'    TO WRK-CSV-IN-QUOTES.
           MOVE 1      TO WRK-CSV-OUT-IDX.
      *
           PERFORM VARYING WRK-CSV-IDX FROM 1 BY 1
               UNTIL WRK-CSV-IDX GREATER THAN 200
               MOVE FIL-IMP(WRK-CSV-IDX:1) TO WRK-CSV-CHAR
      *
               EVALUATE TRUE
                   WHEN WRK-CSV-CHAR EQUAL '"'
                       IF WRK-CSV-IN-QUOTES EQUAL 'S'
                           MOVE 'N' TO WRK-CSV-IN-QUOTES
                       ELSE
                           MOVE 'S' TO WRK-CSV-IN-QUOTES
                       END-IF
                   WHEN WRK-CSV-CHAR EQUAL ';'
                    AND WRK-CSV-IN-QUOTES EQUAL 'S'
                       MOVE '~' TO WRK-CSV-NORM(WRK-CSV-OUT-IDX:1)
                       ADD 1 TO WRK-CSV-OUT-IDX
                   WHEN OTHER
                       MOVE WRK-CSV-CHAR
                           TO WRK-CSV-NORM(WRK-CSV-OUT-IDX:1)
                       ADD 1 TO WRK-CSV-OUT-IDX
               END-EVALUATE
           END-PERFORM.
       0305-NORMALIZA-LINHA-END. EXIT.

       0345-CRITICA-FILME SECTION.
      *    TODO ARQUIVO COMPANHEIRO E CHAVEADO PELO CODIGO DO FILME:
      *    A LINHA SO SEGUE SE O CODIGO E NUMERICO E EXISTE EM
      *    MOVIES.DAT (REG-FIL FICA LIDO PARA A CARGA E PARA O LOG).
           MOVE 'S' TO WRK-CG-OK.
           MOVE WRK-CG-COD-TXT TO WRK-CG-NUM-TXT.
           PERFORM 0380-CONVERTE-NUMERO.
      *
           IF WRK-CG-OK NOT EQUAL 'S'
           OR WRK-CG-NUM EQUAL ZEROES
           OR WRK-CG-NUM GREATER THAN 9999999
               MOVE 'N' TO WRK-CG-OK
               MOVE 'CODIGO DO FILME INVALIDO' TO WRK-CG-MOTIVO
               PERFORM 0390-REJEITA-LINHA
               GO TO 0345-CRITICA-FILME-END
           END-IF.
      *
           MOVE WRK-CG-NUM TO CODIGO.
           READ MOVIES
               INVALID KEY
                   MOVE 'N' TO WRK-CG-OK
                   MOVE 'FILME NAO CADASTRADO' TO WRK-CG-MOTIVO
                   PERFORM 0390-REJEITA-LINHA
           END-READ.
       0345-CRITICA-FILME-END. EXIT.

       0350-CARGA-DETALHES SECTION.
      *    CODIGO;DIRETOR;ANO;SINOPSE. O ANO, QUANDO INFORMADO, VAI DE
      *    1888 (PRIMEIRO FILME) ATE O ANO CORRENTE.
           IF WRK-CG-CAMPO-2 EQUAL SPACES
          AND WRK-CG-CAMPO-3 EQUAL SPACES
          AND WRK-CG-CAMPO-4 EQUAL SPACES
               MOVE 'LINHA SEM DADOS' TO WRK-CG-MOTIVO
               PERFORM 0390-REJEITA-LINHA
               GO TO 0350-CARGA-DETALHES-END
           END-IF.
      *
           MOVE ZEROES TO WRK-CG-NUM.
           IF WRK-CG-CAMPO-3 NOT EQUAL SPACES
               MOVE WRK-CG-CAMPO-3 TO WRK-CG-NUM-TXT
               PERFORM 0380-CONVERTE-NUMERO
               IF WRK-CG-OK NOT EQUAL 'S'
               OR WRK-CG-NUM LESS THAN 1888
               OR WRK-CG-NUM GREATER THAN WRK-DATA-AAAA
                   MOVE 'ANO INVALIDO' TO WRK-CG-MOTIVO
                   PERFORM 0390-REJEITA-LINHA
                   GO TO 0350-CARGA-DETALHES-END
               END-IF
           END-IF.
      *
           MOVE CODIGO TO DET-CODIGO.
           READ DETALHES
               INVALID KEY
                   INITIALIZE REG-DET
                   MOVE CODIGO         TO DET-CODIGO
                   MOVE WRK-CG-CAMPO-2 TO DET-DIRETOR
                   MOVE WRK-CG-NUM     TO DET-ANO
                   MOVE WRK-CG-CAMPO-4 TO DET-SINOPSE
                   WRITE REG-DET
                   MOVE FS-DETALHES TO WRK-CG-FS
                   PERFORM 0370-CONTA-INCLUSAO
               NOT INVALID KEY
                   IF WRK-CG-MODO EQUAL 'I'
                       MOVE 'JA CADASTRADO (MODO INCLUSAO)'
                           TO WRK-CG-MOTIVO
                       PERFORM 0390-REJEITA-LINHA
                   ELSE
                       MOVE REG-DET TO WRK-CG-REG-ANTES
                       IF WRK-CG-CAMPO-2 NOT EQUAL SPACES
                           MOVE WRK-CG-CAMPO-2 TO DET-DIRETOR
                       END-IF
                       IF WRK-CG-CAMPO-3 NOT EQUAL SPACES
                           MOVE WRK-CG-NUM TO DET-ANO
                       END-IF
                       IF WRK-CG-CAMPO-4 NOT EQUAL SPACES
                           MOVE WRK-CG-CAMPO-4 TO DET-SINOPSE
                       END-IF
                       IF REG-DET EQUAL WRK-CG-REG-ANTES
                           ADD 1 TO WRK-SAME-LINES
                       ELSE
                           REWRITE REG-DET
                           MOVE FS-DETALHES TO WRK-CG-FS
                           PERFORM 0375-CONTA-ALTERACAO
                       END-IF
                   END-IF
           END-READ.
       0350-CARGA-DETALHES-END. EXIT.

       0355-CARGA-VALORES SECTION.
      *    CODIGO;CUSTO AQUISICAO;CUSTO REPOSICAO, EM REAIS COM VIRGULA
      *    DECIMAL (EX.: 49,90), COMO SAI DA PLANILHA DA SEGURADORA.
           IF WRK-CG-CAMPO-2 EQUAL SPACES
          AND WRK-CG-CAMPO-3 EQUAL SPACES
               MOVE 'LINHA SEM DADOS' TO WRK-CG-MOTIVO
               PERFORM 0390-REJEITA-LINHA
               GO TO 0355-CARGA-VALORES-END
           END-IF.
      *
           MOVE CODIGO TO VAL-CODIGO.
           READ VALORES
               INVALID KEY
                   INITIALIZE REG-VAL
                   MOVE CODIGO TO VAL-CODIGO
                   MOVE 'N'    TO WRK-CG-EXISTE
               NOT INVALID KEY
                   MOVE 'S'     TO WRK-CG-EXISTE
                   MOVE REG-VAL TO WRK-CG-REG-ANTES
           END-READ.
      *
           IF WRK-CG-EXISTE EQUAL 'S'
          AND WRK-CG-MODO EQUAL 'I'
               MOVE 'JA CADASTRADO (MODO INCLUSAO)' TO WRK-CG-MOTIVO
               PERFORM 0390-REJEITA-LINHA
               GO TO 0355-CARGA-VALORES-END
           END-IF.
      *
           IF WRK-CG-CAMPO-2 NOT EQUAL SPACES
               MOVE WRK-CG-CAMPO-2 TO WRK-CG-NUM-TXT
               PERFORM 0385-CONVERTE-VALOR
               IF WRK-CG-OK NOT EQUAL 'S'
                   MOVE 'CUSTO DE AQUISICAO INVALIDO' TO WRK-CG-MOTIVO
                   PERFORM 0390-REJEITA-LINHA
                   GO TO 0355-CARGA-VALORES-END
               END-IF
               MOVE WRK-CG-VALOR TO VAL-CUSTO-AQUIS
           END-IF.
      *
           IF WRK-CG-CAMPO-3 NOT EQUAL SPACES
               MOVE WRK-CG-CAMPO-3 TO WRK-CG-NUM-TXT
               PERFORM 0385-CONVERTE-VALOR
               IF WRK-CG-OK NOT EQUAL 'S'
                   MOVE 'CUSTO DE REPOSICAO INVALIDO' TO WRK-CG-MOTIVO
                   PERFORM 0390-REJEITA-LINHA
                   GO TO 0355-CARGA-VALORES-END
               END-IF
               MOVE WRK-CG-VALOR TO VAL-CUSTO-REPOS
           END-IF.
      *
           EVALUATE TRUE
               WHEN WRK-CG-EXISTE EQUAL 'N'
                   WRITE REG-VAL
                   MOVE FS-VALORES TO WRK-CG-FS
                   PERFORM 0370-CONTA-INCLUSAO
               WHEN REG-VAL EQUAL WRK-CG-REG-ANTES
                   ADD 1 TO WRK-SAME-LINES
               WHEN OTHER
                   REWRITE REG-VAL
                   MOVE FS-VALORES TO WRK-CG-FS
                   PERFORM 0375-CONTA-ALTERACAO
           END-EVALUATE.
       0355-CARGA-VALORES-END. EXIT.

       0360-CARGA-TAGCUR SECTION.
      *    CODIGO;TAG. A TAG PRECISA EXISTIR NA LISTA CONTROLADA
      *    (TAGLIST.DAT), NO MESMO CRITERIO DE TGVIDPRG. O VINCULO NAO
      *    TEM DADOS ALEM DA CHAVE: REPETIDO NO MODO 'A' NAO ALTERA.
           INSPECT WRK-CG-CAMPO-2
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
           IF WRK-CG-CAMPO-2 EQUAL SPACES
           OR WRK-CG-CAMPO-2(9:52) NOT EQUAL SPACES
               MOVE 'TAG INVALIDA' TO WRK-CG-MOTIVO
               PERFORM 0390-REJEITA-LINHA
               GO TO 0360-CARGA-TAGCUR-END
           END-IF.
      *
           MOVE WRK-CG-CAMPO-2 TO TGL-CODIGO.
           READ TAGLIST
               INVALID KEY
                   MOVE 'TAG FORA DA LISTA CONTROLADA' TO WRK-CG-MOTIVO
                   PERFORM 0390-REJEITA-LINHA
                   GO TO 0360-CARGA-TAGCUR-END
           END-READ.
      *
           INITIALIZE REG-TGX.
           MOVE TGL-CODIGO TO TGX-TAG.
           MOVE CODIGO     TO TGX-CODIGO.
           WRITE REG-TGX
               INVALID KEY
                   IF WRK-CG-MODO EQUAL 'I'
                       MOVE 'JA CADASTRADO (MODO INCLUSAO)'
                           TO WRK-CG-MOTIVO
                       PERFORM 0390-REJEITA-LINHA
                   ELSE
                       ADD 1 TO WRK-SAME-LINES
                   END-IF
               NOT INVALID KEY
                   MOVE FS-TAGCUR TO WRK-CG-FS
                   PERFORM 0370-CONTA-INCLUSAO
           END-WRITE.
       0360-CARGA-TAGCUR-END. EXIT.

       0365-CARGA-EXEMPLAR SECTION.
      *    CODIGO;NUMERO;MIDIA;CONDICAO;POSICAO. NUMERO EM BRANCO OU
      *    ZERO INCLUI UMA COPIA NOVA COM O PROXIMO NUMERO DO TITULO
      *    (CRITERIO DE ECVIDPRG); MIDIA E CONDICAO SEGUEM AS LISTAS
      *    DA TELA DE EXEMPLARES (V/D/B/G E B/R/D). TITULO BAIXADO NAO
      *    RECEBE COPIA NOVA.
           INSPECT WRK-CG-CAMPO-3
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WRK-CG-CAMPO-4
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WRK-CG-CAMPO-5
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
           IF WRK-CG-CAMPO-3 NOT EQUAL SPACES
               IF WRK-CG-CAMPO-3(2:59) NOT EQUAL SPACES
               OR (WRK-CG-CAMPO-3(1:1) NOT EQUAL 'V' AND NOT EQUAL 'D'
                   AND NOT EQUAL 'B' AND NOT EQUAL 'G')
                   MOVE 'MIDIA INVALIDA (V/D/B/G)' TO WRK-CG-MOTIVO
                   PERFORM 0390-REJEITA-LINHA
                   GO TO 0365-CARGA-EXEMPLAR-END
               END-IF
           END-IF.
      *
           IF WRK-CG-CAMPO-4 NOT EQUAL SPACES
               IF WRK-CG-CAMPO-4(2:59) NOT EQUAL SPACES
               OR (WRK-CG-CAMPO-4(1:1) NOT EQUAL 'B' AND NOT EQUAL 'R'
                   AND NOT EQUAL 'D')
                   MOVE 'CONDICAO INVALIDA (B/R/D)' TO WRK-CG-MOTIVO
                   PERFORM 0390-REJEITA-LINHA
                   GO TO 0365-CARGA-EXEMPLAR-END
               END-IF
           END-IF.
      *
           IF WRK-CG-CAMPO-5(9:52) NOT EQUAL SPACES
               MOVE 'POSICAO COM MAIS DE 8 POSICOES' TO WRK-CG-MOTIVO
               PERFORM 0390-REJEITA-LINHA
               GO TO 0365-CARGA-EXEMPLAR-END
           END-IF.
      *
           MOVE ZEROES TO WRK-CG-NUM.
           IF WRK-CG-CAMPO-2 NOT EQUAL SPACES
               MOVE WRK-CG-CAMPO-2 TO WRK-CG-NUM-TXT
               PERFORM 0380-CONVERTE-NUMERO
               IF WRK-CG-OK NOT EQUAL 'S'
               OR WRK-CG-NUM GREATER THAN 99
                   MOVE 'NUMERO DO EXEMPLAR INVALIDO' TO WRK-CG-MOTIVO
                   PERFORM 0390-REJEITA-LINHA
                   GO TO 0365-CARGA-EXEMPLAR-END
               END-IF
           END-IF.
      *
           IF WRK-CG-NUM EQUAL ZEROES
               PERFORM 0367-PROXIMO-EXEMPLAR
               IF WRK-CG-MAX-EXEMPLAR EQUAL 99
                   MOVE 'TITULO JA TEM 99 EXEMPLARES' TO WRK-CG-MOTIVO
                   PERFORM 0390-REJEITA-LINHA
                   GO TO 0365-CARGA-EXEMPLAR-END
               END-IF
               ADD 1 TO WRK-CG-MAX-EXEMPLAR GIVING WRK-CG-NUM
           END-IF.
      *
           MOVE CODIGO     TO EXE-CODIGO.
           MOVE WRK-CG-NUM TO EXE-NUMERO.
           READ EXEMPLAR
               INVALID KEY
                   IF VID-SITUACAO EQUAL 'B'
                       MOVE 'TITULO BAIXADO NO CATALOGO'
                           TO WRK-CG-MOTIVO
                       PERFORM 0390-REJEITA-LINHA
                       GO TO 0365-CARGA-EXEMPLAR-END
                   END-IF
                   INITIALIZE REG-EXE
                   MOVE CODIGO     TO EXE-CODIGO
                   MOVE WRK-CG-NUM TO EXE-NUMERO
                   MOVE MIDIA      TO EXE-MIDIA
                   MOVE 'B'        TO EXE-CONDICAO
                   PERFORM 0368-APLICA-CAMPOS-EXEMPLAR
                   WRITE REG-EXE
                   MOVE FS-EXEMPLAR TO WRK-CG-FS
                   PERFORM 0370-CONTA-INCLUSAO
               NOT INVALID KEY
                   IF WRK-CG-MODO EQUAL 'I'
                       MOVE 'JA CADASTRADO (MODO INCLUSAO)'
                           TO WRK-CG-MOTIVO
                       PERFORM 0390-REJEITA-LINHA
                   ELSE
                       MOVE REG-EXE TO WRK-CG-REG-ANTES
                       PERFORM 0368-APLICA-CAMPOS-EXEMPLAR
                       IF REG-EXE EQUAL WRK-CG-REG-ANTES
                           ADD 1 TO WRK-SAME-LINES
                       ELSE
                           REWRITE REG-EXE
                           MOVE FS-EXEMPLAR TO WRK-CG-FS
                           PERFORM 0375-CONTA-ALTERACAO
                       END-IF
                   END-IF
           END-READ.
       0365-CARGA-EXEMPLAR-END. EXIT.

       0367-PROXIMO-EXEMPLAR SECTION.
      *    MAIOR NUMERO DE EXEMPLAR JA CADASTRADO PARA O TITULO, COMO
      *    EM ECVIDPRG 0315-GET-NEXT-NUMERO.
           MOVE ZEROES TO WRK-CG-MAX-EXEMPLAR.
           MOVE CODIGO TO EXE-CODIGO.
           MOVE ZEROES TO EXE-NUMERO.
           START EXEMPLAR KEY IS NOT LESS THAN EXE-CHAVE
               INVALID KEY
                   MOVE '10' TO FS-EXEMPLAR
           END-START.
      *
           IF FS-EXEMPLAR EQUAL "00"
               READ EXEMPLAR NEXT RECORD
               PERFORM UNTIL FS-EXEMPLAR NOT EQUAL "00"
                          OR EXE-CODIGO NOT EQUAL CODIGO
                   MOVE EXE-NUMERO TO WRK-CG-MAX-EXEMPLAR
                   READ EXEMPLAR NEXT RECORD
               END-PERFORM
           END-IF.
       0367-PROXIMO-EXEMPLAR-END. EXIT.

       0368-APLICA-CAMPOS-EXEMPLAR SECTION.
      *    SO OS CAMPOS PREENCHIDOS NA PLANILHA MUDAM O REGISTRO; A
      *    SITUACAO E A BAIXA DA COPIA NAO SAO MEXIDAS PELA CARGA.
           IF WRK-CG-CAMPO-3 NOT EQUAL SPACES
               MOVE WRK-CG-CAMPO-3(1:1) TO EXE-MIDIA
           END-IF.
           IF WRK-CG-CAMPO-4 NOT EQUAL SPACES
               MOVE WRK-CG-CAMPO-4(1:1) TO EXE-CONDICAO
           END-IF.
           IF WRK-CG-CAMPO-5 NOT EQUAL SPACES
               MOVE WRK-CG-CAMPO-5(1:8) TO EXE-POSICAO
           END-IF.
       0368-APLICA-CAMPOS-EXEMPLAR-END. EXIT.

       0370-CONTA-INCLUSAO SECTION.
      *    WRK-CG-FS TRAZ O FILE STATUS DA GRAVACAO DO ALVO.
           IF WRK-CG-FS EQUAL "00"
               ADD 1 TO WRK-WRITE-LINES
               MOVE 'CSV-'       TO WRK-LOG-ACAO
               MOVE WRK-CG-SIGLA TO WRK-LOG-ACAO(5:3)
               MOVE 'INC'        TO WRK-LOG-ACAO(8:3)
               PERFORM 0395-GRAVA-LOG
           ELSE
               MOVE SPACES TO WRK-CG-MOTIVO
               STRING 'ERRO ' WRK-CG-FS ' AO GRAVAR'
                   DELIMITED BY SIZE INTO WRK-CG-MOTIVO
               PERFORM 0390-REJEITA-LINHA
           END-IF.
       0370-CONTA-INCLUSAO-END. EXIT.

       0375-CONTA-ALTERACAO SECTION.
           IF WRK-CG-FS EQUAL "00"
               ADD 1 TO WRK-UPDATE-LINES
               MOVE 'CSV-'       TO WRK-LOG-ACAO
               MOVE WRK-CG-SIGLA TO WRK-LOG-ACAO(5:3)
               MOVE 'ALT'        TO WRK-LOG-ACAO(8:3)
               PERFORM 0395-GRAVA-LOG
           ELSE
               MOVE SPACES TO WRK-CG-MOTIVO
               STRING 'ERRO ' WRK-CG-FS ' AO REGRAVAR'
                   DELIMITED BY SIZE INTO WRK-CG-MOTIVO
               PERFORM 0390-REJEITA-LINHA
           END-IF.
       0375-CONTA-ALTERACAO-END. EXIT.

       0380-CONVERTE-NUMERO SECTION.
      *    WRK-CG-NUM-TXT SO COM DIGITOS (BRANCOS A DIREITA ACEITOS)
      *    VIRA WRK-CG-NUM; QUALQUER OUTRO CARACTER DESLIGA WRK-CG-OK.
           MOVE 'S'    TO WRK-CG-OK.
           MOVE ZEROES TO WRK-CG-NUM.
      *
           IF WRK-CG-NUM-TXT EQUAL SPACES
           OR WRK-CG-NUM-TXT(10:51) NOT EQUAL SPACES
               MOVE 'N' TO WRK-CG-OK
               GO TO 0380-CONVERTE-NUMERO-END
           END-IF.
      *
           MOVE WRK-CG-NUM-TXT TO WRK-CG-SO-DIGITOS.
           INSPECT WRK-CG-SO-DIGITOS
               CONVERTING '0123456789' TO '          '.
           IF WRK-CG-SO-DIGITOS NOT EQUAL SPACES
               MOVE 'N' TO WRK-CG-OK
               GO TO 0380-CONVERTE-NUMERO-END
           END-IF.
      *
           COMPUTE WRK-CG-NUM = FUNCTION NUMVAL(WRK-CG-NUM-TXT).
       0380-CONVERTE-NUMERO-END. EXIT.

       0385-CONVERTE-VALOR SECTION.
      *    VALOR EM REAIS: DIGITOS E NO MAXIMO UMA VIRGULA DECIMAL, ATE
      *    99999,99 (TAMANHO DOS CAMPOS DE VALORES.DAT).
           MOVE 'S'    TO WRK-CG-OK.
           MOVE ZEROES TO WRK-CG-VALOR.
      *
           MOVE WRK-CG-NUM-TXT TO WRK-CG-SO-DIGITOS.
           MOVE ZEROES TO WRK-CG-VIRGULAS.
           INSPECT WRK-CG-SO-DIGITOS TALLYING WRK-CG-VIRGULAS
               FOR ALL ','.
           INSPECT WRK-CG-SO-DIGITOS
               CONVERTING '0123456789,' TO '           '.
      *
           IF WRK-CG-SO-DIGITOS NOT EQUAL SPACES
           OR WRK-CG-VIRGULAS GREATER THAN 1
           OR WRK-CG-NUM-TXT(1:1) EQUAL ','
               MOVE 'N' TO WRK-CG-OK
               GO TO 0385-CONVERTE-VALOR-END
           END-IF.
      *
           COMPUTE WRK-CG-VALOR = FUNCTION NUMVAL(WRK-CG-NUM-TXT).
      *
           IF WRK-CG-VALOR GREATER THAN 99999,99
               MOVE 'N' TO WRK-CG-OK
           END-IF.
       0385-CONVERTE-VALOR-END. EXIT.

       0390-REJEITA-LINHA SECTION.
      *    UMA LINHA NO RELATORIO DE REJEICOES: NUMERO DA LINHA NA
      *    PLANILHA (O CABECALHO E A LINHA 1), MOTIVO E O INICIO DA
      *    LINHA COMO VEIO.
           ADD 1 TO WRK-REJECT-LINES.
           MOVE WRK-CSV-LINHA TO WRK-CSV-LINHA-EDIT.
      *
           MOVE SPACES TO FIL-REL.
           STRING WRK-CSV-LINHA-EDIT DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  WRK-CG-MOTIVO      DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  FIL-IMP(1:90)      DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
       0390-REJEITA-LINHA-END. EXIT.

       0395-GRAVA-LOG SECTION.
           COPY 'CPVIDLGP'. *> GRAVA LINHA NO LOG DE AUDITORIA
       0395-GRAVA-LOG-END. EXIT.

       0400-PRINT-RESULTS SECTION.
           MOVE WRK-READ-LINES   TO WRK-READ-LINES-EDIT.
           MOVE WRK-WRITE-LINES  TO WRK-WRITE-LINES-EDIT.
           MOVE WRK-UPDATE-LINES TO WRK-UPDATE-LINES-EDIT.
           MOVE WRK-REJECT-LINES TO WRK-REJECT-LINES-EDIT.
      *
           INITIALIZE WRK-MSG.
           STRING '10LIDOS ' DELIMITED BY SIZE
                  WRK-READ-LINES-EDIT DELIMITED BY SIZE
                  ', INCLUIDOS ' DELIMITED BY SIZE
                  WRK-WRITE-LINES-EDIT DELIMITED BY SIZE
                  ', ATUALIZADOS ' DELIMITED BY SIZE
                  WRK-UPDATE-LINES-EDIT DELIMITED BY SIZE
                  ', REJEITADOS ' DELIMITED BY SIZE
                  WRK-REJECT-LINES-EDIT DELIMITED BY SIZE
                  '. VER SPOOL.' DELIMITED BY SIZE
                  INTO WRK-MSG.
      *
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0400-PRINT-RESULTS-END. EXIT.

       0410-CABECALHO-REJEICOES SECTION.
           MOVE SPACES TO WRK-SPL-NOME.
           STRING './dat/'      DELIMITED BY SIZE
                  WRK-CG-ALVO   DELIMITED BY SPACE
                  '-REJ-'       DELIMITED BY SIZE
                  WRK-DATA-AAAA DELIMITED BY SIZE
                  WRK-DATA-MM   DELIMITED BY SIZE
                  WRK-DATA-DD   DELIMITED BY SIZE
                  '.prt'        DELIMITED BY SIZE
             INTO WRK-SPL-NOME.
      *
           OPEN OUTPUT CARGA-REL.
      *
           IF FS-CARGA-REL NOT EQUAL "00"
               PERFORM 0335-FECHA-ALVO
               CLOSE CARGA-IMP
               MOVE '44ERRO AO ABRIR RELATORIO DE REJEICOES.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-CARGA-REL TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR RELATORIO DE REJEICOES'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'VIDEOTECA - CARGA DE '   DELIMITED BY SIZE
                  WRK-CG-ALVO               DELIMITED BY SPACE
                  ' - REJEICOES  EMISSAO: ' DELIMITED BY SIZE
                  WRK-DATA-EDIT-DD          DELIMITED BY SIZE
                  '/'                       DELIMITED BY SIZE
                  WRK-DATA-EDIT-MM          DELIMITED BY SIZE
                  '/'                       DELIMITED BY SIZE
                  WRK-DATA-EDIT-AAAA        DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'PLANILHA: '   DELIMITED BY SIZE
                  WRK-CSV-NOME   DELIMITED BY SPACE
                  '  OPERADOR: ' DELIMITED BY SIZE
                  WRK-OPERADOR   DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           IF WRK-CG-MODO EQUAL 'I'
               MOVE 'MODO: SO INCLUSAO (CHAVE EXISTENTE E REJEITADA)'
                   TO FIL-REL
           ELSE
               MOVE 'MODO: INCLUSAO E ATUALIZACAO (BRANCO MANTEM VALOR)'
                   TO FIL-REL
           END-IF.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           MOVE 'LINHA  MOTIVO'     TO FIL-REL.
           MOVE 'CONTEUDO DA LINHA' TO FIL-REL(40:17).
           WRITE FIL-REL.
       0410-CABECALHO-REJEICOES-END. EXIT.

       0420-TOTAIS-REJEICOES SECTION.
           MOVE WRK-READ-LINES   TO WRK-READ-LINES-EDIT.
           MOVE WRK-WRITE-LINES  TO WRK-WRITE-LINES-EDIT.
           MOVE WRK-UPDATE-LINES TO WRK-UPDATE-LINES-EDIT.
           MOVE WRK-SAME-LINES   TO WRK-SAME-LINES-EDIT.
           MOVE WRK-REJECT-LINES TO WRK-REJECT-LINES-EDIT.
      *
           IF WRK-REJECT-LINES EQUAL ZEROES
               MOVE '      NENHUMA LINHA REJEITADA.' TO FIL-REL
               WRITE FIL-REL
           END-IF.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'LINHAS LIDAS.................: ' DELIMITED BY SIZE
                  WRK-READ-LINES-EDIT               DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'REGISTROS INCLUIDOS..........: ' DELIMITED BY SIZE
                  WRK-WRITE-LINES-EDIT              DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'REGISTROS ATUALIZADOS........: ' DELIMITED BY SIZE
                  WRK-UPDATE-LINES-EDIT             DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'SEM ALTERACAO................: ' DELIMITED BY SIZE
                  WRK-SAME-LINES-EDIT               DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'LINHAS REJEITADAS............: ' DELIMITED BY SIZE
                  WRK-REJECT-LINES-EDIT             DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'BACKUP ANTERIOR A CARGA......: ' DELIMITED BY SIZE
                  WRK-BACKUP-FILENAME               DELIMITED BY SPACE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           CLOSE CARGA-REL.
           PERFORM 0430-REGISTRA-SPOOL.
       0420-TOTAIS-REJEICOES-END. EXIT.

       0430-REGISTRA-SPOOL SECTION.
           MOVE 'CSVIDPRG' TO WRK-SPL-PROGRAMA.
           COPY 'CPVIDSPP'. *> REGISTRA O RELATORIO NO SPOOL
       0430-REGISTRA-SPOOL-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE MOVIES.
           CLOSE TAGLIST.
       0500-CLOSE-DATA-END. EXIT.

       0600-ROT-ABEND SECTION.
           MOVE 'CSVIDPRG' TO WS-ABEND-PROGRAM.
           COPY 'CPVIDRAB'. *> ABEND ROUTINE.
      *
           PERFORM 0700-END-PROGRAM.
       0600-ROT-ABEND-END. EXIT.

       0700-END-PROGRAM SECTION.
           GOBACK.
       0700-END-PROGRAM-END. EXIT.

       END PROGRAM CSVIDPRG.
