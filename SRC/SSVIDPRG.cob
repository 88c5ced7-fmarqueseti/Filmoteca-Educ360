      ******************************************************************
      * FILE NAME   : SSVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : SEMESTER STATISTICS EXPORT TO THE SCHOOL         *
      *               SECRETARIAT - FIXED-LAYOUT FILE WITH HEADER AND  *
      *               TRAILER CONTROL TOTALS CARRYING, FOR THE CHOSEN  *
      *               SEMESTER, LOANS PER STUDENT PER GRADE (LOANHIST  *
      *               AND OPEN LOANS), IN-CLASS SCREENINGS (USOLOCAL), *
      *               TITLES ACQUIRED (AUDIT LOG INCLUSIONS) AND THE   *
      *               ACTIVE COLLECTION BY MEDIA TYPE (MOVIES AND      *
      *               EXEMPLAR); TOM-TURMA IS TRANSLATED TO THE        *
      *               SECRETARIAT GRADE CODE BY THE MAINTAINABLE       *
      *               SERIEMAP.DAT TABLE. THE FILE IS READ BACK AND A  *
      *               VALIDATION SUMMARY IS PRINTED BEFORE SUBMISSION  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SSVIDPRG.
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
           COPY 'CPVIDXFC'. *> EXEMPLAR DAT WORKBOOK
           COPY 'CPVIDTFC'. *> TOMADORES DAT WORKBOOK
           COPY 'CPVIDHFC'. *> LOANHIST DAT WORKBOOK
           COPY 'CPVIDPFC'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDULF'. *> USOLOCAL DAT WORKBOOK
           COPY 'CPVIDLGF'. *> MAINTENANCE AUDIT LOG
      *
      *    TABELA DE TRADUCAO TURMA -> CODIGO DE SERIE DA SECRETARIA
      *    (LINHAS 'TURMA;SERIE', MANTIDA PELO PROPRIO PROGRAMA).
           SELECT SERIEMAP
              ASSIGN       TO './dat/SERIEMAP.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-SERIEMAP.
      *
           SELECT SECRET-EXP
              ASSIGN       TO WRK-SS-EXP-NOME
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-SECRET-EXP.
      *
           SELECT SECRET-REL
              ASSIGN       TO WRK-SPL-NOME
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-SECRET-REL.
      *
           COPY 'CPVIDSPF'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDALF'. *> ABEND LOG
      *
       DATA DIVISION.
       FILE SECTION.
       FD MOVIES.
           COPY 'CPVIDDAT'.

       FD EXEMPLAR.
           COPY 'CPVIDXDT'.

       FD TOMADORES.
           COPY 'CPVIDTDT'.

       FD LOANHIST.
           COPY 'CPVIDHDT'.

       FD LOANS.
           COPY 'CPVIDPDT'.

       FD USOLOCAL.
           COPY 'CPVIDULD'.

       FD VIDLOG.
           COPY 'CPVIDLGD'.

       FD SERIEMAP.
           01 FIL-MAP          PIC X(20).

       FD SECRET-EXP.
           01 FIL-EXP          PIC X(80).

       FD SECRET-REL.
           01 FIL-REL          PIC X(132).

       FD VIDRELS.
           COPY 'CPVIDSPD'.

       FD VIDABEND.
           COPY 'CPVIDALD'.
      *
       WORKING-STORAGE SECTION.
           COPY 'CPVIDMAN'. *> MAIN SCREEN
           COPY 'CPVIDMNU'. *> MAIN MENU
           COPY 'CPVIDMSG'. *> MESSAGES
           COPY 'CPVIDFCW'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDXNW'. *> EXEMPLAR DAT WORKBOOK
           COPY 'CPVIDTNW'. *> TOMADORES DAT WORKBOOK
           COPY 'CPVIDHNW'. *> LOANHIST DAT WORKBOOK
           COPY 'CPVIDPNW'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDULW'. *> USOLOCAL DAT WORKBOOK
           COPY 'CPVIDLGW'. *> MAINTENANCE AUDIT LOG
           COPY 'CPVIDSPW'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDABE'. *> ABEND
           COPY 'CPVIDALW'. *> ABEND LOG
      *
       77 FS-SERIEMAP              PIC X(02).
       77 FS-SECRET-EXP            PIC X(02).
       77 FS-SECRET-REL            PIC X(02).
       77 WRK-SPL-NOME             PIC X(40).
       77 WRK-SPL-PROGRAMA         PIC X(08).
       77 WRK-SS-EXP-NOME          PIC X(40).
      *
      *    PARAMETROS DA EXPORTACAO. O CODIGO INEP FICA NA MEMORIA
      *    DURANTE A SESSAO PARA NAO SER REDIGITADO A CADA GERACAO.
       77 WRK-SS-ANO               PIC 9(04) VALUE ZEROES.
       77 WRK-SS-SEMESTRE          PIC 9(01) VALUE ZEROES.
       77 WRK-SS-INEP              PIC 9(08) VALUE ZEROES.
       77 WRK-SS-DATA-INI          PIC 9(08) VALUE ZEROES.
       77 WRK-SS-DATA-FIM          PIC 9(08) VALUE ZEROES.
       77 WRK-SS-MES-INI           PIC X(02) VALUE SPACES.
       77 WRK-SS-MES-FIM           PIC X(02) VALUE SPACES.
      *
      *    TABELA DE TRADUCAO EM MEMORIA; CADA TURMA APONTA PARA A
      *    SUA SERIE NA TABELA DE TOTAIS (VARIAS TURMAS, UMA SERIE).
       01 WRK-MAPA.
           05 WRK-MAPA-ENT OCCURS 60 TIMES.
               10 WRK-MAPA-TURMA   PIC X(10).
               10 WRK-MAPA-SERIE   PIC X(04).
               10 WRK-MAPA-SER-IDX PIC 9(02) USAGE COMP-3.
       77 WRK-MAPA-QTDE            PIC 9(02) USAGE COMP-3 VALUE ZEROES.
       77 WRK-MAPA-IDX             PIC 9(02) USAGE COMP-3 VALUE ZEROES.
       77 WRK-MAPA-ACHOU           PIC 9(02) USAGE COMP-3 VALUE ZEROES.
      *
       01 WRK-MAPA-NOVO.
           05 WRK-NOVO-TURMA       PIC X(10).
           05 WRK-NOVO-SERIE       PIC X(04).
      *
      *    TOTAIS POR SERIE, NA ORDEM EM QUE A SERIE APARECE NA TABELA.
       01 WRK-SS-SERIES.
           05 WRK-SS-SER-ENT OCCURS 60 TIMES.
               10 WRK-SS-SER-CODIGO   PIC X(04).
               10 WRK-SS-SER-ALUNOS   PIC 9(05) USAGE COMP-3.
               10 WRK-SS-SER-LEITORES PIC 9(05) USAGE COMP-3.
               10 WRK-SS-SER-EMPS     PIC 9(07) USAGE COMP-3.
               10 WRK-SS-SER-EXIB     PIC 9(05) USAGE COMP-3.
       77 WRK-SS-SER-QTDE          PIC 9(02) USAGE COMP-3 VALUE ZEROES.
       77 WRK-SS-SER-IDX           PIC 9(02) USAGE COMP-3 VALUE ZEROES.
      *
      *    TURMAS SEM TRADUCAO ENCONTRADAS NA PASSADA (FICAM FORA DO
      *    ARQUIVO E SAO LISTADAS NO RESUMO DE VALIDACAO).
       01 WRK-SS-PENDENCIAS.
           05 WRK-SS-PEN-ENT OCCURS 50 TIMES.
               10 WRK-SS-PEN-TURMA    PIC X(10).
               10 WRK-SS-PEN-ALUNOS   PIC 9(05) USAGE COMP-3.
               10 WRK-SS-PEN-EMPS     PIC 9(07) USAGE COMP-3.
               10 WRK-SS-PEN-EXIB     PIC 9(05) USAGE COMP-3.
       77 WRK-SS-PEN-QTDE          PIC 9(02) USAGE COMP-3 VALUE ZEROES.
       77 WRK-SS-PEN-IDX           PIC 9(02) USAGE COMP-3 VALUE ZEROES.
       77 WRK-SS-PEN-EXCEDE        PIC 9(05) USAGE COMP-3 VALUE ZEROES.
      *
      *    SITUACAO DE CADA TOMADOR, INDEXADA PELO TOM-CODIGO:
      *    'A' = ALUNO EM TURMA TRADUZIDA, 'P' = ALUNO EM TURMA SEM
      *    TRADUCAO, 'O' = PROFESSOR, FUNCIONARIO OU MATRICULA
      *    VENCIDA, BRANCO = CODIGO NAO CADASTRADO.
       01 WRK-SS-TOMADORES.
           05 WRK-SS-TOM-ENT OCCURS 9999 TIMES.
               10 WRK-SS-TOM-TIPO     PIC X(01).
               10 WRK-SS-TOM-SER      PIC 9(02) USAGE COMP-3.
               10 WRK-SS-TOM-PEN      PIC 9(02) USAGE COMP-3.
               10 WRK-SS-TOM-EMPS     PIC 9(05) USAGE COMP-3.
       77 WRK-SS-TOM-COD           PIC 9(04) VALUE ZEROES.
       77 WRK-SS-TURMA             PIC X(10) VALUE SPACES.
      *
      *    ACERVO ATIVO POR TIPO DE MIDIA.
       01 WRK-SS-MIDIAS.
           05 WRK-SS-MID-ENT OCCURS 10 TIMES.
               10 WRK-SS-MID-CODIGO   PIC X(01).
               10 WRK-SS-MID-TITULOS  PIC 9(05) USAGE COMP-3.
               10 WRK-SS-MID-COPIAS   PIC 9(06) USAGE COMP-3.
       77 WRK-SS-MID-QTDE          PIC 9(02) USAGE COMP-3 VALUE ZEROES.
       77 WRK-SS-MID-IDX           PIC 9(02) USAGE COMP-3 VALUE ZEROES.
       77 WRK-SS-MIDIA             PIC X(01) VALUE SPACES.
       77 WRK-SS-QTD-COPIAS        PIC 9(03) USAGE COMP-3 VALUE ZEROES.
      *
      *    CONFERENCIA DAS FONTES: O QUE FOI LIDO NO PERIODO CONTRA O
      *    QUE FOI EXPORTADO E O QUE FICOU FORA, POR MOTIVO.
       01 WRK-SS-CONFERENCIA.
           05 WRK-SS-EMP-LIDOS     PIC 9(07) USAGE COMP-3 VALUE ZEROES.
           05 WRK-SS-EMP-PEND      PIC 9(07) USAGE COMP-3 VALUE ZEROES.
           05 WRK-SS-EMP-OUTROS    PIC 9(07) USAGE COMP-3 VALUE ZEROES.
           05 WRK-SS-EMP-SEMCAD    PIC 9(07) USAGE COMP-3 VALUE ZEROES.
           05 WRK-SS-EXI-LIDAS     PIC 9(06) USAGE COMP-3 VALUE ZEROES.
           05 WRK-SS-EXI-PEND      PIC 9(06) USAGE COMP-3 VALUE ZEROES.
           05 WRK-SS-EXI-SEMTURMA  PIC 9(06) USAGE COMP-3 VALUE ZEROES.
           05 WRK-SS-ALU-PEND      PIC 9(06) USAGE COMP-3 VALUE ZEROES.
           05 WRK-SS-AQUISICOES    PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-SS-LOG-ACHOU     PIC 9(02) USAGE COMP-3 VALUE ZEROES.
      *
      *    TOTAIS DE CONTROLE ACUMULADOS NA GRAVACAO (VAO NO TRAILER)
      *    E NA RELEITURA DO ARQUIVO GERADO.
       01 WRK-SS-TOTAIS.
           05 WRK-SS-TOT-REGS      PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-SS-TOT-ALUNOS    PIC 9(06) USAGE COMP-3 VALUE ZEROES.
           05 WRK-SS-TOT-LEITORES  PIC 9(06) USAGE COMP-3 VALUE ZEROES.
           05 WRK-SS-TOT-EMPS      PIC 9(07) USAGE COMP-3 VALUE ZEROES.
           05 WRK-SS-TOT-EXIB      PIC 9(06) USAGE COMP-3 VALUE ZEROES.
           05 WRK-SS-TOT-TITULOS   PIC 9(06) USAGE COMP-3 VALUE ZEROES.
           05 WRK-SS-TOT-COPIAS    PIC 9(06) USAGE COMP-3 VALUE ZEROES.
       01 WRK-SS-RELIDOS.
           05 WRK-SS-REL-REGS      PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-SS-REL-ALUNOS    PIC 9(06) USAGE COMP-3 VALUE ZEROES.
           05 WRK-SS-REL-EMPS      PIC 9(07) USAGE COMP-3 VALUE ZEROES.
           05 WRK-SS-REL-EXIB      PIC 9(06) USAGE COMP-3 VALUE ZEROES.
           05 WRK-SS-REL-AQUIS     PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-SS-REL-TITULOS   PIC 9(06) USAGE COMP-3 VALUE ZEROES.
           05 WRK-SS-REL-COPIAS    PIC 9(06) USAGE COMP-3 VALUE ZEROES.
           05 WRK-SS-REL-HEADER    PIC X(01) VALUE 'N'.
           05 WRK-SS-REL-TRAILER   PIC X(01) VALUE 'N'.
       01 WRK-SS-TRAILER-LIDO.
           05 WRK-SS-TRL-REGS      PIC 9(05) VALUE ZEROES.
           05 WRK-SS-TRL-ALUNOS    PIC 9(06) VALUE ZEROES.
           05 WRK-SS-TRL-EMPS      PIC 9(07) VALUE ZEROES.
           05 WRK-SS-TRL-EXIB      PIC 9(06) VALUE ZEROES.
           05 WRK-SS-TRL-AQUIS     PIC 9(05) VALUE ZEROES.
           05 WRK-SS-TRL-TITULOS   PIC 9(06) VALUE ZEROES.
           05 WRK-SS-TRL-COPIAS    PIC 9(06) VALUE ZEROES.
       77 WRK-SS-DIVERGENCIAS      PIC 9(02) USAGE COMP-3 VALUE ZEROES.
       77 WRK-SS-PENDENTE          PIC X(01) VALUE 'N'.
      *
      *    REGISTRO DO LAYOUT DA SECRETARIA (POSICIONAL, 80 BYTES),
      *    COM UMA VISAO POR TIPO: 'H' CABECALHO, 'S' SERIE, 'A'
      *    AQUISICOES, 'M' ACERVO POR MIDIA E 'T' TRAILER.
       01 WRK-SS-REG.
           05 WRK-SS-REG-TIPO      PIC X(01).
           05 FILLER               PIC X(79).
       01 WRK-SS-REG-H REDEFINES WRK-SS-REG.
           05 FILLER               PIC X(01).
           05 WRK-SS-H-INEP        PIC 9(08).
           05 WRK-SS-H-ANO         PIC 9(04).
           05 WRK-SS-H-SEMESTRE    PIC 9(01).
           05 WRK-SS-H-GERACAO     PIC 9(08).
           05 WRK-SS-H-ORIGEM      PIC X(17).
           05 FILLER               PIC X(41).
       01 WRK-SS-REG-S REDEFINES WRK-SS-REG.
           05 FILLER               PIC X(01).
           05 WRK-SS-S-SERIE       PIC X(04).
           05 WRK-SS-S-ALUNOS      PIC 9(05).
           05 WRK-SS-S-LEITORES    PIC 9(05).
           05 WRK-SS-S-EMPS        PIC 9(07).
           05 WRK-SS-S-MEDIA       PIC 9(03)V9(02).
           05 WRK-SS-S-EXIB        PIC 9(05).
           05 FILLER               PIC X(48).
       01 WRK-SS-REG-A REDEFINES WRK-SS-REG.
           05 FILLER               PIC X(01).
           05 WRK-SS-A-TITULOS     PIC 9(05).
           05 FILLER               PIC X(74).
       01 WRK-SS-REG-M REDEFINES WRK-SS-REG.
           05 FILLER               PIC X(01).
           05 WRK-SS-M-MIDIA       PIC X(01).
           05 WRK-SS-M-TITULOS     PIC 9(05).
           05 WRK-SS-M-COPIAS      PIC 9(06).
           05 FILLER               PIC X(67).
       01 WRK-SS-REG-T REDEFINES WRK-SS-REG.
           05 FILLER               PIC X(01).
           05 WRK-SS-T-REGS        PIC 9(05).
           05 WRK-SS-T-ALUNOS      PIC 9(06).
           05 WRK-SS-T-EMPS        PIC 9(07).
           05 WRK-SS-T-EXIB        PIC 9(06).
           05 WRK-SS-T-AQUIS       PIC 9(05).
           05 WRK-SS-T-TITULOS     PIC 9(06).
           05 WRK-SS-T-COPIAS      PIC 9(06).
           05 FILLER               PIC X(38).
      *
       77 WRK-SS-QT-EDIT           PIC ZZZZZZ9 VALUE ZEROES.
       77 WRK-SS-QT-EDIT-2         PIC ZZZZZZ9 VALUE ZEROES.
       77 WRK-SS-QT-EDIT-3         PIC ZZZZZZ9 VALUE ZEROES.
       77 WRK-SS-QT-EDIT-4         PIC ZZZZZZ9 VALUE ZEROES.
       77 WRK-SS-MEDIA-EDIT        PIC ZZ9,99 VALUE ZEROES.
       77 WRK-SS-MEDIA             PIC 9(03)V9(02) VALUE ZEROES.
       77 WRK-LST-LINE             PIC 9(02) USAGE COMP-3 VALUE 14.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN'. *> MAIN SCREEN
           COPY 'SCVIDMSG'. *> MESSAGES
      *
       01 SCREEN-SECRET-MENU.
           05 LINE 07 COLUMN 02 VALUE
              "1 - GERAR EXPORTACAO DO SEMESTRE".
           05 LINE 08 COLUMN 02 VALUE "2 - LISTAR TRADUCOES DE TURMA".
           05 LINE 09 COLUMN 02 VALUE "3 - INCLUIR TRADUCAO DE TURMA".
           05 LINE 10 COLUMN 02 VALUE "0 - VOLTAR".
           05 LINE 11 COLUMN 02 VALUE "OPCAO: ".
           05 COLUMN PLUS 01    PIC X(01) USING WRK-OPTION.
      *
       01 SCREEN-SECRET-CRIT.
           05 LINE 13 COLUMN 02 VALUE "ANO LETIVO (AAAA)...: ".
           05 COLUMN PLUS 01    PIC 9(04) USING WRK-SS-ANO.
           05 LINE 14 COLUMN 02 VALUE "SEMESTRE (1/2)......: ".
           05 COLUMN PLUS 01    PIC 9(01) USING WRK-SS-SEMESTRE.
           05 LINE 15 COLUMN 02 VALUE "CODIGO INEP ESCOLA..: ".
           05 COLUMN PLUS 01    PIC 9(08) USING WRK-SS-INEP.
      *
       01 SCREEN-SECRET-TRADUCAO.
           05 LINE 13 COLUMN 02 VALUE "TURMA...........: ".
           05 COLUMN PLUS 01    PIC X(10) USING WRK-NOVO-TURMA.
           05 LINE 14 COLUMN 02 VALUE "SERIE SECRETARIA: ".
           05 COLUMN PLUS 01    PIC X(04) USING WRK-NOVO-SERIE.
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

       0300-PROCESS-DATA SECTION.
           COPY 'CPVIDDTE'. *> DATE/TIME PROCEDURE
           MOVE " * * * * EXPORTACAO SECRETARIA * * * *" TO WRK-TITLE.
           MOVE "PF3=FIM"                                  TO WRK-KEYS.
           INITIALIZE WRK-MSG.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-SECRET-MENU.
           ACCEPT  SCREEN-SECRET-MENU.
      *
           EVALUATE WRK-OPTION
               WHEN '1' PERFORM 0310-GERA-EXPORTACAO
               WHEN '2' PERFORM 0330-LISTA-TRADUCOES
               WHEN '3' PERFORM 0340-INCLUI-TRADUCAO
               WHEN '0' CONTINUE
               WHEN OTHER
                   INITIALIZE WRK-MSG
                   MOVE '20OPCAO INVALIDA.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
           END-EVALUATE.
       0300-PROCESS-DATA-END. EXIT.

       0305-CARREGA-MAPA SECTION.
           MOVE ZEROES TO WRK-MAPA-QTDE.
           MOVE ZEROES TO WRK-SS-SER-QTDE.
           OPEN INPUT SERIEMAP.
      *
           IF FS-SERIEMAP EQUAL "00"
               READ SERIEMAP
               PERFORM UNTIL FS-SERIEMAP EQUAL "10"
                          OR WRK-MAPA-QTDE NOT LESS THAN 60
                   ADD 1 TO WRK-MAPA-QTDE
                   UNSTRING FIL-MAP DELIMITED BY ";"
                       INTO WRK-MAPA-TURMA(WRK-MAPA-QTDE),
                            WRK-MAPA-SERIE(WRK-MAPA-QTDE)
                   PERFORM 0306-LIGA-SERIE
                   READ SERIEMAP
               END-PERFORM
               CLOSE SERIEMAP
           END-IF.
       0305-CARREGA-MAPA-END. EXIT.

       0306-LIGA-SERIE SECTION.
      *    A SERIE ENTRA NA TABELA DE TOTAIS NA PRIMEIRA TURMA QUE A
      *    USA; AS DEMAIS TURMAS DA MESMA SERIE APONTAM PARA ELA.
           MOVE ZEROES TO WRK-SS-SER-IDX.
           PERFORM VARYING WRK-MAPA-IDX FROM 1 BY 1
               UNTIL WRK-MAPA-IDX GREATER THAN WRK-SS-SER-QTDE
               IF WRK-SS-SER-CODIGO(WRK-MAPA-IDX)
                      EQUAL WRK-MAPA-SERIE(WRK-MAPA-QTDE)
              AND WRK-SS-SER-IDX EQUAL ZEROES
                   MOVE WRK-MAPA-IDX TO WRK-SS-SER-IDX
               END-IF
           END-PERFORM.
      *
           IF WRK-SS-SER-IDX EQUAL ZEROES
               ADD 1 TO WRK-SS-SER-QTDE
               MOVE WRK-SS-SER-QTDE TO WRK-SS-SER-IDX
               MOVE WRK-MAPA-SERIE(WRK-MAPA-QTDE)
                   TO WRK-SS-SER-CODIGO(WRK-SS-SER-IDX)
               MOVE ZEROES TO WRK-SS-SER-ALUNOS(WRK-SS-SER-IDX)
               MOVE ZEROES TO WRK-SS-SER-LEITORES(WRK-SS-SER-IDX)
               MOVE ZEROES TO WRK-SS-SER-EMPS(WRK-SS-SER-IDX)
               MOVE ZEROES TO WRK-SS-SER-EXIB(WRK-SS-SER-IDX)
           END-IF.
      *
           MOVE WRK-SS-SER-IDX TO WRK-MAPA-SER-IDX(WRK-MAPA-QTDE).
       0306-LIGA-SERIE-END. EXIT.

       0310-GERA-EXPORTACAO SECTION.
           INITIALIZE WRK-MSG.
           DISPLAY SCREEN-SECRET-CRIT.
           ACCEPT  SCREEN-SECRET-CRIT.
      *
           IF WRK-SS-ANO LESS THAN 2000
           OR WRK-SS-ANO GREATER THAN WRK-DATA-AAAA
           OR (WRK-SS-SEMESTRE NOT EQUAL 1 AND NOT EQUAL 2)
               MOVE '22ANO OU SEMESTRE INVALIDO.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0310-GERA-EXPORTACAO-END
           END-IF.
      *
           PERFORM 0305-CARREGA-MAPA.
      *
           IF WRK-MAPA-QTDE EQUAL ZEROES
               MOVE '22TABELA DE TURMAS VAZIA. INCLUA AS TRADUCOES.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0310-GERA-EXPORTACAO-END
           END-IF.
      *
      *    SEMESTRE 1 = JANEIRO A JUNHO, SEMESTRE 2 = JULHO A DEZEMBRO.
           IF WRK-SS-SEMESTRE EQUAL 1
               COMPUTE WRK-SS-DATA-INI = WRK-SS-ANO * 10000 + 0101
               COMPUTE WRK-SS-DATA-FIM = WRK-SS-ANO * 10000 + 0630
               MOVE '01' TO WRK-SS-MES-INI
               MOVE '06' TO WRK-SS-MES-FIM
           ELSE
               COMPUTE WRK-SS-DATA-INI = WRK-SS-ANO * 10000 + 0701
               COMPUTE WRK-SS-DATA-FIM = WRK-SS-ANO * 10000 + 1231
               MOVE '07' TO WRK-SS-MES-INI
               MOVE '12' TO WRK-SS-MES-FIM
           END-IF.
      *
           MOVE SPACES TO WRK-SS-EXP-NOME.
           STRING './dat/SECRET-'  DELIMITED BY SIZE
                  WRK-SS-ANO       DELIMITED BY SIZE
                  WRK-SS-SEMESTRE  DELIMITED BY SIZE
                  '.dat'           DELIMITED BY SIZE
             INTO WRK-SS-EXP-NOME.
      *
           INITIALIZE WRK-SS-CONFERENCIA.
           INITIALIZE WRK-SS-TOTAIS.
           INITIALIZE WRK-SS-TOMADORES.
           MOVE ZEROES TO WRK-SS-PEN-QTDE.
           MOVE ZEROES TO WRK-SS-PEN-EXCEDE.
           MOVE ZEROES TO WRK-SS-MID-QTDE.
      *
           PERFORM 0311-ABRE-ARQUIVOS.
           PERFORM 0312-CARREGA-TOMADORES.
           PERFORM 0313-SOMA-HISTORICO.
           PERFORM 0314-SOMA-EMPRESTIMOS.
           PERFORM 0316-SOMA-EXIBICOES.
           PERFORM 0317-SOMA-AQUISICOES.
           PERFORM 0318-SOMA-ACERVO.
           PERFORM 0319-FECHA-ARQUIVOS.
      *
           PERFORM 0320-GRAVA-ARQUIVO.
           PERFORM 0350-CONFERE-ARQUIVO.
           PERFORM 0360-RESUMO-VALIDACAO.
      *
           INITIALIZE WRK-MSG.
           IF WRK-SS-PENDENTE EQUAL 'S'
               MOVE '18ARQUIVO GERADO COM PENDENCIAS. VEJA O RESUMO.'
                   TO WRK-MSG
           ELSE
               MOVE '18ARQUIVO GERADO E CONSISTENTE. VEJA O RESUMO.'
                   TO WRK-MSG
           END-IF.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0310-GERA-EXPORTACAO-END. EXIT.

       0311-ABRE-ARQUIVOS SECTION.
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
           OPEN INPUT EXEMPLAR.
      *
           IF FS-EXEMPLAR EQUAL "35"
               OPEN OUTPUT EXEMPLAR
               CLOSE EXEMPLAR
               OPEN INPUT EXEMPLAR
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
           OPEN INPUT LOANHIST.
      *
           IF FS-LOANHIST EQUAL "35"
               OPEN OUTPUT LOANHIST
               CLOSE LOANHIST
               OPEN INPUT LOANHIST
           END-IF.
      *
           OPEN INPUT LOANS.
      *
           IF FS-LOANS EQUAL "35"
               OPEN OUTPUT LOANS
               CLOSE LOANS
               OPEN INPUT LOANS
           END-IF.
      *
           OPEN INPUT USOLOCAL.
      *
           IF FS-USOLOCAL EQUAL "35"
               OPEN OUTPUT USOLOCAL
               CLOSE USOLOCAL
               OPEN INPUT USOLOCAL
           END-IF.
       0311-ABRE-ARQUIVOS-END. EXIT.

       0312-CARREGA-TOMADORES SECTION.
      *    ALUNO (CATEGORIA 'A' OU BRANCO) COM MATRICULA NAO VENCIDA
      *    CONTA NA SERIE DA SUA TURMA; OS DEMAIS TOMADORES FICAM
      *    FORA DO ARQUIVO DA SECRETARIA.
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
               IF TOM-CODIGO GREATER THAN ZEROES
                   MOVE TOM-CODIGO TO WRK-SS-TOM-COD
                   IF (TOM-CATEGORIA EQUAL 'A' OR EQUAL SPACE)
                  AND TOM-SITUACAO NOT EQUAL 'V'
                       MOVE TOM-TURMA TO WRK-SS-TURMA
                       PERFORM 0321-ACHA-SERIE
                       IF WRK-SS-SER-IDX GREATER THAN ZEROES
                           MOVE 'A' TO WRK-SS-TOM-TIPO(WRK-SS-TOM-COD)
                           MOVE WRK-SS-SER-IDX
                               TO WRK-SS-TOM-SER(WRK-SS-TOM-COD)
                           ADD 1 TO WRK-SS-SER-ALUNOS(WRK-SS-SER-IDX)
                       ELSE
                           PERFORM 0322-ACHA-PENDENCIA
                           MOVE 'P' TO WRK-SS-TOM-TIPO(WRK-SS-TOM-COD)
                           MOVE WRK-SS-PEN-IDX
                               TO WRK-SS-TOM-PEN(WRK-SS-TOM-COD)
                           ADD 1 TO WRK-SS-ALU-PEND
                           IF WRK-SS-PEN-IDX GREATER THAN ZEROES
                               ADD 1
                                 TO WRK-SS-PEN-ALUNOS(WRK-SS-PEN-IDX)
                           END-IF
                       END-IF
                   ELSE
                       MOVE 'O' TO WRK-SS-TOM-TIPO(WRK-SS-TOM-COD)
                   END-IF
               END-IF
               READ TOMADORES NEXT RECORD
           END-PERFORM.
       0312-CARREGA-TOMADORES-END. EXIT.

       0313-SOMA-HISTORICO SECTION.
      *    EMPRESTIMOS ENCERRADOS DO PERIODO; A RENOVACAO ('R') NAO E
      *    UM NOVO EMPRESTIMO E NAO ENTRA NA CONTAGEM.
           MOVE ZEROES TO HIS-NUMERO.
           START LOANHIST KEY IS NOT LESS THAN HIS-NUMERO
               INVALID KEY
                   MOVE '10' TO FS-LOANHIST
           END-START.
      *
           IF FS-LOANHIST EQUAL "00"
               READ LOANHIST NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-LOANHIST EQUAL "10"
               IF HIS-TIPO NOT EQUAL 'R'
              AND HIS-DATA-EMPRESTIMO NOT LESS THAN WRK-SS-DATA-INI
              AND HIS-DATA-EMPRESTIMO NOT GREATER THAN WRK-SS-DATA-FIM
                   MOVE HIS-TOM-CODIGO TO WRK-SS-TOM-COD
                   PERFORM 0315-CONTA-EMPRESTIMO
               END-IF
               READ LOANHIST NEXT RECORD
           END-PERFORM.
       0313-SOMA-HISTORICO-END. EXIT.

       0314-SOMA-EMPRESTIMOS SECTION.
      *    EMPRESTIMOS AINDA EM ABERTO FEITOS NO PERIODO (SO IRAO PARA
      *    O HISTORICO NA DEVOLUCAO).
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
               IF EMP-DATA-EMPRESTIMO NOT LESS THAN WRK-SS-DATA-INI
              AND EMP-DATA-EMPRESTIMO NOT GREATER THAN WRK-SS-DATA-FIM
                   MOVE EMP-TOM-CODIGO TO WRK-SS-TOM-COD
                   PERFORM 0315-CONTA-EMPRESTIMO
               END-IF
               READ LOANS NEXT RECORD
           END-PERFORM.
       0314-SOMA-EMPRESTIMOS-END. EXIT.

       0315-CONTA-EMPRESTIMO SECTION.
           ADD 1 TO WRK-SS-EMP-LIDOS.
      *
           IF WRK-SS-TOM-COD EQUAL ZEROES
               ADD 1 TO WRK-SS-EMP-SEMCAD
               GO TO 0315-CONTA-EMPRESTIMO-END
           END-IF.
      *
           EVALUATE WRK-SS-TOM-TIPO(WRK-SS-TOM-COD)
               WHEN 'A'
                   MOVE WRK-SS-TOM-SER(WRK-SS-TOM-COD) TO WRK-SS-SER-IDX
                   ADD 1 TO WRK-SS-TOM-EMPS(WRK-SS-TOM-COD)
                   ADD 1 TO WRK-SS-SER-EMPS(WRK-SS-SER-IDX)
      *            O PRIMEIRO EMPRESTIMO DO ALUNO NO SEMESTRE O CONTA
      *            COMO LEITOR DA SERIE.
                   IF WRK-SS-TOM-EMPS(WRK-SS-TOM-COD) EQUAL 1
                       ADD 1 TO WRK-SS-SER-LEITORES(WRK-SS-SER-IDX)
                   END-IF
               WHEN 'P'
                   MOVE WRK-SS-TOM-PEN(WRK-SS-TOM-COD) TO WRK-SS-PEN-IDX
                   ADD 1 TO WRK-SS-EMP-PEND
                   IF WRK-SS-PEN-IDX GREATER THAN ZEROES
                       ADD 1 TO WRK-SS-PEN-EMPS(WRK-SS-PEN-IDX)
                   END-IF
               WHEN 'O'
                   ADD 1 TO WRK-SS-EMP-OUTROS
               WHEN OTHER
                   ADD 1 TO WRK-SS-EMP-SEMCAD
           END-EVALUATE.
       0315-CONTA-EMPRESTIMO-END. EXIT.

       0316-SOMA-EXIBICOES SECTION.
      *    EXIBICAO EM SALA VALE PARA A TURMA REGISTRADA NO USO; SEM
      *    ELA, PARA A TURMA DO TOMADOR QUE REGISTROU A SESSAO.
           MOVE ZEROES TO USO-NUMERO.
           START USOLOCAL KEY IS NOT LESS THAN USO-NUMERO
               INVALID KEY
                   MOVE '10' TO FS-USOLOCAL
           END-START.
      *
           IF FS-USOLOCAL EQUAL "00"
               READ USOLOCAL NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-USOLOCAL EQUAL "10"
               IF USO-DATA NOT LESS THAN WRK-SS-DATA-INI
              AND USO-DATA NOT GREATER THAN WRK-SS-DATA-FIM
                   ADD 1 TO WRK-SS-EXI-LIDAS
                   MOVE USO-TURMA TO WRK-SS-TURMA
                   IF WRK-SS-TURMA EQUAL SPACES
                  AND USO-TOM-CODIGO GREATER THAN ZEROES
                       MOVE USO-TOM-CODIGO TO TOM-CODIGO
                       READ TOMADORES
                           NOT INVALID KEY
                               MOVE TOM-TURMA TO WRK-SS-TURMA
                       END-READ
                   END-IF
      *
                   IF WRK-SS-TURMA EQUAL SPACES
                       ADD 1 TO WRK-SS-EXI-SEMTURMA
                   ELSE
                       PERFORM 0321-ACHA-SERIE
                       IF WRK-SS-SER-IDX GREATER THAN ZEROES
                           ADD 1 TO WRK-SS-SER-EXIB(WRK-SS-SER-IDX)
                       ELSE
                           PERFORM 0322-ACHA-PENDENCIA
                           ADD 1 TO WRK-SS-EXI-PEND
                           IF WRK-SS-PEN-IDX GREATER THAN ZEROES
                               ADD 1 TO WRK-SS-PEN-EXIB(WRK-SS-PEN-IDX)
                           END-IF
                       END-IF
                   END-IF
               END-IF
               READ USOLOCAL NEXT RECORD
           END-PERFORM.
       0316-SOMA-EXIBICOES-END. EXIT.

       0317-SOMA-AQUISICOES SECTION.
      *    TITULOS ADQUIRIDOS CONTADOS PELAS LINHAS DE INCLUSAO DO LOG
      *    DE AUDITORIA NOS MESES DO SEMESTRE (MESMA FONTE DO RELATORIO
      *    ANUAL), JA QUE O REG-FIL NAO GUARDA DATA DE CRIACAO.
           OPEN INPUT VIDLOG.
      *
           IF FS-VIDLOG EQUAL "00"
               READ VIDLOG
               PERFORM UNTIL FS-VIDLOG EQUAL "10"
                   IF FIL-LOG(1:4) EQUAL WRK-SS-ANO
                  AND FIL-LOG(6:2) NOT LESS THAN WRK-SS-MES-INI
                  AND FIL-LOG(6:2) NOT GREATER THAN WRK-SS-MES-FIM
                       MOVE ZEROES TO WRK-SS-LOG-ACHOU
                       INSPECT FIL-LOG TALLYING WRK-SS-LOG-ACHOU
                           FOR ALL 'ACAO=INCLUSAO'
                       IF WRK-SS-LOG-ACHOU GREATER THAN ZEROES
                           ADD 1 TO WRK-SS-AQUISICOES
                       END-IF
                   END-IF
                   READ VIDLOG
               END-PERFORM
               CLOSE VIDLOG
           END-IF.
       0317-SOMA-AQUISICOES-END. EXIT.

       0318-SOMA-ACERVO SECTION.
      *    ACERVO ATIVO: TITULOS NAO BAIXADOS E NAO TEMPORARIOS, COM AS
      *    COPIAS NAO BAIXADAS DE CADA MIDIA; TITULO FISICO SEM
      *    EXEMPLAR CADASTRADO VALE COMO COPIA UNICA (CRITERIO DE
      *    EMVIDPRG) E O DIGITAL ('D') NAO TEM COPIAS.
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
               IF VID-SITUACAO NOT EQUAL 'B' AND NOT EQUAL 'T'
                   MOVE MIDIA TO WRK-SS-MIDIA
                   PERFORM 0323-ACHA-MIDIA
                   ADD 1 TO WRK-SS-MID-TITULOS(WRK-SS-MID-IDX)
                   PERFORM 0324-SOMA-COPIAS
               END-IF
               READ MOVIES NEXT RECORD
           END-PERFORM.
       0318-SOMA-ACERVO-END. EXIT.

       0319-FECHA-ARQUIVOS SECTION.
           CLOSE MOVIES.
           CLOSE EXEMPLAR.
           CLOSE TOMADORES.
           CLOSE LOANHIST.
           CLOSE LOANS.
           CLOSE USOLOCAL.
       0319-FECHA-ARQUIVOS-END. EXIT.

       0320-GRAVA-ARQUIVO SECTION.
           OPEN OUTPUT SECRET-EXP.
      *
      *    HEADER: ESCOLA, SEMESTRE DE REFERENCIA E DATA DA GERACAO,
      *    PARA A CARGA DA SECRETARIA VALIDAR O ARQUIVO.
           MOVE SPACES              TO WRK-SS-REG.
           MOVE 'H'                 TO WRK-SS-REG-TIPO.
           MOVE WRK-SS-INEP         TO WRK-SS-H-INEP.
           MOVE WRK-SS-ANO          TO WRK-SS-H-ANO.
           MOVE WRK-SS-SEMESTRE     TO WRK-SS-H-SEMESTRE.
           MOVE WRK-DATA-SISTEMA    TO WRK-SS-H-GERACAO.
           MOVE 'VIDEOTECA-EDUC360' TO WRK-SS-H-ORIGEM.
           PERFORM 0329-GRAVA-REGISTRO.
      *
           PERFORM VARYING WRK-SS-SER-IDX FROM 1 BY 1
               UNTIL WRK-SS-SER-IDX GREATER THAN WRK-SS-SER-QTDE
               PERFORM 0325-GRAVA-SERIE
           END-PERFORM.
      *
           MOVE SPACES            TO WRK-SS-REG.
           MOVE 'A'               TO WRK-SS-REG-TIPO.
           MOVE WRK-SS-AQUISICOES TO WRK-SS-A-TITULOS.
           PERFORM 0329-GRAVA-REGISTRO.
      *
           PERFORM VARYING WRK-SS-MID-IDX FROM 1 BY 1
               UNTIL WRK-SS-MID-IDX GREATER THAN WRK-SS-MID-QTDE
               MOVE SPACES TO WRK-SS-REG
               MOVE 'M'    TO WRK-SS-REG-TIPO
               MOVE WRK-SS-MID-CODIGO(WRK-SS-MID-IDX)
                   TO WRK-SS-M-MIDIA
               MOVE WRK-SS-MID-TITULOS(WRK-SS-MID-IDX)
                   TO WRK-SS-M-TITULOS
               MOVE WRK-SS-MID-COPIAS(WRK-SS-MID-IDX)
                   TO WRK-SS-M-COPIAS
               ADD WRK-SS-MID-TITULOS(WRK-SS-MID-IDX)
                   TO WRK-SS-TOT-TITULOS
               ADD WRK-SS-MID-COPIAS(WRK-SS-MID-IDX)
                   TO WRK-SS-TOT-COPIAS
               PERFORM 0329-GRAVA-REGISTRO
           END-PERFORM.
      *
      *    TRAILER: QUANTIDADE DE REGISTROS (INCLUINDO HEADER E
      *    TRAILER) E OS TOTAIS DE CONTROLE DOS DETALHES.
           ADD 1 TO WRK-SS-TOT-REGS.
           MOVE SPACES              TO WRK-SS-REG.
           MOVE 'T'                 TO WRK-SS-REG-TIPO.
           MOVE WRK-SS-TOT-REGS     TO WRK-SS-T-REGS.
           MOVE WRK-SS-TOT-ALUNOS   TO WRK-SS-T-ALUNOS.
           MOVE WRK-SS-TOT-EMPS     TO WRK-SS-T-EMPS.
           MOVE WRK-SS-TOT-EXIB     TO WRK-SS-T-EXIB.
           MOVE WRK-SS-AQUISICOES   TO WRK-SS-T-AQUIS.
           MOVE WRK-SS-TOT-TITULOS  TO WRK-SS-T-TITULOS.
           MOVE WRK-SS-TOT-COPIAS   TO WRK-SS-T-COPIAS.
           MOVE WRK-SS-REG TO FIL-EXP.
           WRITE FIL-EXP.
      *
           CLOSE SECRET-EXP.
      *
           MOVE WRK-SS-EXP-NOME TO WRK-SPL-NOME.
           PERFORM 0370-REGISTRA-SPOOL.
       0320-GRAVA-ARQUIVO-END. EXIT.

       0321-ACHA-SERIE SECTION.
           MOVE ZEROES TO WRK-SS-SER-IDX.
           PERFORM VARYING WRK-MAPA-IDX FROM 1 BY 1
               UNTIL WRK-MAPA-IDX GREATER THAN WRK-MAPA-QTDE
               IF WRK-MAPA-TURMA(WRK-MAPA-IDX) EQUAL WRK-SS-TURMA
              AND WRK-SS-SER-IDX EQUAL ZEROES
                   MOVE WRK-MAPA-SER-IDX(WRK-MAPA-IDX) TO WRK-SS-SER-IDX
               END-IF
           END-PERFORM.
       0321-ACHA-SERIE-END. EXIT.

       0322-ACHA-PENDENCIA SECTION.
      *    TURMA SEM TRADUCAO ENTRA NA LISTA DO RESUMO; ESGOTADA A
      *    LISTA, SO OS TOTAIS GERAIS DE PENDENCIA A CONSIDERAM.
           MOVE ZEROES TO WRK-SS-PEN-IDX.
           PERFORM VARYING WRK-MAPA-IDX FROM 1 BY 1
               UNTIL WRK-MAPA-IDX GREATER THAN WRK-SS-PEN-QTDE
               IF WRK-SS-PEN-TURMA(WRK-MAPA-IDX) EQUAL WRK-SS-TURMA
              AND WRK-SS-PEN-IDX EQUAL ZEROES
                   MOVE WRK-MAPA-IDX TO WRK-SS-PEN-IDX
               END-IF
           END-PERFORM.
      *
           IF WRK-SS-PEN-IDX EQUAL ZEROES
               IF WRK-SS-PEN-QTDE LESS THAN 50
                   ADD 1 TO WRK-SS-PEN-QTDE
                   MOVE WRK-SS-PEN-QTDE TO WRK-SS-PEN-IDX
                   MOVE WRK-SS-TURMA TO WRK-SS-PEN-TURMA(WRK-SS-PEN-IDX)
                   MOVE ZEROES TO WRK-SS-PEN-ALUNOS(WRK-SS-PEN-IDX)
                   MOVE ZEROES TO WRK-SS-PEN-EMPS(WRK-SS-PEN-IDX)
                   MOVE ZEROES TO WRK-SS-PEN-EXIB(WRK-SS-PEN-IDX)
               ELSE
                   ADD 1 TO WRK-SS-PEN-EXCEDE
               END-IF
           END-IF.
       0322-ACHA-PENDENCIA-END. EXIT.

       0323-ACHA-MIDIA SECTION.
           MOVE ZEROES TO WRK-SS-MID-IDX.
           PERFORM VARYING WRK-MAPA-IDX FROM 1 BY 1
               UNTIL WRK-MAPA-IDX GREATER THAN WRK-SS-MID-QTDE
               IF WRK-SS-MID-CODIGO(WRK-MAPA-IDX) EQUAL WRK-SS-MIDIA
              AND WRK-SS-MID-IDX EQUAL ZEROES
                   MOVE WRK-MAPA-IDX TO WRK-SS-MID-IDX
               END-IF
           END-PERFORM.
      *
      *    A LISTA DE MIDIAS E CURTA; SE ESGOTAR, O RESTO SOMA NA
      *    ULTIMA POSICAO PARA O TOTAL DO ACERVO FECHAR.
           IF WRK-SS-MID-IDX EQUAL ZEROES
               IF WRK-SS-MID-QTDE LESS THAN 10
                   ADD 1 TO WRK-SS-MID-QTDE
                   MOVE WRK-SS-MID-QTDE TO WRK-SS-MID-IDX
                   MOVE WRK-SS-MIDIA
                       TO WRK-SS-MID-CODIGO(WRK-SS-MID-IDX)
                   MOVE ZEROES TO WRK-SS-MID-TITULOS(WRK-SS-MID-IDX)
                   MOVE ZEROES TO WRK-SS-MID-COPIAS(WRK-SS-MID-IDX)
               ELSE
                   MOVE 10 TO WRK-SS-MID-IDX
               END-IF
           END-IF.
       0323-ACHA-MIDIA-END. EXIT.

       0324-SOMA-COPIAS SECTION.
           MOVE ZEROES TO WRK-SS-QTD-COPIAS.
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
                   ADD 1 TO WRK-SS-QTD-COPIAS
                   MOVE EXE-MIDIA TO WRK-SS-MIDIA
                   PERFORM 0323-ACHA-MIDIA
                   ADD 1 TO WRK-SS-MID-COPIAS(WRK-SS-MID-IDX)
               END-IF
               READ EXEMPLAR NEXT RECORD
           END-PERFORM.
      *
           IF WRK-SS-QTD-COPIAS EQUAL ZEROES
          AND MIDIA NOT EQUAL 'D'
               MOVE MIDIA TO WRK-SS-MIDIA
               PERFORM 0323-ACHA-MIDIA
               ADD 1 TO WRK-SS-MID-COPIAS(WRK-SS-MID-IDX)
           END-IF.
       0324-SOMA-COPIAS-END. EXIT.

       0325-GRAVA-SERIE SECTION.
      *    MEDIA DE EMPRESTIMOS POR ALUNO MATRICULADO NA SERIE.
           MOVE ZEROES TO WRK-SS-MEDIA.
           IF WRK-SS-SER-ALUNOS(WRK-SS-SER-IDX) GREATER THAN ZEROES
               COMPUTE WRK-SS-MEDIA ROUNDED =
                       WRK-SS-SER-EMPS(WRK-SS-SER-IDX)
                     / WRK-SS-SER-ALUNOS(WRK-SS-SER-IDX)
                   ON SIZE ERROR
                       MOVE 999,99 TO WRK-SS-MEDIA
               END-COMPUTE
           END-IF.
      *
           MOVE SPACES TO WRK-SS-REG.
           MOVE 'S'    TO WRK-SS-REG-TIPO.
           MOVE WRK-SS-SER-CODIGO(WRK-SS-SER-IDX)   TO WRK-SS-S-SERIE.
           MOVE WRK-SS-SER-ALUNOS(WRK-SS-SER-IDX)   TO WRK-SS-S-ALUNOS.
           MOVE WRK-SS-SER-LEITORES(WRK-SS-SER-IDX)
               TO WRK-SS-S-LEITORES.
           MOVE WRK-SS-SER-EMPS(WRK-SS-SER-IDX)     TO WRK-SS-S-EMPS.
           MOVE WRK-SS-MEDIA                        TO WRK-SS-S-MEDIA.
           MOVE WRK-SS-SER-EXIB(WRK-SS-SER-IDX)     TO WRK-SS-S-EXIB.
      *
           ADD WRK-SS-SER-ALUNOS(WRK-SS-SER-IDX)   TO WRK-SS-TOT-ALUNOS.
           ADD WRK-SS-SER-LEITORES(WRK-SS-SER-IDX)
               TO WRK-SS-TOT-LEITORES.
           ADD WRK-SS-SER-EMPS(WRK-SS-SER-IDX)     TO WRK-SS-TOT-EMPS.
           ADD WRK-SS-SER-EXIB(WRK-SS-SER-IDX)     TO WRK-SS-TOT-EXIB.
      *
           PERFORM 0329-GRAVA-REGISTRO.
       0325-GRAVA-SERIE-END. EXIT.

       0329-GRAVA-REGISTRO SECTION.
           MOVE WRK-SS-REG TO FIL-EXP.
           WRITE FIL-EXP.
           ADD 1 TO WRK-SS-TOT-REGS.
       0329-GRAVA-REGISTRO-END. EXIT.

       0330-LISTA-TRADUCOES SECTION.
           PERFORM 0305-CARREGA-MAPA.
      *
           DISPLAY 'TURMA      SERIE' AT LINE 13 COLUMN 02.
           MOVE 14 TO WRK-LST-LINE.
      *
           PERFORM VARYING WRK-MAPA-IDX FROM 1 BY 1
               UNTIL WRK-MAPA-IDX GREATER THAN WRK-MAPA-QTDE
                  OR WRK-LST-LINE GREATER THAN 21
               DISPLAY WRK-MAPA-TURMA(WRK-MAPA-IDX)
                   AT LINE WRK-LST-LINE COLUMN 02
               DISPLAY WRK-MAPA-SERIE(WRK-MAPA-IDX)
                   AT LINE WRK-LST-LINE COLUMN 13
               ADD 1 TO WRK-LST-LINE
           END-PERFORM.
      *
           INITIALIZE WRK-MSG.
           MOVE '27FIM DA TABELA DE TRADUCAO.' TO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0330-LISTA-TRADUCOES-END. EXIT.

       0340-INCLUI-TRADUCAO SECTION.
           INITIALIZE WRK-MAPA-NOVO.
           INITIALIZE WRK-MSG.
           DISPLAY SCREEN-SECRET-TRADUCAO.
           ACCEPT  SCREEN-SECRET-TRADUCAO.
      *
           IF WRK-NOVO-TURMA EQUAL SPACES
           OR WRK-NOVO-SERIE EQUAL SPACES
               MOVE '22TURMA E SERIE OBRIGATORIAS.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0340-INCLUI-TRADUCAO-END
           END-IF.
      *
      *    UMA TURMA SO PODE TER UMA SERIE; A SEGUNDA LINHA SERIA
      *    IGNORADA NA EXPORTACAO E ESCONDERIA O ERRO DE DIGITACAO.
           PERFORM 0305-CARREGA-MAPA.
           MOVE WRK-NOVO-TURMA TO WRK-SS-TURMA.
           PERFORM 0321-ACHA-SERIE.
      *
           IF WRK-SS-SER-IDX GREATER THAN ZEROES
               MOVE '22TURMA JA TRADUZIDA NA TABELA.' TO WRK-MSG
           ELSE
               IF WRK-MAPA-QTDE NOT LESS THAN 60
                   MOVE '22TABELA DE TRADUCAO CHEIA.' TO WRK-MSG
               ELSE
                   OPEN EXTEND SERIEMAP
                   IF FS-SERIEMAP EQUAL "05" OR EQUAL "35"
                       OPEN OUTPUT SERIEMAP
                   END-IF
      *
                   MOVE SPACES TO FIL-MAP
                   STRING WRK-NOVO-TURMA DELIMITED BY SPACE
                          ';'            DELIMITED BY SIZE
                          WRK-NOVO-SERIE DELIMITED BY SIZE
                     INTO FIL-MAP
                   WRITE FIL-MAP
                   CLOSE SERIEMAP
      *
                   MOVE '28TRADUCAO INCLUIDA NA TABELA.' TO WRK-MSG
               END-IF
           END-IF.
      *
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0340-INCLUI-TRADUCAO-END. EXIT.

       0350-CONFERE-ARQUIVO SECTION.
      *    RELEITURA DO ARQUIVO GERADO: OS DETALHES SOMADOS DE NOVO
      *    TEM DE BATER COM O TRAILER ANTES DO ENVIO.
           INITIALIZE WRK-SS-RELIDOS.
           INITIALIZE WRK-SS-TRAILER-LIDO.
           MOVE ZEROES TO WRK-SS-DIVERGENCIAS.
           OPEN INPUT SECRET-EXP.
      *
           IF FS-SECRET-EXP NOT EQUAL "00"
               ADD 1 TO WRK-SS-DIVERGENCIAS
               GO TO 0350-CONFERE-ARQUIVO-END
           END-IF.
      *
           READ SECRET-EXP.
           PERFORM UNTIL FS-SECRET-EXP NOT EQUAL "00"
               ADD 1 TO WRK-SS-REL-REGS
               MOVE FIL-EXP TO WRK-SS-REG
               EVALUATE WRK-SS-REG-TIPO
                   WHEN 'H'
                       IF WRK-SS-H-ANO EQUAL WRK-SS-ANO
                      AND WRK-SS-H-SEMESTRE EQUAL WRK-SS-SEMESTRE
                           MOVE 'S' TO WRK-SS-REL-HEADER
                       END-IF
                   WHEN 'S'
                       ADD WRK-SS-S-ALUNOS TO WRK-SS-REL-ALUNOS
                       ADD WRK-SS-S-EMPS   TO WRK-SS-REL-EMPS
                       ADD WRK-SS-S-EXIB   TO WRK-SS-REL-EXIB
                   WHEN 'A'
                       ADD WRK-SS-A-TITULOS TO WRK-SS-REL-AQUIS
                   WHEN 'M'
                       ADD WRK-SS-M-TITULOS TO WRK-SS-REL-TITULOS
                       ADD WRK-SS-M-COPIAS  TO WRK-SS-REL-COPIAS
                   WHEN 'T'
                       MOVE 'S'              TO WRK-SS-REL-TRAILER
                       MOVE WRK-SS-T-REGS    TO WRK-SS-TRL-REGS
                       MOVE WRK-SS-T-ALUNOS  TO WRK-SS-TRL-ALUNOS
                       MOVE WRK-SS-T-EMPS    TO WRK-SS-TRL-EMPS
                       MOVE WRK-SS-T-EXIB    TO WRK-SS-TRL-EXIB
                       MOVE WRK-SS-T-AQUIS   TO WRK-SS-TRL-AQUIS
                       MOVE WRK-SS-T-TITULOS TO WRK-SS-TRL-TITULOS
                       MOVE WRK-SS-T-COPIAS  TO WRK-SS-TRL-COPIAS
                   WHEN OTHER
                       ADD 1 TO WRK-SS-DIVERGENCIAS
               END-EVALUATE
               READ SECRET-EXP
           END-PERFORM.
      *
           CLOSE SECRET-EXP.
      *
           IF WRK-SS-REL-HEADER NOT EQUAL 'S'
           OR WRK-SS-REL-TRAILER NOT EQUAL 'S'
               ADD 1 TO WRK-SS-DIVERGENCIAS
           END-IF.
           IF WRK-SS-REL-REGS NOT EQUAL WRK-SS-TRL-REGS
               ADD 1 TO WRK-SS-DIVERGENCIAS
           END-IF.
           IF WRK-SS-REL-ALUNOS NOT EQUAL WRK-SS-TRL-ALUNOS
               ADD 1 TO WRK-SS-DIVERGENCIAS
           END-IF.
           IF WRK-SS-REL-EMPS NOT EQUAL WRK-SS-TRL-EMPS
               ADD 1 TO WRK-SS-DIVERGENCIAS
           END-IF.
           IF WRK-SS-REL-EXIB NOT EQUAL WRK-SS-TRL-EXIB
               ADD 1 TO WRK-SS-DIVERGENCIAS
           END-IF.
           IF WRK-SS-REL-AQUIS NOT EQUAL WRK-SS-TRL-AQUIS
               ADD 1 TO WRK-SS-DIVERGENCIAS
           END-IF.
           IF WRK-SS-REL-TITULOS NOT EQUAL WRK-SS-TRL-TITULOS
               ADD 1 TO WRK-SS-DIVERGENCIAS
           END-IF.
           IF WRK-SS-REL-COPIAS NOT EQUAL WRK-SS-TRL-COPIAS
               ADD 1 TO WRK-SS-DIVERGENCIAS
           END-IF.
       0350-CONFERE-ARQUIVO-END. EXIT.

       0360-RESUMO-VALIDACAO SECTION.
      *    O ARQUIVO SO ESTA PRONTO PARA ENVIO COM A RELEITURA BATENDO,
      *    O CODIGO INEP INFORMADO E TODO ALUNO EM TURMA TRADUZIDA.
           MOVE 'N' TO WRK-SS-PENDENTE.
           IF WRK-SS-DIVERGENCIAS GREATER THAN ZEROES
           OR WRK-SS-INEP EQUAL ZEROES
           OR WRK-SS-ALU-PEND GREATER THAN ZEROES
           OR WRK-SS-EXI-PEND GREATER THAN ZEROES
               MOVE 'S' TO WRK-SS-PENDENTE
           END-IF.
      *
           MOVE SPACES TO WRK-SPL-NOME.
           STRING './dat/SECRET-'  DELIMITED BY SIZE
                  WRK-SS-ANO       DELIMITED BY SIZE
                  WRK-SS-SEMESTRE  DELIMITED BY SIZE
                  '.prt'           DELIMITED BY SIZE
             INTO WRK-SPL-NOME.
      *
           OPEN OUTPUT SECRET-REL.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'VIDEOTECA - EXPORTACAO SEMESTRAL PARA A SECRETARIA '
                       DELIMITED BY SIZE
                  WRK-SS-ANO         DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  WRK-SS-SEMESTRE    DELIMITED BY SIZE
                  '     EMISSAO: '   DELIMITED BY SIZE
                  WRK-DATA-EDIT-DD   DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  WRK-DATA-EDIT-MM   DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  WRK-DATA-EDIT-AAAA DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'ESCOLA (INEP): '  DELIMITED BY SIZE
                  WRK-SS-INEP        DELIMITED BY SIZE
                  '   PERIODO: '     DELIMITED BY SIZE
                  WRK-SS-DATA-INI    DELIMITED BY SIZE
                  ' A '              DELIMITED BY SIZE
                  WRK-SS-DATA-FIM    DELIMITED BY SIZE
                  '   ARQUIVO: '     DELIMITED BY SIZE
                  WRK-SS-EXP-NOME    DELIMITED BY SPACE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE 'SERIE    ALUNOS LEITORES EMPREST.  MEDIA EXIBICOES'
               TO FIL-REL.
           WRITE FIL-REL.
      *
           PERFORM VARYING WRK-SS-SER-IDX FROM 1 BY 1
               UNTIL WRK-SS-SER-IDX GREATER THAN WRK-SS-SER-QTDE
               PERFORM 0365-LINHA-SERIE
           END-PERFORM.
      *
           MOVE WRK-SS-TOT-ALUNOS   TO WRK-SS-QT-EDIT.
           MOVE WRK-SS-TOT-LEITORES TO WRK-SS-QT-EDIT-2.
           MOVE WRK-SS-TOT-EMPS     TO WRK-SS-QT-EDIT-3.
           MOVE WRK-SS-TOT-EXIB     TO WRK-SS-QT-EDIT-4.
           MOVE SPACES TO FIL-REL.
           STRING 'TOTAL  '         DELIMITED BY SIZE
                  WRK-SS-QT-EDIT    DELIMITED BY SIZE
                  '  '              DELIMITED BY SIZE
                  WRK-SS-QT-EDIT-2  DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WRK-SS-QT-EDIT-3  DELIMITED BY SIZE
                  '        '        DELIMITED BY SIZE
                  WRK-SS-QT-EDIT-4  DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE 'ACERVO ATIVO POR MIDIA:' TO FIL-REL.
           WRITE FIL-REL.
      *
           PERFORM VARYING WRK-SS-MID-IDX FROM 1 BY 1
               UNTIL WRK-SS-MID-IDX GREATER THAN WRK-SS-MID-QTDE
               MOVE WRK-SS-MID-TITULOS(WRK-SS-MID-IDX) TO WRK-SS-QT-EDIT
               MOVE WRK-SS-MID-COPIAS(WRK-SS-MID-IDX)
                   TO WRK-SS-QT-EDIT-2
               MOVE SPACES TO FIL-REL
               STRING '  MIDIA '       DELIMITED BY SIZE
                      WRK-SS-MID-CODIGO(WRK-SS-MID-IDX)
                                       DELIMITED BY SIZE
                      '  TITULOS: '    DELIMITED BY SIZE
                      WRK-SS-QT-EDIT   DELIMITED BY SIZE
                      '  EXEMPLARES: ' DELIMITED BY SIZE
                      WRK-SS-QT-EDIT-2 DELIMITED BY SIZE
                 INTO FIL-REL
               WRITE FIL-REL
           END-PERFORM.
      *
           MOVE WRK-SS-AQUISICOES TO WRK-SS-QT-EDIT.
           MOVE SPACES TO FIL-REL.
           STRING 'TITULOS ADQUIRIDOS NO SEMESTRE: '
                      DELIMITED BY SIZE
                  WRK-SS-QT-EDIT DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE 'CONFERENCIA DE EMPRESTIMOS DO PERIODO:' TO FIL-REL.
           WRITE FIL-REL.
           MOVE WRK-SS-EMP-LIDOS TO WRK-SS-QT-EDIT.
           MOVE '  LIDOS (HISTORICO E EM ABERTO)..: ' TO FIL-REL.
           MOVE WRK-SS-QT-EDIT TO FIL-REL(36:7).
           WRITE FIL-REL.
           MOVE WRK-SS-TOT-EMPS TO WRK-SS-QT-EDIT.
           MOVE '  EXPORTADOS NAS SERIES..........: ' TO FIL-REL.
           MOVE WRK-SS-QT-EDIT TO FIL-REL(36:7).
           WRITE FIL-REL.
           MOVE WRK-SS-EMP-PEND TO WRK-SS-QT-EDIT.
           MOVE '  ALUNOS EM TURMA SEM TRADUCAO...: ' TO FIL-REL.
           MOVE WRK-SS-QT-EDIT TO FIL-REL(36:7).
           WRITE FIL-REL.
           MOVE WRK-SS-EMP-OUTROS TO WRK-SS-QT-EDIT.
           MOVE '  PROFESSOR/FUNCIONARIO/VENCIDO..: ' TO FIL-REL.
           MOVE WRK-SS-QT-EDIT TO FIL-REL(36:7).
           WRITE FIL-REL.
           MOVE WRK-SS-EMP-SEMCAD TO WRK-SS-QT-EDIT.
           MOVE '  TOMADOR NAO CADASTRADO.........: ' TO FIL-REL.
           MOVE WRK-SS-QT-EDIT TO FIL-REL(36:7).
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE 'CONFERENCIA DE EXIBICOES DO PERIODO:' TO FIL-REL.
           WRITE FIL-REL.
           MOVE WRK-SS-EXI-LIDAS TO WRK-SS-QT-EDIT.
           MOVE '  LIDAS (USO LOCAL)..............: ' TO FIL-REL.
           MOVE WRK-SS-QT-EDIT TO FIL-REL(36:7).
           WRITE FIL-REL.
           MOVE WRK-SS-TOT-EXIB TO WRK-SS-QT-EDIT.
           MOVE '  EXPORTADAS NAS SERIES..........: ' TO FIL-REL.
           MOVE WRK-SS-QT-EDIT TO FIL-REL(36:7).
           WRITE FIL-REL.
           MOVE WRK-SS-EXI-PEND TO WRK-SS-QT-EDIT.
           MOVE '  TURMA SEM TRADUCAO.............: ' TO FIL-REL.
           MOVE WRK-SS-QT-EDIT TO FIL-REL(36:7).
           WRITE FIL-REL.
           MOVE WRK-SS-EXI-SEMTURMA TO WRK-SS-QT-EDIT.
           MOVE '  SEM TURMA IDENTIFICADA.........: ' TO FIL-REL.
           MOVE WRK-SS-QT-EDIT TO FIL-REL(36:7).
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE 'TURMAS SEM TRADUCAO EM SERIEMAP (FORA DO ARQUIVO):'
               TO FIL-REL.
           WRITE FIL-REL.
      *
           IF WRK-SS-PEN-QTDE EQUAL ZEROES
               MOVE '  NENHUMA' TO FIL-REL
               WRITE FIL-REL
           END-IF.
      *
           PERFORM VARYING WRK-SS-PEN-IDX FROM 1 BY 1
               UNTIL WRK-SS-PEN-IDX GREATER THAN WRK-SS-PEN-QTDE
               PERFORM 0366-LINHA-PENDENCIA
           END-PERFORM.
      *
           IF WRK-SS-PEN-EXCEDE GREATER THAN ZEROES
               MOVE '  (HA MAIS TURMAS NAO LISTADAS)' TO FIL-REL
               WRITE FIL-REL
           END-IF.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
      *
           PERFORM 0367-LINHAS-CONTROLE.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
      *
           IF WRK-SS-INEP EQUAL ZEROES
               MOVE 'PENDENCIA: CODIGO INEP DA ESCOLA NAO INFORMADO.'
                   TO FIL-REL
               WRITE FIL-REL
           END-IF.
      *
           IF WRK-SS-DATA-FIM GREATER THAN WRK-DATA-SISTEMA
               MOVE 'AVISO: SEMESTRE EM ANDAMENTO (DADOS PARCIAIS).'
                   TO FIL-REL
               WRITE FIL-REL
           END-IF.
      *
           IF WRK-SS-PENDENTE EQUAL 'S'
               MOVE 'RESULTADO: REVISE AS PENDENCIAS ANTES DE ENVIAR.'
                   TO FIL-REL
           ELSE
               MOVE 'RESULTADO: ARQUIVO CONSISTENTE, PRONTO PARA ENVIO.'
                   TO FIL-REL
           END-IF.
           WRITE FIL-REL.
      *
           CLOSE SECRET-REL.
      *
           PERFORM 0370-REGISTRA-SPOOL.
       0360-RESUMO-VALIDACAO-END. EXIT.

       0365-LINHA-SERIE SECTION.
           MOVE ZEROES TO WRK-SS-MEDIA.
           IF WRK-SS-SER-ALUNOS(WRK-SS-SER-IDX) GREATER THAN ZEROES
               COMPUTE WRK-SS-MEDIA ROUNDED =
                       WRK-SS-SER-EMPS(WRK-SS-SER-IDX)
                     / WRK-SS-SER-ALUNOS(WRK-SS-SER-IDX)
                   ON SIZE ERROR
                       MOVE 999,99 TO WRK-SS-MEDIA
               END-COMPUTE
           END-IF.
      *
           MOVE WRK-SS-SER-ALUNOS(WRK-SS-SER-IDX)   TO WRK-SS-QT-EDIT.
           MOVE WRK-SS-SER-LEITORES(WRK-SS-SER-IDX) TO WRK-SS-QT-EDIT-2.
           MOVE WRK-SS-SER-EMPS(WRK-SS-SER-IDX)     TO WRK-SS-QT-EDIT-3.
           MOVE WRK-SS-SER-EXIB(WRK-SS-SER-IDX)     TO WRK-SS-QT-EDIT-4.
           MOVE WRK-SS-MEDIA                       TO WRK-SS-MEDIA-EDIT.
      *
           MOVE SPACES TO FIL-REL.
           STRING WRK-SS-SER-CODIGO(WRK-SS-SER-IDX)
                                    DELIMITED BY SIZE
                  '   '             DELIMITED BY SIZE
                  WRK-SS-QT-EDIT    DELIMITED BY SIZE
                  '  '              DELIMITED BY SIZE
                  WRK-SS-QT-EDIT-2  DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WRK-SS-QT-EDIT-3  DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WRK-SS-MEDIA-EDIT DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WRK-SS-QT-EDIT-4  DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
       0365-LINHA-SERIE-END. EXIT.

       0366-LINHA-PENDENCIA SECTION.
           MOVE WRK-SS-PEN-ALUNOS(WRK-SS-PEN-IDX) TO WRK-SS-QT-EDIT.
           MOVE WRK-SS-PEN-EMPS(WRK-SS-PEN-IDX)   TO WRK-SS-QT-EDIT-2.
           MOVE WRK-SS-PEN-EXIB(WRK-SS-PEN-IDX)   TO WRK-SS-QT-EDIT-3.
      *
           MOVE SPACES TO FIL-REL.
           IF WRK-SS-PEN-TURMA(WRK-SS-PEN-IDX) EQUAL SPACES
               MOVE '  (SEM TURMA)' TO FIL-REL
           ELSE
               MOVE WRK-SS-PEN-TURMA(WRK-SS-PEN-IDX) TO FIL-REL(3:10)
           END-IF.
      *
           STRING 'ALUNOS: '        DELIMITED BY SIZE
                  WRK-SS-QT-EDIT    DELIMITED BY SIZE
                  '  EMPRESTIMOS: ' DELIMITED BY SIZE
                  WRK-SS-QT-EDIT-2  DELIMITED BY SIZE
                  '  EXIBICOES: '   DELIMITED BY SIZE
                  WRK-SS-QT-EDIT-3  DELIMITED BY SIZE
             INTO FIL-REL(15:).
           WRITE FIL-REL.
       0366-LINHA-PENDENCIA-END. EXIT.

       0367-LINHAS-CONTROLE SECTION.
           MOVE 'CONTROLE DO ARQUIVO (RELEITURA X TRAILER):' TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE WRK-SS-REL-REGS TO WRK-SS-QT-EDIT.
           MOVE WRK-SS-TRL-REGS TO WRK-SS-QT-EDIT-2.
           MOVE '  REGISTROS....: ' TO FIL-REL.
           PERFORM 0368-LINHA-CONTROLE.
      *
           MOVE WRK-SS-REL-ALUNOS TO WRK-SS-QT-EDIT.
           MOVE WRK-SS-TRL-ALUNOS TO WRK-SS-QT-EDIT-2.
           MOVE '  ALUNOS.......: ' TO FIL-REL.
           PERFORM 0368-LINHA-CONTROLE.
      *
           MOVE WRK-SS-REL-EMPS TO WRK-SS-QT-EDIT.
           MOVE WRK-SS-TRL-EMPS TO WRK-SS-QT-EDIT-2.
           MOVE '  EMPRESTIMOS..: ' TO FIL-REL.
           PERFORM 0368-LINHA-CONTROLE.
      *
           MOVE WRK-SS-REL-EXIB TO WRK-SS-QT-EDIT.
           MOVE WRK-SS-TRL-EXIB TO WRK-SS-QT-EDIT-2.
           MOVE '  EXIBICOES....: ' TO FIL-REL.
           PERFORM 0368-LINHA-CONTROLE.
      *
           MOVE WRK-SS-REL-AQUIS TO WRK-SS-QT-EDIT.
           MOVE WRK-SS-TRL-AQUIS TO WRK-SS-QT-EDIT-2.
           MOVE '  AQUISICOES...: ' TO FIL-REL.
           PERFORM 0368-LINHA-CONTROLE.
      *
           MOVE WRK-SS-REL-TITULOS TO WRK-SS-QT-EDIT.
           MOVE WRK-SS-TRL-TITULOS TO WRK-SS-QT-EDIT-2.
           MOVE '  TITULOS......: ' TO FIL-REL.
           PERFORM 0368-LINHA-CONTROLE.
      *
           MOVE WRK-SS-REL-COPIAS TO WRK-SS-QT-EDIT.
           MOVE WRK-SS-TRL-COPIAS TO WRK-SS-QT-EDIT-2.
           MOVE '  EXEMPLARES...: ' TO FIL-REL.
           PERFORM 0368-LINHA-CONTROLE.
      *
           IF WRK-SS-REL-HEADER NOT EQUAL 'S'
           OR WRK-SS-REL-TRAILER NOT EQUAL 'S'
               MOVE '  HEADER OU TRAILER AUSENTE/INCORRETO' TO FIL-REL
               WRITE FIL-REL
           END-IF.
       0367-LINHAS-CONTROLE-END. EXIT.

       0368-LINHA-CONTROLE SECTION.
           MOVE 'DETALHES: '    TO FIL-REL(18:10).
           MOVE WRK-SS-QT-EDIT   TO FIL-REL(28:7).
           MOVE '  TRAILER: '   TO FIL-REL(35:11).
           MOVE WRK-SS-QT-EDIT-2 TO FIL-REL(46:7).
      *
           IF WRK-SS-QT-EDIT EQUAL WRK-SS-QT-EDIT-2
               MOVE '  OK'         TO FIL-REL(53:4)
           ELSE
               MOVE '  DIVERGENTE' TO FIL-REL(53:12)
           END-IF.
           WRITE FIL-REL.
       0368-LINHA-CONTROLE-END. EXIT.

       0370-REGISTRA-SPOOL SECTION.
           MOVE 'SSVIDPRG' TO WRK-SPL-PROGRAMA.
           COPY 'CPVIDSPP'. *> REGISTRA O ARQUIVO GERADO NO SPOOL
       0370-REGISTRA-SPOOL-END. EXIT.

       0600-ROT-ABEND SECTION.
           MOVE 'SSVIDPRG' TO WS-ABEND-PROGRAM.
           COPY 'CPVIDRAB'. *> ABEND ROUTINE.
      *
           PERFORM 0700-END-PROGRAM.
       0600-ROT-ABEND-END. EXIT.

       0700-END-PROGRAM SECTION.
           GOBACK.
       0700-END-PROGRAM-END. EXIT.

       END PROGRAM SSVIDPRG.
