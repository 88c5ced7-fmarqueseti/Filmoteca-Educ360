      ******************************************************************
      * FILE NAME   : PVVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : PERSONAL DATA (LGPD) ROUTINE OF VIDEOTECA        *
      *               PROGRAM - DATA-SUBJECT REPORT THAT PRINTS EVERY  *
      *               RECORD HELD ABOUT ONE BORROWER ACROSS ALL FILES  *
      *               FOR LEGAL REQUESTS TO THE SECRETARIA, AND THE    *
      *               RETENTION BATCH THAT ANONYMIZES DEPARTED         *
      *               BORROWERS (TOMAD-ARQ AND EXPIRED TOMADORES)      *
      *               AFTER ANONIMIZA-ANOS YEARS: PERSONAL FIELDS ARE  *
      *               BLANKED AND THE BORROWER CODE IN LOANHIST AND    *
      *               THE OTHER MOVEMENT FILES IS REPLACED BY A        *
      *               NEUTRAL CODE, KEEPING THE STATISTICS. BORROWERS  *
      *               WITH AN OPEN LOAN OR FINE ARE SKIPPED            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PVVIDPRG.
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
           COPY 'CPVIDPFC'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDHFC'. *> LOANHIST DAT WORKBOOK
           COPY 'CPVIDHAF'. *> LOAN HISTORY - ARCHIVED YEAR
           COPY 'CPVIDHXF'. *> LOAN HISTORY - ARCHIVED YEARS INDEX
           COPY 'CPVIDMFC'. *> MULTAS DAT WORKBOOK
           COPY 'CPVIDPLF'. *> PARCELAS (INSTALLMENT PLANS)
           COPY 'CPVIDRXF'. *> CXRECIBO DAT WORKBOOK
           COPY 'CPVIDRFC'. *> RESERVAS DAT WORKBOOK
           COPY 'CPVIDAGF'. *> AGENDA DAT WORKBOOK
           COPY 'CPVIDAVF'. *> AVISOS DAT WORKBOOK
           COPY 'CPVIDULF'. *> USOLOCAL DAT WORKBOOK
           COPY 'CPVIDEEF'. *> EQEMP DAT WORKBOOK
           COPY 'CPVIDCAF'. *> CARTOES DAT WORKBOOK
           COPY 'CPVIDBRF'. *> BARCODE DAT WORKBOOK
           COPY 'CPVIDOVF'. *> EXCECOES DAT WORKBOOK
           COPY 'CPVIDADF'. *> ACESSDIG DAT WORKBOOK
           COPY 'CPVIDCMF'. *> COMPONEN DAT WORKBOOK
           COPY 'CPVIDFCV'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDPAF'. *> SYSTEM PARAMETERS
      *
           SELECT TOMAD-ARQ
              ASSIGN       TO './dat/TOMAD-ARQ.dat'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-TOMAD-ARQ.
      *
           SELECT LGPD-REL
              ASSIGN       TO WRK-SPL-NOME
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-LGPD-REL.
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

       FD LOANS.
           COPY 'CPVIDPDT'.

       FD LOANHIST.
           COPY 'CPVIDHDT'.

       FD HISTARQ.
           COPY 'CPVIDHAD'.

       FD HISTANOS.
           COPY 'CPVIDHXD'.

       FD MULTAS.
           COPY 'CPVIDMDT'.

       FD PARCELAS.
           COPY 'CPVIDPLD'.

       FD CXRECIBO.
           COPY 'CPVIDRXD'.

       FD RESERVAS.
           COPY 'CPVIDRDT'.

       FD AGENDA.
           COPY 'CPVIDAGD'.

       FD AVISREG.
           COPY 'CPVIDAVD'.

       FD USOLOCAL.
           COPY 'CPVIDULD'.

       FD EQEMP.
           COPY 'CPVIDEED'.

       FD CARTOES.
           COPY 'CPVIDCAD'.

       FD BARCODE.
           COPY 'CPVIDBRD'.

       FD EXCECOES.
           COPY 'CPVIDOVD'.

       FD ACESSDIG.
           COPY 'CPVIDADD'.

       FD COMPONEN.
           COPY 'CPVIDCMD'.

       FD MOVIES.
           COPY 'CPVIDDAT'.

       FD VIDPARAM.
           COPY 'CPVIDPAD'.

      *    IMAGEM DO REG-TOM GRAVADA PELA VIRADA DE ANO (VRVIDPRG).
       FD TOMAD-ARQ
           RECORDING MODE IS F.
           01 REG-ARQ.
               05 ARQ-CODIGO        PIC 9(04).
               05 ARQ-NOME          PIC X(30).
               05 ARQ-TURMA         PIC X(10).
               05 ARQ-FONE          PIC X(12).
               05 ARQ-DATA-NASC     PIC 9(08).
               05 ARQ-ANO-MATRICULA PIC 9(04).
               05 ARQ-SITUACAO      PIC X(01).

       FD LGPD-REL.
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
           COPY 'CPVIDPNW'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDHNW'. *> LOANHIST DAT WORKBOOK
           COPY 'CPVIDHAW'. *> LOAN HISTORY - ARCHIVED YEAR
           COPY 'CPVIDHXW'. *> LOAN HISTORY - ARCHIVED YEARS INDEX
           COPY 'CPVIDMNW'. *> MULTAS DAT WORKBOOK
           COPY 'CPVIDPLW'. *> PARCELAS (INSTALLMENT PLANS)
           COPY 'CPVIDRXW'. *> CXRECIBO DAT WORKBOOK
           COPY 'CPVIDRNW'. *> RESERVAS DAT WORKBOOK
           COPY 'CPVIDAGW'. *> AGENDA DAT WORKBOOK
           COPY 'CPVIDAVW'. *> AVISOS DAT WORKBOOK
           COPY 'CPVIDULW'. *> USOLOCAL DAT WORKBOOK
           COPY 'CPVIDEEW'. *> EQEMP DAT WORKBOOK
           COPY 'CPVIDCAW'. *> CARTOES DAT WORKBOOK
           COPY 'CPVIDBRW'. *> BARCODE DAT WORKBOOK
           COPY 'CPVIDOVW'. *> EXCECOES DAT WORKBOOK
           COPY 'CPVIDADW'. *> ACESSDIG DAT WORKBOOK
           COPY 'CPVIDCMW'. *> COMPONEN DAT WORKBOOK
           COPY 'CPVIDFCW'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDPAW'. *> SYSTEM PARAMETERS
           COPY 'CPVIDSPW'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDABE'. *> ABEND
           COPY 'CPVIDALW'. *> ABEND LOG
           COPY 'CPVIDJNW'. *> RECOVERY JOURNAL
           COPY 'CPVIDLGW'. *> MAINTENANCE AUDIT LOG
           COPY 'CPVIDOPW'. *> OPERATOR SESSION
      *
       77 FS-TOMAD-ARQ              PIC X(02).
       77 FS-LGPD-REL               PIC X(02).
       77 WRK-SPL-NOME              PIC X(40).
       77 WRK-SPL-PROGRAMA          PIC X(08).
      *
       77 WRK-HOJE                  PIC 9(08) VALUE ZEROES.
       77 WRK-PV-CODIGO             PIC 9(04) VALUE ZEROES.
       77 WRK-PV-TOM                PIC 9(04) VALUE ZEROES.
       77 WRK-PV-LIMITE             PIC 9(04) VALUE ZEROES.
       77 WRK-PV-REF-ANO            PIC 9(04) VALUE ZEROES.
       77 WRK-PV-ANO                PIC 9(04) VALUE ZEROES.
       77 WRK-PV-ACHOU              PIC X(01) VALUE 'N'.
       77 WRK-PV-BLOCO              PIC X(40) VALUE SPACES.
       77 WRK-PV-VALOR-ED           PIC ZZZZ9,99 VALUE ZEROES.
      *
      *    CODIGO NEUTRO QUE SUBSTITUI O TOMADOR ANONIMIZADO NOS
      *    ARQUIVOS DE MOVIMENTO: ZERO JA SIGNIFICA "SEM TOMADOR"
      *    (USOLOCAL) E NUNCA E ATRIBUIDO A UM CADASTRO.
       77 WRK-PV-NEUTRO             PIC 9(04) VALUE ZEROES.
      *
      *    MARCA GRAVADA NO NOME DO REGISTRO ANONIMIZADO; REGISTRO QUE
      *    JA A TRAZ NAO E TRATADO DE NOVO.
       77 WRK-PV-ANONIMO            PIC X(30)
                                     VALUE '** ANONIMIZADO (LGPD) **'.
      *
      *    TABELAS POR TOM-CODIGO (1 A 9999), MONTADAS A CADA RETENCAO:
      *    PENDENCIA ('S' = EMPRESTIMO, EQUIPAMENTO, MULTA, ACESSO
      *    DIGITAL OU PECA FALTANTE EM ABERTO), ULTIMO ANO COM
      *    MOVIMENTO NO HISTORICO OU EM MULTAS E SITUACAO DO CODIGO
      *    ('A' = CADASTRO ATIVO, QUE NAO PODE PERDER O VINCULO NOS
      *    MOVIMENTOS; 'S' = ANONIMIZADO NESTA RETENCAO, VINCULOS A
      *    NEUTRALIZAR).
       01 WRK-PV-TABELAS.
           05 WRK-PV-PEND           PIC X(01) OCCURS 9999 TIMES.
           05 WRK-PV-MARCA          PIC X(01) OCCURS 9999 TIMES.
           05 WRK-PV-ULT-ANO        PIC 9(04) OCCURS 9999 TIMES.
      *
       01 WRK-ESTATISTICA.
           05 WRK-PV-QTD            PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-PV-ANONIMIZADOS   PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-PV-BLOQUEADOS     PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-PV-SEM-REFER      PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-PV-QTD-EDIT       PIC ZZZZ9 VALUE ZEROES.
      *
      *    REGISTROS DE MOVIMENTO NEUTRALIZADOS POR ARQUIVO, NA ORDEM
      *    DE 0440 (CARTOES E BARCODE SAO EXCLUIDOS, NAO REGRAVADOS).
       01 WRK-PV-ARQS-INI.
           05 FILLER PIC X(12) VALUE 'LOANHIST'.
           05 FILLER PIC X(12) VALUE 'MULTAS'.
           05 FILLER PIC X(12) VALUE 'PARCELAS'.
           05 FILLER PIC X(12) VALUE 'CXRECIBO'.
           05 FILLER PIC X(12) VALUE 'RESERVAS'.
           05 FILLER PIC X(12) VALUE 'AGENDA'.
           05 FILLER PIC X(12) VALUE 'AVISOS'.
           05 FILLER PIC X(12) VALUE 'USOLOCAL'.
           05 FILLER PIC X(12) VALUE 'EXCECOES'.
           05 FILLER PIC X(12) VALUE 'CARTOES'.
           05 FILLER PIC X(12) VALUE 'BARCODE'.
           05 FILLER PIC X(12) VALUE 'ACESSDIG'.
           05 FILLER PIC X(12) VALUE 'COMPONEN'.
       01 WRK-PV-ARQS-TAB REDEFINES WRK-PV-ARQS-INI.
           05 WRK-PV-ARQ-NOME       PIC X(12) OCCURS 13 TIMES.
       01 WRK-PV-ARQS-QTD.
           05 WRK-PV-ARQ-QTD        PIC 9(07) USAGE COMP-3
                                     OCCURS 13 TIMES.
       77 WRK-PV-IDX                PIC 9(02) VALUE ZEROES.
      *
      *    ACESSDIG TEM O TOMADOR NA CHAVE: O ACESSO E EXCLUIDO E
      *    REGRAVADO COM O CODIGO NEUTRO.
       77 WRK-PV-REG-ADG            PIC X(35) VALUE SPACES.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN'. *> MAIN SCREEN
           COPY 'SCVIDMSG'. *> MESSAGES
      *
       01 SCREEN-PV-MENU.
           05 LINE 07 COLUMN 02 VALUE "1 - DADOS DO TOMADOR (TITULAR)".
           05 LINE 08 COLUMN 02 VALUE "2 - RETENCAO (ANONIMIZAR)".
           05 LINE 09 COLUMN 02 VALUE "0 - VOLTAR".
           05 LINE 10 COLUMN 02 VALUE "OPCAO: ".
           05 COLUMN PLUS 01    PIC X(01) USING WRK-OPTION.
      *
       01 SCREEN-PV-TOMADOR.
           05 LINE 12 COLUMN 02 VALUE "CODIGO DO TOMADOR: ".
           05 COLUMN PLUS 01    PIC 9(04) USING WRK-PV-CODIGO.
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
           OPEN I-O TOMADORES.
      *
           IF FS-TOMADORES EQUAL "35"
               OPEN OUTPUT TOMADORES
               CLOSE TOMADORES
               OPEN I-O TOMADORES
           END-IF.
      *
           IF FS-TOMADORES NOT EQUAL "00"
               MOVE '22ERRO AO ABRIR ARQUIVO DE TOMADORES.'
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
           OPEN INPUT LOANS.
      *
           IF FS-LOANS EQUAL "35"
               OPEN OUTPUT LOANS
               CLOSE LOANS
               OPEN INPUT LOANS
           END-IF.
      *
           IF FS-LOANS NOT EQUAL "00"
               MOVE '21ERRO AO ABRIR ARQUIVO DE EMPRESTIMOS.'
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
               MOVE '22ERRO AO ABRIR ARQUIVO DE HISTORICO.'
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
           OPEN I-O MULTAS.
      *
           IF FS-MULTAS EQUAL "35"
               OPEN OUTPUT MULTAS
               CLOSE MULTAS
               OPEN I-O MULTAS
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
           OPEN I-O PARCELAS.
      *
           IF FS-PARCELAS EQUAL "35"
               OPEN OUTPUT PARCELAS
               CLOSE PARCELAS
               OPEN I-O PARCELAS
           END-IF.
      *
           IF FS-PARCELAS NOT EQUAL "00"
               MOVE '23ERRO AO ABRIR ARQUIVO DE PARCELAS.'
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
           OPEN I-O CXRECIBO.
      *
           IF FS-CXRECIBO EQUAL "35"
               OPEN OUTPUT CXRECIBO
               CLOSE CXRECIBO
               OPEN I-O CXRECIBO
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
           OPEN I-O RESERVAS.
      *
           IF FS-RESERVAS EQUAL "35"
               OPEN OUTPUT RESERVAS
               CLOSE RESERVAS
               OPEN I-O RESERVAS
           END-IF.
      *
           IF FS-RESERVAS NOT EQUAL "00"
               MOVE '23ERRO AO ABRIR ARQUIVO DE RESERVAS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-RESERVAS TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE RESERVAS'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O AGENDA.
      *
           IF FS-AGENDA EQUAL "35"
               OPEN OUTPUT AGENDA
               CLOSE AGENDA
               OPEN I-O AGENDA
           END-IF.
      *
           IF FS-AGENDA NOT EQUAL "00"
               MOVE '24ERRO AO ABRIR ARQUIVO DE AGENDA.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-AGENDA TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE AGENDA'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O AVISREG.
      *
           IF FS-AVISREG EQUAL "35"
               OPEN OUTPUT AVISREG
               CLOSE AVISREG
               OPEN I-O AVISREG
           END-IF.
      *
           IF FS-AVISREG NOT EQUAL "00"
               MOVE '24ERRO AO ABRIR ARQUIVO DE AVISOS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-AVISREG TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE AVISOS'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O USOLOCAL.
      *
           IF FS-USOLOCAL EQUAL "35"
               OPEN OUTPUT USOLOCAL
               CLOSE USOLOCAL
               OPEN I-O USOLOCAL
           END-IF.
      *
           IF FS-USOLOCAL NOT EQUAL "00"
               MOVE '22ERRO AO ABRIR ARQUIVO DE USO LOCAL.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-USOLOCAL TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE USO LOCAL'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT EQEMP.
      *
           IF FS-EQEMP EQUAL "35"
               OPEN OUTPUT EQEMP
               CLOSE EQEMP
               OPEN INPUT EQEMP
           END-IF.
      *
           IF FS-EQEMP NOT EQUAL "00"
               MOVE '14ERRO AO ABRIR ARQUIVO DE EQUIPAMENTOS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-EQEMP TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE EQUIPAMENTOS'
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
               MOVE '21ERRO AO ABRIR ARQUIVO DE CARTEIRINHAS.'
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
               MOVE '18ERRO AO ABRIR ARQUIVO DE CODIGOS DE BARRAS.'
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
           OPEN I-O EXCECOES.
      *
           IF FS-EXCECOES EQUAL "35"
               OPEN OUTPUT EXCECOES
               CLOSE EXCECOES
               OPEN I-O EXCECOES
           END-IF.
      *
           IF FS-EXCECOES NOT EQUAL "00"
               MOVE '23ERRO AO ABRIR ARQUIVO DE EXCECOES.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-EXCECOES TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE EXCECOES'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O ACESSDIG.
      *
           IF FS-ACESSDIG EQUAL "35"
               OPEN OUTPUT ACESSDIG
               CLOSE ACESSDIG
               OPEN I-O ACESSDIG
           END-IF.
      *
           IF FS-ACESSDIG NOT EQUAL "00"
               MOVE '20ERRO AO ABRIR ACESSOS DIGITAIS ATIVOS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-ACESSDIG TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ACESSOS DIGITAIS ATIVOS'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O COMPONEN.
      *
           IF FS-COMPONEN EQUAL "35"
               OPEN OUTPUT COMPONEN
               CLOSE COMPONEN
               OPEN I-O COMPONEN
           END-IF.
      *
           IF FS-COMPONEN NOT EQUAL "00"
               MOVE '22ERRO AO ABRIR ARQUIVO DE COMPONENTES.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-COMPONEN TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE COMPONENTES'
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
       0100-OPEN-DATA-END. EXIT.

       0150-CARREGA-PARAMETROS SECTION.
           COPY 'CPVIDPAP'. *> CARREGA PARAMETROS DE VIDPARAM.DAT
       0150-CARREGA-PARAMETROS-END. EXIT.

       0300-PROCESS-DATA SECTION.
           COPY 'CPVIDDTE'. *> DATE/TIME PROCEDURE
           MOVE "  * * * * DADOS PESSOAIS (LGPD) * * * *" TO WRK-TITLE.
           MOVE "PF3=FIM"                                   TO WRK-KEYS.
           INITIALIZE WRK-MSG.
           MOVE WRK-DATA-SISTEMA TO WRK-HOJE.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-PV-MENU.
           ACCEPT  SCREEN-PV-MENU.
      *
           EVALUATE WRK-OPTION
               WHEN '1' PERFORM 0310-RELATORIO-TITULAR
               WHEN '2'
      *            A RETENCAO APAGA DADOS SEM VOLTA; SO O COORDENADOR.
                   IF WRK-OPERADOR-PERFIL EQUAL 'C'
                       PERFORM 0400-RETENCAO
                   ELSE
                       INITIALIZE WRK-MSG
                       MOVE '14RETENCAO RESERVADA AO COORDENADOR.'
                           TO WRK-MSG
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

       0310-RELATORIO-TITULAR SECTION.
      *    RELATORIO PARA PEDIDO DO TITULAR (OU DO RESPONSAVEL): TUDO
      *    O QUE O SISTEMA GUARDA SOBRE UM TOMADOR, ARQUIVO POR
      *    ARQUIVO, PARA A RESPOSTA DA SECRETARIA.
           INITIALIZE WRK-MSG.
           MOVE ZEROES TO WRK-PV-CODIGO.
           DISPLAY SCREEN-PV-TOMADOR.
           ACCEPT  SCREEN-PV-TOMADOR.
      *
           IF WRK-PV-CODIGO EQUAL ZEROES
               MOVE '28CONSULTA CANCELADA.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0310-RELATORIO-TITULAR-END
           END-IF.
      *
           MOVE SPACES TO WRK-SPL-NOME.
           STRING './dat/LGPD-TITULAR-' DELIMITED BY SIZE
                  WRK-PV-CODIGO         DELIMITED BY SIZE
                  '-'                   DELIMITED BY SIZE
                  WRK-DATA-AAAA         DELIMITED BY SIZE
                  WRK-DATA-MM           DELIMITED BY SIZE
                  WRK-DATA-DD           DELIMITED BY SIZE
                  '.prt'                DELIMITED BY SIZE
             INTO WRK-SPL-NOME.
      *
           OPEN OUTPUT LGPD-REL.
      *
           IF FS-LGPD-REL NOT EQUAL "00"
               MOVE '30ERRO AO ABRIR RELATORIO DO TITULAR.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0310-RELATORIO-TITULAR-END
           END-IF.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'VIDEOTECA - DADOS PESSOAIS MANTIDOS SOBRE O TOMADOR '
                      DELIMITED BY SIZE
                  WRK-PV-CODIGO      DELIMITED BY SIZE
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
           STRING '(LEI 13.709/2018 - LGPD, ART. 18; EMITIDO POR '
                      DELIMITED BY SIZE
                  WRK-OPERADOR       DELIMITED BY SPACE
                  ')'                DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE ZEROES TO WRK-PV-QTD.
           PERFORM 0320-TITULAR-CADASTRO.
           PERFORM 0322-TITULAR-ARQUIVO.
           PERFORM 0324-TITULAR-CARTEIRA.
           PERFORM 0326-TITULAR-EMPRESTIMOS.
           PERFORM 0328-TITULAR-HISTORICO.
           PERFORM 0330-TITULAR-MULTAS.
           PERFORM 0332-TITULAR-PARCELAS.
           PERFORM 0334-TITULAR-RECIBOS.
           PERFORM 0336-TITULAR-RESERVAS.
           PERFORM 0338-TITULAR-AGENDA.
           PERFORM 0340-TITULAR-AVISOS.
           PERFORM 0344-TITULAR-USO-LOCAL.
           PERFORM 0346-TITULAR-EXCECOES.
           PERFORM 0347-TITULAR-ACESSOS.
           PERFORM 0348-TITULAR-COMPONENTES.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
           MOVE WRK-PV-QTD TO WRK-PV-QTD-EDIT.
           MOVE SPACES TO FIL-REL.
           STRING 'TOTAL DE REGISTROS ENCONTRADOS: ' DELIMITED BY SIZE
                  WRK-PV-QTD-EDIT                    DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           CLOSE LGPD-REL.
           PERFORM 0480-REGISTRA-SPOOL.
      *
           MOVE WRK-PV-CODIGO TO CODIGO.
           MOVE 'LGPD-TITUL'  TO WRK-LOG-ACAO.
           PERFORM 0490-GRAVA-LOG.
      *
           INITIALIZE WRK-MSG.
           STRING '08RELATORIO DO TITULAR GERADO: ' DELIMITED BY SIZE
                  WRK-PV-QTD-EDIT                   DELIMITED BY SIZE
                  ' REGISTRO(S) EM '                DELIMITED BY SIZE
                  WRK-SPL-NOME(7:)                  DELIMITED BY SPACE
             INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0310-RELATORIO-TITULAR-END. EXIT.

       0315-TITULO-BLOCO SECTION.
      *    LINHA EM BRANCO E TITULO DE CADA ARQUIVO DO RELATORIO.
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
           MOVE SPACES TO FIL-REL.
           STRING '--- ' DELIMITED BY SIZE
                  WRK-PV-BLOCO DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
           MOVE 'N' TO WRK-PV-ACHOU.
       0315-TITULO-BLOCO-END. EXIT.

       0317-NADA-CONSTA SECTION.
           IF WRK-PV-ACHOU EQUAL 'N'
               MOVE '    NADA CONSTA.' TO FIL-REL
               WRITE FIL-REL
           END-IF.
       0317-NADA-CONSTA-END. EXIT.

       0318-LINHA-ACHADA SECTION.
           WRITE FIL-REL.
           MOVE 'S' TO WRK-PV-ACHOU.
           ADD 1 TO WRK-PV-QTD.
       0318-LINHA-ACHADA-END. EXIT.

       0319-BUSCA-TITULO SECTION.
      *    TITULO DO FILME EM CODIGO PARA AS LINHAS DE MOVIMENTO.
           READ MOVIES
               INVALID KEY
                   MOVE '** NAO CADASTRADO **' TO TITULO
           END-READ.
       0319-BUSCA-TITULO-END. EXIT.

       0320-TITULAR-CADASTRO SECTION.
           MOVE 'CADASTRO DE TOMADORES (TOMADORES.DAT)'
               TO WRK-PV-BLOCO.
           PERFORM 0315-TITULO-BLOCO.
      *
           MOVE WRK-PV-CODIGO TO TOM-CODIGO.
           READ TOMADORES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO FIL-REL
                   STRING '    NOME: '     DELIMITED BY SIZE
                          TOM-NOME         DELIMITED BY SIZE
                          ' TURMA: '       DELIMITED BY SIZE
                          TOM-TURMA        DELIMITED BY SIZE
                          ' FONE: '        DELIMITED BY SIZE
                          TOM-FONE         DELIMITED BY SIZE
                          ' NASC.: '       DELIMITED BY SIZE
                          TOM-DATA-NASC    DELIMITED BY SIZE
                          ' MATRICULA: '   DELIMITED BY SIZE
                          TOM-ANO-MATRICULA DELIMITED BY SIZE
                          '/'              DELIMITED BY SIZE
                          TOM-SITUACAO     DELIMITED BY SIZE
                          ' CATEGORIA: '   DELIMITED BY SIZE
                          TOM-CATEGORIA    DELIMITED BY SIZE
                     INTO FIL-REL
                   PERFORM 0318-LINHA-ACHADA
           END-READ.
      *
           PERFORM 0317-NADA-CONSTA.
       0320-TITULAR-CADASTRO-END. EXIT.

       0322-TITULAR-ARQUIVO SECTION.
           MOVE 'EGRESSOS ARQUIVADOS (TOMAD-ARQ.DAT)' TO WRK-PV-BLOCO.
           PERFORM 0315-TITULO-BLOCO.
      *
           OPEN INPUT TOMAD-ARQ.
      *
           IF FS-TOMAD-ARQ EQUAL "00"
               READ TOMAD-ARQ
               PERFORM UNTIL FS-TOMAD-ARQ NOT EQUAL "00"
                   IF ARQ-CODIGO EQUAL WRK-PV-CODIGO
                       MOVE SPACES TO FIL-REL
                       STRING '    NOME: '     DELIMITED BY SIZE
                              ARQ-NOME         DELIMITED BY SIZE
                              ' TURMA: '       DELIMITED BY SIZE
                              ARQ-TURMA        DELIMITED BY SIZE
                              ' FONE: '        DELIMITED BY SIZE
                              ARQ-FONE         DELIMITED BY SIZE
                              ' NASC.: '       DELIMITED BY SIZE
                              ARQ-DATA-NASC    DELIMITED BY SIZE
                              ' MATRICULA: '   DELIMITED BY SIZE
                              ARQ-ANO-MATRICULA DELIMITED BY SIZE
                         INTO FIL-REL
                       PERFORM 0318-LINHA-ACHADA
                   END-IF
                   READ TOMAD-ARQ
               END-PERFORM
               CLOSE TOMAD-ARQ
           END-IF.
      *
           PERFORM 0317-NADA-CONSTA.
       0322-TITULAR-ARQUIVO-END. EXIT.

       0324-TITULAR-CARTEIRA SECTION.
           MOVE 'CARTEIRINHA (CARTOES.DAT / BARCODE.DAT)'
               TO WRK-PV-BLOCO.
           PERFORM 0315-TITULO-BLOCO.
      *
           MOVE WRK-PV-CODIGO TO CAR-TOM-CODIGO.
           READ CARTOES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO FIL-REL
                   STRING '    CADASTRO: '  DELIMITED BY SIZE
                          CAR-DATA-CADASTRO DELIMITED BY SIZE
                          ' CODIGO DE BARRAS: ' DELIMITED BY SIZE
                          CAR-BAR-VALOR     DELIMITED BY SIZE
                          ' VIA: '          DELIMITED BY SIZE
                          CAR-VIA           DELIMITED BY SIZE
                          ' EMISSAO: '      DELIMITED BY SIZE
                          CAR-DATA-EMISSAO  DELIMITED BY SIZE
                     INTO FIL-REL
                   PERFORM 0318-LINHA-ACHADA
           END-READ.
      *
           MOVE LOW-VALUES TO BAR-VALOR.
           START BARCODE KEY IS NOT LESS THAN BAR-VALOR
               INVALID KEY
                   MOVE '10' TO FS-BARCODE
           END-START.
      *
           IF FS-BARCODE EQUAL "00"
               READ BARCODE NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-BARCODE EQUAL "10"
               IF BAR-TIPO NOT EQUAL 'E'
              AND BAR-TOM-CODIGO EQUAL WRK-PV-CODIGO
                   MOVE SPACES TO FIL-REL
                   STRING '    CODIGO DE BARRAS: ' DELIMITED BY SIZE
                          BAR-VALOR                DELIMITED BY SIZE
                          ' TIPO: '                DELIMITED BY SIZE
                          BAR-TIPO                 DELIMITED BY SIZE
                     INTO FIL-REL
                   PERFORM 0318-LINHA-ACHADA
               END-IF
               READ BARCODE NEXT RECORD
           END-PERFORM.
      *
           PERFORM 0317-NADA-CONSTA.
       0324-TITULAR-CARTEIRA-END. EXIT.

       0326-TITULAR-EMPRESTIMOS SECTION.
           MOVE 'EMPRESTIMOS EM ABERTO (LOANS.DAT / EQEMP.DAT)'
               TO WRK-PV-BLOCO.
           PERFORM 0315-TITULO-BLOCO.
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
               IF EMP-TOM-CODIGO EQUAL WRK-PV-CODIGO
                   MOVE EMP-CODIGO TO CODIGO
                   PERFORM 0319-BUSCA-TITULO
                   MOVE SPACES TO FIL-REL
                   STRING '    FILME: '    DELIMITED BY SIZE
                          EMP-CODIGO       DELIMITED BY SIZE
                          '/'              DELIMITED BY SIZE
                          EMP-EXEMPLAR     DELIMITED BY SIZE
                          ' '              DELIMITED BY SIZE
                          TITULO           DELIMITED BY SIZE
                          ' SAIDA: '       DELIMITED BY SIZE
                          EMP-DATA-EMPRESTIMO DELIMITED BY SIZE
                          ' PREVISTA: '    DELIMITED BY SIZE
                          EMP-DATA-PREVISTA DELIMITED BY SIZE
                          ' RENOV.: '      DELIMITED BY SIZE
                          EMP-RENOVACOES   DELIMITED BY SIZE
                     INTO FIL-REL
                   PERFORM 0318-LINHA-ACHADA
               END-IF
               READ LOANS NEXT RECORD
           END-PERFORM.
      *
           MOVE LOW-VALUES TO EQE-NUMERO.
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
               IF EQE-TOM-CODIGO EQUAL WRK-PV-CODIGO
                   MOVE SPACES TO FIL-REL
                   STRING '    EQUIPAMENTO: '  DELIMITED BY SIZE
                          EQE-NUMERO           DELIMITED BY SIZE
                          ' SAIDA: '           DELIMITED BY SIZE
                          EQE-DATA-EMPRESTIMO  DELIMITED BY SIZE
                          ' PREVISTA: '        DELIMITED BY SIZE
                          EQE-DATA-PREVISTA    DELIMITED BY SIZE
                     INTO FIL-REL
                   PERFORM 0318-LINHA-ACHADA
               END-IF
               READ EQEMP NEXT RECORD
           END-PERFORM.
      *
           PERFORM 0317-NADA-CONSTA.
       0326-TITULAR-EMPRESTIMOS-END. EXIT.

       0328-TITULAR-HISTORICO SECTION.
           MOVE 'HISTORICO DE EMPRESTIMOS (LOANHIST.DAT)'
               TO WRK-PV-BLOCO.
           PERFORM 0315-TITULO-BLOCO.
      *
           MOVE WRK-PV-CODIGO TO HIS-TOM-CODIGO.
           START LOANHIST KEY IS EQUAL HIS-TOM-CODIGO
               INVALID KEY
                   MOVE '10' TO FS-LOANHIST
           END-START.
      *
           IF FS-LOANHIST EQUAL "00"
               READ LOANHIST NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-LOANHIST EQUAL "10"
                      OR HIS-TOM-CODIGO NOT EQUAL WRK-PV-CODIGO
               PERFORM 0327-LINHA-HISTORICO
               READ LOANHIST NEXT RECORD
           END-PERFORM.
      *
      *    OS ANOS LETIVOS ARQUIVADOS POR HAVIDPRG TAMBEM SAO DADOS
      *    DO TITULAR E ENTRAM SEMPRE NO RELATORIO.
           COPY 'CPVIDHAP'. *> CARREGA OS ANOS JA ARQUIVADOS
           PERFORM VARYING WRK-HSA-IX FROM 1 BY 1
                     UNTIL WRK-HSA-IX GREATER WRK-HSA-QTD
               PERFORM 0329-TITULAR-HIST-ARQUIVADO
           END-PERFORM.
      *
           PERFORM 0317-NADA-CONSTA.
       0328-TITULAR-HISTORICO-END. EXIT.

       0327-LINHA-HISTORICO SECTION.
           MOVE HIS-CODIGO TO CODIGO.
           PERFORM 0319-BUSCA-TITULO.
           MOVE SPACES TO FIL-REL.
           STRING '    FILME: '     DELIMITED BY SIZE
                  HIS-CODIGO        DELIMITED BY SIZE
                  '/'               DELIMITED BY SIZE
                  HIS-EXEMPLAR      DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  TITULO            DELIMITED BY SIZE
                  ' SAIDA: '        DELIMITED BY SIZE
                  HIS-DATA-EMPRESTIMO DELIMITED BY SIZE
                  ' DEVOLUCAO: '    DELIMITED BY SIZE
                  HIS-DATA-DEVOLUCAO DELIMITED BY SIZE
                  ' TIPO: '         DELIMITED BY SIZE
                  HIS-TIPO          DELIMITED BY SIZE
             INTO FIL-REL.
           PERFORM 0318-LINHA-ACHADA.
       0327-LINHA-HISTORICO-END. EXIT.

       0329-TITULAR-HIST-ARQUIVADO SECTION.
           COPY 'CPVIDHAN'. *> NOME DO ARQUIVO DO ANO
      *
           OPEN INPUT HISTARQ.
      *
           IF FS-HISTARQ NOT EQUAL "00"
               GO TO 0329-TITULAR-HIST-ARQUIVADO-END
           END-IF.
      *
           MOVE WRK-PV-CODIGO TO HSA-TOM-CODIGO.
           START HISTARQ KEY IS EQUAL HSA-TOM-CODIGO
               INVALID KEY
                   MOVE '10' TO FS-HISTARQ
           END-START.
      *
           IF FS-HISTARQ EQUAL "00"
               READ HISTARQ NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-HISTARQ EQUAL "10"
                      OR HSA-TOM-CODIGO NOT EQUAL WRK-PV-CODIGO
               MOVE REG-HSA TO REG-HIS
               PERFORM 0327-LINHA-HISTORICO
               READ HISTARQ NEXT RECORD
           END-PERFORM.
      *
           CLOSE HISTARQ.
       0329-TITULAR-HIST-ARQUIVADO-END. EXIT.

       0330-TITULAR-MULTAS SECTION.
           MOVE 'MULTAS E COBRANCAS (MULTAS.DAT)' TO WRK-PV-BLOCO.
           PERFORM 0315-TITULO-BLOCO.
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
               IF MUL-TOM-CODIGO EQUAL WRK-PV-CODIGO
                   MOVE MUL-VALOR TO WRK-PV-VALOR-ED
                   MOVE SPACES TO FIL-REL
                   STRING '    MULTA: '     DELIMITED BY SIZE
                          MUL-NUMERO        DELIMITED BY SIZE
                          ' FILME: '        DELIMITED BY SIZE
                          MUL-CODIGO        DELIMITED BY SIZE
                          ' GERADA: '       DELIMITED BY SIZE
                          MUL-DATA-GERACAO  DELIMITED BY SIZE
                          ' VALOR: '        DELIMITED BY SIZE
                          WRK-PV-VALOR-ED   DELIMITED BY SIZE
                          ' TIPO: '         DELIMITED BY SIZE
                          MUL-TIPO          DELIMITED BY SIZE
                          ' SITUACAO: '     DELIMITED BY SIZE
                          MUL-SITUACAO      DELIMITED BY SIZE
                          ' PAGTO: '        DELIMITED BY SIZE
                          MUL-DATA-PAGTO    DELIMITED BY SIZE
                          ' ISENCAO: '      DELIMITED BY SIZE
                          MUL-ISEN-MOTIVO   DELIMITED BY SIZE
                     INTO FIL-REL
                   PERFORM 0318-LINHA-ACHADA
               END-IF
               READ MULTAS NEXT RECORD
           END-PERFORM.
      *
           PERFORM 0317-NADA-CONSTA.
       0330-TITULAR-MULTAS-END. EXIT.

       0332-TITULAR-PARCELAS SECTION.
           MOVE 'PARCELAMENTOS (PARCELAS.DAT)' TO WRK-PV-BLOCO.
           PERFORM 0315-TITULO-BLOCO.
      *
           MOVE WRK-PV-CODIGO TO PCL-TOM-CODIGO.
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
                      OR PCL-TOM-CODIGO NOT EQUAL WRK-PV-CODIGO
               MOVE PCL-VALOR TO WRK-PV-VALOR-ED
               MOVE SPACES TO FIL-REL
               STRING '    MULTA: '     DELIMITED BY SIZE
                      PCL-MULTA         DELIMITED BY SIZE
                      ' PARCELA: '      DELIMITED BY SIZE
                      PCL-NUMERO        DELIMITED BY SIZE
                      ' VALOR: '        DELIMITED BY SIZE
                      WRK-PV-VALOR-ED   DELIMITED BY SIZE
                      ' VENCIMENTO: '   DELIMITED BY SIZE
                      PCL-VENCIMENTO    DELIMITED BY SIZE
                      ' SITUACAO: '     DELIMITED BY SIZE
                      PCL-SITUACAO      DELIMITED BY SIZE
                      ' PAGTO: '        DELIMITED BY SIZE
                      PCL-DATA-PAGTO    DELIMITED BY SIZE
                 INTO FIL-REL
               PERFORM 0318-LINHA-ACHADA
               READ PARCELAS NEXT RECORD
           END-PERFORM.
      *
           PERFORM 0317-NADA-CONSTA.
       0332-TITULAR-PARCELAS-END. EXIT.

       0334-TITULAR-RECIBOS SECTION.
           MOVE 'RECIBOS DE CAIXA (CXRECIBO.DAT)' TO WRK-PV-BLOCO.
           PERFORM 0315-TITULO-BLOCO.
      *
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
               IF RCX-TOM-CODIGO EQUAL WRK-PV-CODIGO
                   MOVE RCX-VALOR TO WRK-PV-VALOR-ED
                   MOVE SPACES TO FIL-REL
                   STRING '    RECIBO: '    DELIMITED BY SIZE
                          RCX-NUMERO        DELIMITED BY SIZE
                          ' MULTA: '        DELIMITED BY SIZE
                          RCX-MULTA         DELIMITED BY SIZE
                          ' VALOR: '        DELIMITED BY SIZE
                          WRK-PV-VALOR-ED   DELIMITED BY SIZE
                          ' DATA: '         DELIMITED BY SIZE
                          RCX-DATA          DELIMITED BY SIZE
                          ' OPERADOR: '     DELIMITED BY SIZE
                          RCX-OPERADOR      DELIMITED BY SIZE
                     INTO FIL-REL
                   PERFORM 0318-LINHA-ACHADA
               END-IF
               READ CXRECIBO NEXT RECORD
           END-PERFORM.
      *
           PERFORM 0317-NADA-CONSTA.
       0334-TITULAR-RECIBOS-END. EXIT.

       0336-TITULAR-RESERVAS SECTION.
           MOVE 'RESERVAS (RESERVAS.DAT)' TO WRK-PV-BLOCO.
           PERFORM 0315-TITULO-BLOCO.
      *
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
               IF RES-TOM-CODIGO EQUAL WRK-PV-CODIGO
                   MOVE SPACES TO FIL-REL
                   STRING '    RESERVA: '   DELIMITED BY SIZE
                          RES-NUMERO        DELIMITED BY SIZE
                          ' FILME: '        DELIMITED BY SIZE
                          RES-CODIGO        DELIMITED BY SIZE
                          ' DATA: '         DELIMITED BY SIZE
                          RES-DATA          DELIMITED BY SIZE
                          ' SITUACAO: '     DELIMITED BY SIZE
                          RES-SITUACAO      DELIMITED BY SIZE
                     INTO FIL-REL
                   PERFORM 0318-LINHA-ACHADA
               END-IF
               READ RESERVAS NEXT RECORD
           END-PERFORM.
      *
           PERFORM 0317-NADA-CONSTA.
       0336-TITULAR-RESERVAS-END. EXIT.

       0338-TITULAR-AGENDA SECTION.
           MOVE 'AGENDAMENTOS (AGENDA.DAT)' TO WRK-PV-BLOCO.
           PERFORM 0315-TITULO-BLOCO.
      *
           MOVE ZEROES TO AGE-NUMERO.
           START AGENDA KEY IS NOT LESS THAN AGE-NUMERO
               INVALID KEY
                   MOVE '10' TO FS-AGENDA
           END-START.
      *
           IF FS-AGENDA EQUAL "00"
               READ AGENDA NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-AGENDA EQUAL "10"
               IF AGE-TOM-CODIGO EQUAL WRK-PV-CODIGO
                   MOVE SPACES TO FIL-REL
                   STRING '    AGENDAMENTO: ' DELIMITED BY SIZE
                          AGE-NUMERO        DELIMITED BY SIZE
                          ' FILME: '        DELIMITED BY SIZE
                          AGE-CODIGO        DELIMITED BY SIZE
                          ' DE: '           DELIMITED BY SIZE
                          AGE-DATA-DE       DELIMITED BY SIZE
                          ' ATE: '          DELIMITED BY SIZE
                          AGE-DATA-ATE      DELIMITED BY SIZE
                          ' SITUACAO: '     DELIMITED BY SIZE
                          AGE-SITUACAO      DELIMITED BY SIZE
                     INTO FIL-REL
                   PERFORM 0318-LINHA-ACHADA
               END-IF
               READ AGENDA NEXT RECORD
           END-PERFORM.
      *
           PERFORM 0317-NADA-CONSTA.
       0338-TITULAR-AGENDA-END. EXIT.

       0340-TITULAR-AVISOS SECTION.
           MOVE 'AVISOS DE COBRANCA (AVISOS.DAT)' TO WRK-PV-BLOCO.
           PERFORM 0315-TITULO-BLOCO.
      *
           MOVE ZEROES TO AVI-NUMERO.
           START AVISREG KEY IS NOT LESS THAN AVI-NUMERO
               INVALID KEY
                   MOVE '10' TO FS-AVISREG
           END-START.
      *
           IF FS-AVISREG EQUAL "00"
               READ AVISREG NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-AVISREG EQUAL "10"
               IF AVI-TOM-CODIGO EQUAL WRK-PV-CODIGO
                   MOVE SPACES TO FIL-REL
                   STRING '    AVISO: '     DELIMITED BY SIZE
                          AVI-NUMERO        DELIMITED BY SIZE
                          ' FILME: '        DELIMITED BY SIZE
                          AVI-CODIGO        DELIMITED BY SIZE
                          ' NIVEL: '        DELIMITED BY SIZE
                          AVI-NIVEL         DELIMITED BY SIZE
                          ' GERADO: '       DELIMITED BY SIZE
                          AVI-DATA-GERACAO  DELIMITED BY SIZE
                          ' SITUACAO: '     DELIMITED BY SIZE
                          AVI-SITUACAO      DELIMITED BY SIZE
                     INTO FIL-REL
                   PERFORM 0318-LINHA-ACHADA
               END-IF
               READ AVISREG NEXT RECORD
           END-PERFORM.
      *
           PERFORM 0317-NADA-CONSTA.
       0340-TITULAR-AVISOS-END. EXIT.

       0344-TITULAR-USO-LOCAL SECTION.
           MOVE 'USO NA BIBLIOTECA (USOLOCAL.DAT)' TO WRK-PV-BLOCO.
           PERFORM 0315-TITULO-BLOCO.
      *
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
               IF USO-TOM-CODIGO EQUAL WRK-PV-CODIGO
                   MOVE SPACES TO FIL-REL
                   STRING '    USO: '       DELIMITED BY SIZE
                          USO-NUMERO        DELIMITED BY SIZE
                          ' FILME: '        DELIMITED BY SIZE
                          USO-CODIGO        DELIMITED BY SIZE
                          ' DATA: '         DELIMITED BY SIZE
                          USO-DATA          DELIMITED BY SIZE
                          ' TURMA: '        DELIMITED BY SIZE
                          USO-TURMA         DELIMITED BY SIZE
                     INTO FIL-REL
                   PERFORM 0318-LINHA-ACHADA
               END-IF
               READ USOLOCAL NEXT RECORD
           END-PERFORM.
      *
           PERFORM 0317-NADA-CONSTA.
       0344-TITULAR-USO-LOCAL-END. EXIT.

       0346-TITULAR-EXCECOES SECTION.
           MOVE 'EXCECOES DE POLITICA (EXCECOES.DAT)' TO WRK-PV-BLOCO.
           PERFORM 0315-TITULO-BLOCO.
      *
           MOVE ZEROES TO OVR-NUMERO.
           START EXCECOES KEY IS NOT LESS THAN OVR-NUMERO
               INVALID KEY
                   MOVE '10' TO FS-EXCECOES
           END-START.
      *
           IF FS-EXCECOES EQUAL "00"
               READ EXCECOES NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-EXCECOES EQUAL "10"
               IF OVR-TOM-CODIGO EQUAL WRK-PV-CODIGO
                   MOVE SPACES TO FIL-REL
                   STRING '    EXCECAO: '   DELIMITED BY SIZE
                          OVR-NUMERO        DELIMITED BY SIZE
                          ' DATA: '         DELIMITED BY SIZE
                          OVR-DATA          DELIMITED BY SIZE
                          ' FILME: '        DELIMITED BY SIZE
                          OVR-CODIGO        DELIMITED BY SIZE
                          ' BLOQUEIO: '     DELIMITED BY SIZE
                          OVR-BLOQUEIO      DELIMITED BY SIZE
                          ' MOTIVO: '       DELIMITED BY SIZE
                          OVR-MOTIVO        DELIMITED BY SIZE
                          ' SUPERVISOR: '   DELIMITED BY SIZE
                          OVR-SUPERVISOR    DELIMITED BY SIZE
                     INTO FIL-REL
                   PERFORM 0318-LINHA-ACHADA
               END-IF
               READ EXCECOES NEXT RECORD
           END-PERFORM.
      *
           PERFORM 0317-NADA-CONSTA.
       0346-TITULAR-EXCECOES-END. EXIT.

       0347-TITULAR-ACESSOS SECTION.
           MOVE 'ACESSOS DIGITAIS (ACESSDIG.DAT)' TO WRK-PV-BLOCO.
           PERFORM 0315-TITULO-BLOCO.
      *
           MOVE WRK-PV-CODIGO TO ADG-TOM-CODIGO.
           START ACESSDIG KEY IS EQUAL ADG-TOM-CODIGO
               INVALID KEY
                   MOVE '10' TO FS-ACESSDIG
           END-START.
      *
           IF FS-ACESSDIG EQUAL "00"
               READ ACESSDIG NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-ACESSDIG EQUAL "10"
                      OR ADG-TOM-CODIGO NOT EQUAL WRK-PV-CODIGO
               MOVE ADG-CODIGO TO CODIGO
               PERFORM 0319-BUSCA-TITULO
               MOVE SPACES TO FIL-REL
               STRING '    FILME: '    DELIMITED BY SIZE
                      ADG-CODIGO       DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      TITULO           DELIMITED BY SIZE
                      ' INICIO: '      DELIMITED BY SIZE
                      ADG-DATA-INICIO  DELIMITED BY SIZE
                      ' FIM: '         DELIMITED BY SIZE
                      ADG-DATA-FIM     DELIMITED BY SIZE
                 INTO FIL-REL
               PERFORM 0318-LINHA-ACHADA
               READ ACESSDIG NEXT RECORD
           END-PERFORM.
      *
           PERFORM 0317-NADA-CONSTA.
       0347-TITULAR-ACESSOS-END. EXIT.

       0348-TITULAR-COMPONENTES SECTION.
      *    PECAS QUE FALTARAM NA DEVOLUCAO DE UMA COPIA DO TOMADOR.
           MOVE 'PECAS FALTANTES (COMPONEN.DAT)' TO WRK-PV-BLOCO.
           PERFORM 0315-TITULO-BLOCO.
      *
           MOVE LOW-VALUES TO CMP-CHAVE.
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
               IF CMP-TOM-CODIGO EQUAL WRK-PV-CODIGO
                   MOVE SPACES TO FIL-REL
                   STRING '    FILME: '    DELIMITED BY SIZE
                          CMP-CODIGO       DELIMITED BY SIZE
                          '/'              DELIMITED BY SIZE
                          CMP-EXEMPLAR     DELIMITED BY SIZE
                          ' PECA: '        DELIMITED BY SIZE
                          CMP-DESCRICAO    DELIMITED BY SIZE
                          ' FALTA: '       DELIMITED BY SIZE
                          CMP-DATA-FALTA   DELIMITED BY SIZE
                          ' SITUACAO: '    DELIMITED BY SIZE
                          CMP-SITUACAO     DELIMITED BY SIZE
                     INTO FIL-REL
                   PERFORM 0318-LINHA-ACHADA
               END-IF
               READ COMPONEN NEXT RECORD
           END-PERFORM.
      *
           PERFORM 0317-NADA-CONSTA.
       0348-TITULAR-COMPONENTES-END. EXIT.

       0400-RETENCAO SECTION.
      *    RETENCAO DA LGPD: EGRESSO (ARQUIVADO PELA VIRADA OU COM
      *    MATRICULA VENCIDA) CUJO ULTIMO ANO LETIVO OU MOVIMENTO TEM
      *    MAIS DE ANONIMIZA-ANOS ANOS E ANONIMIZADO; QUEM TEM
      *    EMPRESTIMO OU MULTA EM ABERTO FICA DE FORA E E LISTADO.
           INITIALIZE WRK-MSG.
           COMPUTE WRK-PV-LIMITE =
                   WRK-DATA-AAAA - WRK-PAR-ANONIMIZA-ANOS.
      *
           MOVE WRK-PAR-ANONIMIZA-ANOS TO WRK-PV-QTD-EDIT.
           STRING '06ANONIMIZAR EGRESSOS SEM MOVIMENTO HA '
                      DELIMITED BY SIZE
                  WRK-PV-QTD-EDIT DELIMITED BY SIZE
                  ' ANOS (ATE '   DELIMITED BY SIZE
                  WRK-PV-LIMITE   DELIMITED BY SIZE
                  '). CONFIRMA (S/N)?' DELIMITED BY SIZE
             INTO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
      *
           IF WRK-AWAIT NOT EQUAL 'S' AND NOT EQUAL 's'
               INITIALIZE WRK-MSG
               MOVE '30RETENCAO CANCELADA.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0400-RETENCAO-END
           END-IF.
      *
           MOVE SPACES TO WRK-SPL-NOME.
           STRING './dat/LGPD-RETENCAO-' DELIMITED BY SIZE
                  WRK-DATA-AAAA          DELIMITED BY SIZE
                  WRK-DATA-MM            DELIMITED BY SIZE
                  WRK-DATA-DD            DELIMITED BY SIZE
                  '.prt'                 DELIMITED BY SIZE
             INTO WRK-SPL-NOME.
      *
           OPEN OUTPUT LGPD-REL.
      *
           IF FS-LGPD-REL NOT EQUAL "00"
               INITIALIZE WRK-MSG
               MOVE '30ERRO AO ABRIR RELATORIO DA RETENCAO.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0400-RETENCAO-END
           END-IF.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'VIDEOTECA - RETENCAO LGPD (ANONIMIZACAO DE EGRESSOS)'
                      DELIMITED BY SIZE
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
           STRING 'ANONIMIZA-ANOS: '  DELIMITED BY SIZE
                  WRK-PV-QTD-EDIT     DELIMITED BY SIZE
                  '  ULTIMO ANO ALCANCADO: ' DELIMITED BY SIZE
                  WRK-PV-LIMITE       DELIMITED BY SIZE
                  '  OPERADOR: '      DELIMITED BY SIZE
                  WRK-OPERADOR        DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
      *
           INITIALIZE WRK-ESTATISTICA.
           INITIALIZE WRK-PV-ARQS-QTD.
           PERFORM 0410-LEVANTA-PENDENCIAS.
           PERFORM 0420-ANONIMIZA-CADASTRO.
           PERFORM 0430-ANONIMIZA-ARQUIVO.
           PERFORM 0440-NEUTRALIZA-VINCULOS.
           PERFORM 0450-TOTAIS-RETENCAO.
      *
           CLOSE LGPD-REL.
           PERFORM 0480-REGISTRA-SPOOL.
      *
           MOVE WRK-PV-ANONIMIZADOS TO WRK-PV-QTD-EDIT.
           INITIALIZE WRK-MSG.
           STRING '10RETENCAO CONCLUIDA: '  DELIMITED BY SIZE
                  WRK-PV-QTD-EDIT           DELIMITED BY SIZE
                  ' ANONIMIZADO(S). RELATORIO ' DELIMITED BY SIZE
                  WRK-SPL-NOME(7:)          DELIMITED BY SPACE
             INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0400-RETENCAO-END. EXIT.

       0410-LEVANTA-PENDENCIAS SECTION.
      *    UMA PASSADA EM CADA ARQUIVO MONTA AS TABELAS POR CODIGO,
      *    EM VEZ DE VARRER TUDO DE NOVO PARA CADA EGRESSO.
           INITIALIZE WRK-PV-TABELAS.
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
               IF EMP-TOM-CODIGO GREATER THAN ZEROES
                   MOVE 'S' TO WRK-PV-PEND(EMP-TOM-CODIGO)
               END-IF
               READ LOANS NEXT RECORD
           END-PERFORM.
      *
           MOVE LOW-VALUES TO EQE-NUMERO.
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
               IF EQE-TOM-CODIGO GREATER THAN ZEROES
                   MOVE 'S' TO WRK-PV-PEND(EQE-TOM-CODIGO)
               END-IF
               READ EQEMP NEXT RECORD
           END-PERFORM.
      *
      *    ACESSO DIGITAL AINDA EM VIGOR E PECA QUE FALTOU NA
      *    DEVOLUCAO E AINDA NAO FOI COBRADA TAMBEM SAO PENDENCIA.
           MOVE LOW-VALUES TO ADG-CHAVE.
           START ACESSDIG KEY IS NOT LESS THAN ADG-CHAVE
               INVALID KEY
                   MOVE '10' TO FS-ACESSDIG
           END-START.
      *
           IF FS-ACESSDIG EQUAL "00"
               READ ACESSDIG NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-ACESSDIG EQUAL "10"
               IF ADG-TOM-CODIGO GREATER THAN ZEROES
                   IF ADG-DATA-FIM NOT LESS THAN WRK-HOJE
                       MOVE 'S' TO WRK-PV-PEND(ADG-TOM-CODIGO)
                   END-IF
               END-IF
               READ ACESSDIG NEXT RECORD
           END-PERFORM.
      *
           MOVE LOW-VALUES TO CMP-CHAVE.
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
               IF CMP-TOM-CODIGO GREATER THAN ZEROES
                   IF CMP-SITUACAO EQUAL 'F'
                       MOVE 'S' TO WRK-PV-PEND(CMP-TOM-CODIGO)
                   END-IF
               END-IF
               READ COMPONEN NEXT RECORD
           END-PERFORM.
      *
      *    MULTA EM ABERTO, PARCELADA OU COM ISENCAO AINDA EM ANALISE
      *    E PENDENCIA; A DATA DE GERACAO E DE PAGAMENTO CONTAM COMO
      *    MOVIMENTO.
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
               IF MUL-TOM-CODIGO GREATER THAN ZEROES
                   IF MUL-SITUACAO EQUAL 'A' OR EQUAL 'N' OR EQUAL 'S'
                       MOVE 'S' TO WRK-PV-PEND(MUL-TOM-CODIGO)
                   END-IF
                   MOVE MUL-TOM-CODIGO TO WRK-PV-TOM
                   MOVE MUL-DATA-GERACAO(1:4) TO WRK-PV-ANO
                   PERFORM 0415-ATUALIZA-ULT-ANO
                   MOVE MUL-DATA-PAGTO(1:4) TO WRK-PV-ANO
                   PERFORM 0415-ATUALIZA-ULT-ANO
               END-IF
               READ MULTAS NEXT RECORD
           END-PERFORM.
      *
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
               IF HIS-TOM-CODIGO GREATER THAN ZEROES
                   MOVE HIS-TOM-CODIGO TO WRK-PV-TOM
                   MOVE HIS-DATA-EMPRESTIMO(1:4) TO WRK-PV-ANO
                   PERFORM 0415-ATUALIZA-ULT-ANO
                   MOVE HIS-DATA-DEVOLUCAO(1:4) TO WRK-PV-ANO
                   PERFORM 0415-ATUALIZA-ULT-ANO
               END-IF
               READ LOANHIST NEXT RECORD
           END-PERFORM.
       0410-LEVANTA-PENDENCIAS-END. EXIT.

       0415-ATUALIZA-ULT-ANO SECTION.
      *    WRK-PV-TOM TRAZ O TOMADOR DO MOVIMENTO CORRENTE.
           IF WRK-PV-ANO GREATER THAN WRK-PV-ULT-ANO(WRK-PV-TOM)
               MOVE WRK-PV-ANO TO WRK-PV-ULT-ANO(WRK-PV-TOM)
           END-IF.
       0415-ATUALIZA-ULT-ANO-END. EXIT.

       0420-ANONIMIZA-CADASTRO SECTION.
      *    NO CADASTRO SO ENTRA QUEM TEM A MATRICULA VENCIDA ('V'); O
      *    REGISTRO FICA (O CODIGO E A CHAVE), SEM OS DADOS PESSOAIS.
      *    TODO OUTRO CODIGO DO CADASTRO E 'A': SEUS VINCULOS NOS
      *    MOVIMENTOS NAO PODEM SER TOCADOS.
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
                   MOVE 'A' TO WRK-PV-MARCA(TOM-CODIGO)
                   IF TOM-SITUACAO EQUAL 'V'
                  AND TOM-NOME NOT EQUAL WRK-PV-ANONIMO
                       PERFORM 0425-AVALIA-CADASTRO
                   END-IF
               END-IF
               READ TOMADORES NEXT RECORD
           END-PERFORM.
       0420-ANONIMIZA-CADASTRO-END. EXIT.

       0425-AVALIA-CADASTRO SECTION.
           MOVE TOM-ANO-MATRICULA TO WRK-PV-REF-ANO.
           IF WRK-PV-ULT-ANO(TOM-CODIGO) GREATER THAN WRK-PV-REF-ANO
               MOVE WRK-PV-ULT-ANO(TOM-CODIGO) TO WRK-PV-REF-ANO
           END-IF.
      *
           IF WRK-PV-REF-ANO EQUAL ZEROES
               ADD 1 TO WRK-PV-SEM-REFER
               MOVE SPACES TO FIL-REL
               STRING 'SEM REFERENCIA ' DELIMITED BY SIZE
                      TOM-CODIGO        DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      TOM-NOME          DELIMITED BY SIZE
                      ' (SEM ANO LETIVO NEM MOVIMENTO - REVISAR)'
                                        DELIMITED BY SIZE
                 INTO FIL-REL
               WRITE FIL-REL
               GO TO 0425-AVALIA-CADASTRO-END
           END-IF.
      *
           IF WRK-PV-REF-ANO GREATER THAN WRK-PV-LIMITE
               GO TO 0425-AVALIA-CADASTRO-END
           END-IF.
      *
           IF WRK-PV-PEND(TOM-CODIGO) EQUAL 'S'
               ADD 1 TO WRK-PV-BLOQUEADOS
               MOVE SPACES TO FIL-REL
               STRING 'BLOQUEADO      ' DELIMITED BY SIZE
                      TOM-CODIGO        DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      TOM-NOME          DELIMITED BY SIZE
                      ' COM PENDENCIA EM ABERTO'
                                        DELIMITED BY SIZE
                 INTO FIL-REL
               WRITE FIL-REL
               GO TO 0425-AVALIA-CADASTRO-END
           END-IF.
      *
           MOVE WRK-PV-ANONIMO TO TOM-NOME.
           MOVE SPACES         TO TOM-FONE.
           MOVE ZEROES         TO TOM-DATA-NASC.
           REWRITE REG-TOM.
      *
           MOVE 'S' TO WRK-PV-MARCA(TOM-CODIGO).
           ADD 1 TO WRK-PV-ANONIMIZADOS.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'ANONIMIZADO    ' DELIMITED BY SIZE
                  TOM-CODIGO        DELIMITED BY SIZE
                  ' CADASTRO (MATRICULA VENCIDA) TURMA '
                                    DELIMITED BY SIZE
                  TOM-TURMA         DELIMITED BY SIZE
                  ' ULTIMO ANO '    DELIMITED BY SIZE
                  WRK-PV-REF-ANO    DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE TOM-CODIGO    TO CODIGO.
           MOVE 'ANONIMIZA'   TO WRK-LOG-ACAO.
           PERFORM 0490-GRAVA-LOG.
       0425-AVALIA-CADASTRO-END. EXIT.

       0430-ANONIMIZA-ARQUIVO SECTION.
      *    TOMAD-ARQ.DAT E SEQUENCIAL DE TAMANHO FIXO: A IMAGEM E
      *    REGRAVADA NO LUGAR, SEM NOME, FONE, NASCIMENTO E CODIGO.
           OPEN I-O TOMAD-ARQ.
      *
           IF FS-TOMAD-ARQ NOT EQUAL "00"
               GO TO 0430-ANONIMIZA-ARQUIVO-END
           END-IF.
      *
           READ TOMAD-ARQ.
           PERFORM UNTIL FS-TOMAD-ARQ NOT EQUAL "00"
               IF ARQ-NOME NOT EQUAL WRK-PV-ANONIMO
              AND ARQ-CODIGO GREATER THAN ZEROES
                   PERFORM 0435-AVALIA-ARQUIVADO
               END-IF
               READ TOMAD-ARQ
           END-PERFORM.
      *
           CLOSE TOMAD-ARQ.
       0430-ANONIMIZA-ARQUIVO-END. EXIT.

       0435-AVALIA-ARQUIVADO SECTION.
      *    CODIGO REUSADO POR UM CADASTRO ATIVO ('A'): O MOVIMENTO DO
      *    CODIGO E DO TOMADOR ATUAL, ENTAO VALE SO O ANO LETIVO DA
      *    IMAGEM E NAO HA PENDENCIA A OLHAR NEM VINCULO A TIRAR.
           MOVE ARQ-ANO-MATRICULA TO WRK-PV-REF-ANO.
           IF WRK-PV-MARCA(ARQ-CODIGO) NOT EQUAL 'A'
          AND WRK-PV-ULT-ANO(ARQ-CODIGO) GREATER THAN WRK-PV-REF-ANO
               MOVE WRK-PV-ULT-ANO(ARQ-CODIGO) TO WRK-PV-REF-ANO
           END-IF.
      *
           IF WRK-PV-REF-ANO EQUAL ZEROES
               ADD 1 TO WRK-PV-SEM-REFER
               MOVE SPACES TO FIL-REL
               STRING 'SEM REFERENCIA ' DELIMITED BY SIZE
                      ARQ-CODIGO        DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      ARQ-NOME          DELIMITED BY SIZE
                      ' (SEM ANO LETIVO NEM MOVIMENTO - REVISAR)'
                                        DELIMITED BY SIZE
                 INTO FIL-REL
               WRITE FIL-REL
               GO TO 0435-AVALIA-ARQUIVADO-END
           END-IF.
      *
           IF WRK-PV-REF-ANO GREATER THAN WRK-PV-LIMITE
               GO TO 0435-AVALIA-ARQUIVADO-END
           END-IF.
      *
           IF WRK-PV-MARCA(ARQ-CODIGO) NOT EQUAL 'A'
          AND WRK-PV-PEND(ARQ-CODIGO) EQUAL 'S'
               ADD 1 TO WRK-PV-BLOQUEADOS
               MOVE SPACES TO FIL-REL
               STRING 'BLOQUEADO      ' DELIMITED BY SIZE
                      ARQ-CODIGO        DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      ARQ-NOME          DELIMITED BY SIZE
                      ' COM PENDENCIA EM ABERTO'
                                        DELIMITED BY SIZE
                 INTO FIL-REL
               WRITE FIL-REL
               GO TO 0435-AVALIA-ARQUIVADO-END
           END-IF.
      *
           MOVE ARQ-CODIGO TO CODIGO.
           IF WRK-PV-MARCA(ARQ-CODIGO) NOT EQUAL 'A'
               MOVE 'S' TO WRK-PV-MARCA(ARQ-CODIGO)
           END-IF.
      *
           MOVE WRK-PV-ANONIMO TO ARQ-NOME.
           MOVE SPACES         TO ARQ-FONE.
           MOVE ZEROES         TO ARQ-DATA-NASC.
           MOVE WRK-PV-NEUTRO  TO ARQ-CODIGO.
           REWRITE REG-ARQ.
           ADD 1 TO WRK-PV-ANONIMIZADOS.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'ANONIMIZADO    ' DELIMITED BY SIZE
                  CODIGO(4:4)       DELIMITED BY SIZE
                  ' EGRESSO ARQUIVADO TURMA ' DELIMITED BY SIZE
                  ARQ-TURMA         DELIMITED BY SIZE
                  ' ULTIMO ANO '    DELIMITED BY SIZE
                  WRK-PV-REF-ANO    DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE 'ANONIMIZA'   TO WRK-LOG-ACAO.
           PERFORM 0490-GRAVA-LOG.
       0435-AVALIA-ARQUIVADO-END. EXIT.

       0440-NEUTRALIZA-VINCULOS SECTION.
      *    TROCA O TOMADOR PELO CODIGO NEUTRO NOS MOVIMENTOS DOS
      *    CODIGOS ANONIMIZADOS ('S'), MANTENDO AS ESTATISTICAS DE
      *    CIRCULACAO E OS VALORES; CARTEIRINHA E CODIGO DE BARRAS DA
      *    CARTEIRINHA SO IDENTIFICAM A PESSOA E SAO EXCLUIDOS.
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
               IF HIS-TOM-CODIGO GREATER THAN ZEROES
                   IF WRK-PV-MARCA(HIS-TOM-CODIGO) EQUAL 'S'
                       MOVE REG-HIS       TO WRK-JRN-ANTES
                       MOVE WRK-PV-NEUTRO TO HIS-TOM-CODIGO
                       MOVE REG-HIS       TO WRK-JRN-DEPOIS
                       REWRITE REG-HIS
                       MOVE 'LOANHIST'    TO WRK-JRN-ARQUIVO
                       MOVE 'A'           TO WRK-JRN-OPERACAO
                       MOVE FS-LOANHIST   TO WRK-JRN-STATUS
                       PERFORM 0590-GRAVA-DIARIO
                       ADD 1 TO WRK-PV-ARQ-QTD(1)
                   END-IF
               END-IF
               READ LOANHIST NEXT RECORD
           END-PERFORM.
      *
      *    OS ANOS ARQUIVADOS (LOANHIST-AAAA.DAT) RECEBEM A MESMA
      *    TROCA E SOMAM NO TOTAL DE LOANHIST.
           COPY 'CPVIDHAP'. *> CARREGA OS ANOS JA ARQUIVADOS
           PERFORM VARYING WRK-HSA-IX FROM 1 BY 1
                     UNTIL WRK-HSA-IX GREATER WRK-HSA-QTD
               PERFORM 0445-NEUTRALIZA-ARQUIVADO
           END-PERFORM.
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
               IF MUL-TOM-CODIGO GREATER THAN ZEROES
                   IF WRK-PV-MARCA(MUL-TOM-CODIGO) EQUAL 'S'
                       MOVE REG-MUL       TO WRK-JRN-ANTES
                       MOVE WRK-PV-NEUTRO TO MUL-TOM-CODIGO
                       MOVE REG-MUL       TO WRK-JRN-DEPOIS
                       REWRITE REG-MUL
                       MOVE 'MULTAS'      TO WRK-JRN-ARQUIVO
                       MOVE 'A'           TO WRK-JRN-OPERACAO
                       MOVE FS-MULTAS     TO WRK-JRN-STATUS
                       PERFORM 0590-GRAVA-DIARIO
                       ADD 1 TO WRK-PV-ARQ-QTD(2)
                   END-IF
               END-IF
               READ MULTAS NEXT RECORD
           END-PERFORM.
      *
           MOVE LOW-VALUES TO PCL-CHAVE.
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
               IF PCL-TOM-CODIGO GREATER THAN ZEROES
                   IF WRK-PV-MARCA(PCL-TOM-CODIGO) EQUAL 'S'
                       MOVE WRK-PV-NEUTRO TO PCL-TOM-CODIGO
                       REWRITE REG-PCL
                       ADD 1 TO WRK-PV-ARQ-QTD(3)
                   END-IF
               END-IF
               READ PARCELAS NEXT RECORD
           END-PERFORM.
      *
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
               IF RCX-TOM-CODIGO GREATER THAN ZEROES
                   IF WRK-PV-MARCA(RCX-TOM-CODIGO) EQUAL 'S'
                       MOVE REG-RCX       TO WRK-JRN-ANTES
                       MOVE WRK-PV-NEUTRO TO RCX-TOM-CODIGO
                       MOVE REG-RCX       TO WRK-JRN-DEPOIS
                       REWRITE REG-RCX
                       MOVE 'CXRECIBO'    TO WRK-JRN-ARQUIVO
                       MOVE 'A'           TO WRK-JRN-OPERACAO
                       MOVE FS-CXRECIBO   TO WRK-JRN-STATUS
                       PERFORM 0590-GRAVA-DIARIO
                       ADD 1 TO WRK-PV-ARQ-QTD(4)
                   END-IF
               END-IF
               READ CXRECIBO NEXT RECORD
           END-PERFORM.
      *
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
               IF RES-TOM-CODIGO GREATER THAN ZEROES
                   IF WRK-PV-MARCA(RES-TOM-CODIGO) EQUAL 'S'
                       MOVE REG-RES       TO WRK-JRN-ANTES
                       MOVE WRK-PV-NEUTRO TO RES-TOM-CODIGO
                       MOVE REG-RES       TO WRK-JRN-DEPOIS
                       REWRITE REG-RES
                       MOVE 'RESERVAS'    TO WRK-JRN-ARQUIVO
                       MOVE 'A'           TO WRK-JRN-OPERACAO
                       MOVE FS-RESERVAS   TO WRK-JRN-STATUS
                       PERFORM 0590-GRAVA-DIARIO
                       ADD 1 TO WRK-PV-ARQ-QTD(5)
                   END-IF
               END-IF
               READ RESERVAS NEXT RECORD
           END-PERFORM.
      *
           MOVE ZEROES TO AGE-NUMERO.
           START AGENDA KEY IS NOT LESS THAN AGE-NUMERO
               INVALID KEY
                   MOVE '10' TO FS-AGENDA
           END-START.
      *
           IF FS-AGENDA EQUAL "00"
               READ AGENDA NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-AGENDA EQUAL "10"
               IF AGE-TOM-CODIGO GREATER THAN ZEROES
                   IF WRK-PV-MARCA(AGE-TOM-CODIGO) EQUAL 'S'
                       MOVE WRK-PV-NEUTRO TO AGE-TOM-CODIGO
                       REWRITE REG-AGE
                       ADD 1 TO WRK-PV-ARQ-QTD(6)
                   END-IF
               END-IF
               READ AGENDA NEXT RECORD
           END-PERFORM.
      *
           MOVE ZEROES TO AVI-NUMERO.
           START AVISREG KEY IS NOT LESS THAN AVI-NUMERO
               INVALID KEY
                   MOVE '10' TO FS-AVISREG
           END-START.
      *
           IF FS-AVISREG EQUAL "00"
               READ AVISREG NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-AVISREG EQUAL "10"
               IF AVI-TOM-CODIGO GREATER THAN ZEROES
                   IF WRK-PV-MARCA(AVI-TOM-CODIGO) EQUAL 'S'
                       MOVE WRK-PV-NEUTRO TO AVI-TOM-CODIGO
                       REWRITE REG-AVI
                       ADD 1 TO WRK-PV-ARQ-QTD(7)
                   END-IF
               END-IF
               READ AVISREG NEXT RECORD
           END-PERFORM.
      *
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
               IF USO-TOM-CODIGO GREATER THAN ZEROES
                   IF WRK-PV-MARCA(USO-TOM-CODIGO) EQUAL 'S'
                       MOVE WRK-PV-NEUTRO TO USO-TOM-CODIGO
                       REWRITE REG-USO
                       ADD 1 TO WRK-PV-ARQ-QTD(8)
                   END-IF
               END-IF
               READ USOLOCAL NEXT RECORD
           END-PERFORM.
      *
           MOVE ZEROES TO OVR-NUMERO.
           START EXCECOES KEY IS NOT LESS THAN OVR-NUMERO
               INVALID KEY
                   MOVE '10' TO FS-EXCECOES
           END-START.
      *
           IF FS-EXCECOES EQUAL "00"
               READ EXCECOES NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-EXCECOES EQUAL "10"
               IF OVR-TOM-CODIGO GREATER THAN ZEROES
                   IF WRK-PV-MARCA(OVR-TOM-CODIGO) EQUAL 'S'
                       MOVE WRK-PV-NEUTRO TO OVR-TOM-CODIGO
                       REWRITE REG-OVR
                       ADD 1 TO WRK-PV-ARQ-QTD(9)
                   END-IF
               END-IF
               READ EXCECOES NEXT RECORD
           END-PERFORM.
      *
           MOVE ZEROES TO CAR-TOM-CODIGO.
           START CARTOES KEY IS NOT LESS THAN CAR-TOM-CODIGO
               INVALID KEY
                   MOVE '10' TO FS-CARTOES
           END-START.
      *
           IF FS-CARTOES EQUAL "00"
               READ CARTOES NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-CARTOES EQUAL "10"
               IF CAR-TOM-CODIGO GREATER THAN ZEROES
                   IF WRK-PV-MARCA(CAR-TOM-CODIGO) EQUAL 'S'
                       DELETE CARTOES
                       ADD 1 TO WRK-PV-ARQ-QTD(10)
                   END-IF
               END-IF
               READ CARTOES NEXT RECORD
           END-PERFORM.
      *
           MOVE LOW-VALUES TO BAR-VALOR.
           START BARCODE KEY IS NOT LESS THAN BAR-VALOR
               INVALID KEY
                   MOVE '10' TO FS-BARCODE
           END-START.
      *
           IF FS-BARCODE EQUAL "00"
               READ BARCODE NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-BARCODE EQUAL "10"
               IF BAR-TIPO NOT EQUAL 'E'
              AND BAR-TOM-CODIGO GREATER THAN ZEROES
                   IF WRK-PV-MARCA(BAR-TOM-CODIGO) EQUAL 'S'
                       DELETE BARCODE
                       ADD 1 TO WRK-PV-ARQ-QTD(11)
                   END-IF
               END-IF
               READ BARCODE NEXT RECORD
           END-PERFORM.
      *
      *    SO SOBRAM ACESSOS JA VENCIDOS (O EM VIGOR BLOQUEIA A
      *    ANONIMIZACAO), AGUARDANDO O NOTURNO LEVA-LOS AO HISTORICO.
           MOVE LOW-VALUES TO ADG-CHAVE.
           START ACESSDIG KEY IS NOT LESS THAN ADG-CHAVE
               INVALID KEY
                   MOVE '10' TO FS-ACESSDIG
           END-START.
      *
           IF FS-ACESSDIG EQUAL "00"
               READ ACESSDIG NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-ACESSDIG EQUAL "10"
               IF ADG-TOM-CODIGO GREATER THAN ZEROES
                   IF WRK-PV-MARCA(ADG-TOM-CODIGO) EQUAL 'S'
                       PERFORM 0447-NEUTRALIZA-ACESSO
                   END-IF
               END-IF
               IF FS-ACESSDIG NOT EQUAL "10"
                   READ ACESSDIG NEXT RECORD
               END-IF
           END-PERFORM.
      *
           MOVE LOW-VALUES TO CMP-CHAVE.
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
               IF CMP-TOM-CODIGO GREATER THAN ZEROES
                   IF WRK-PV-MARCA(CMP-TOM-CODIGO) EQUAL 'S'
                       MOVE WRK-PV-NEUTRO TO CMP-TOM-CODIGO
                       REWRITE REG-CMP
                       ADD 1 TO WRK-PV-ARQ-QTD(13)
                   END-IF
               END-IF
               READ COMPONEN NEXT RECORD
           END-PERFORM.
       0440-NEUTRALIZA-VINCULOS-END. EXIT.

       0445-NEUTRALIZA-ARQUIVADO SECTION.
      *    O ARQUIVO DO ANO E ESTATICO E FICA FORA DO DIARIO DE
      *    RECUPERACAO; A REGRAVACAO SO TROCA O TOMADOR.
           COPY 'CPVIDHAN'. *> NOME DO ARQUIVO DO ANO
      *
           OPEN I-O HISTARQ.
      *
           IF FS-HISTARQ NOT EQUAL "00"
               GO TO 0445-NEUTRALIZA-ARQUIVADO-END
           END-IF.
      *
           MOVE ZEROES TO HSA-NUMERO.
           START HISTARQ KEY IS NOT LESS THAN HSA-NUMERO
               INVALID KEY
                   MOVE '10' TO FS-HISTARQ
           END-START.
      *
           IF FS-HISTARQ EQUAL "00"
               READ HISTARQ NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-HISTARQ NOT EQUAL "00"
               IF HSA-TOM-CODIGO GREATER THAN ZEROES
                   IF WRK-PV-MARCA(HSA-TOM-CODIGO) EQUAL 'S'
                       MOVE WRK-PV-NEUTRO TO HSA-TOM-CODIGO
                       REWRITE REG-HSA
                       ADD 1 TO WRK-PV-ARQ-QTD(1)
                   END-IF
               END-IF
               READ HISTARQ NEXT RECORD
           END-PERFORM.
      *
           CLOSE HISTARQ.
       0445-NEUTRALIZA-ARQUIVADO-END. EXIT.

       0447-NEUTRALIZA-ACESSO SECTION.
      *    O ACESSO E REGRAVADO COM O CODIGO NEUTRO (CHAVE MENOR, QUE
      *    A VARREDURA JA PASSOU); SE O FILME JA TEM ACESSO NEUTRO, O
      *    REGISTRO SO E EXCLUIDO. A EXCLUSAO PERDE A POSICAO DA
      *    LEITURA, QUE E REFEITA A PARTIR DA CHAVE EXCLUIDA.
           MOVE REG-ADG TO WRK-PV-REG-ADG.
           DELETE ACESSDIG.
      *
           MOVE WRK-PV-NEUTRO TO ADG-TOM-CODIGO.
           WRITE REG-ADG
               INVALID KEY
                   CONTINUE
           END-WRITE.
           ADD 1 TO WRK-PV-ARQ-QTD(12).
      *
           MOVE WRK-PV-REG-ADG TO REG-ADG.
           START ACESSDIG KEY IS GREATER THAN ADG-CHAVE
               INVALID KEY
                   MOVE '10' TO FS-ACESSDIG
           END-START.
       0447-NEUTRALIZA-ACESSO-END. EXIT.

       0450-TOTAIS-RETENCAO SECTION.
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE WRK-PV-ANONIMIZADOS TO WRK-PV-QTD-EDIT.
           MOVE SPACES TO FIL-REL.
           STRING 'ANONIMIZADOS: '   DELIMITED BY SIZE
                  WRK-PV-QTD-EDIT    DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE WRK-PV-BLOQUEADOS TO WRK-PV-QTD-EDIT.
           MOVE SPACES TO FIL-REL.
           STRING 'BLOQUEADOS POR PENDENCIA: ' DELIMITED BY SIZE
                  WRK-PV-QTD-EDIT              DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE WRK-PV-SEM-REFER TO WRK-PV-QTD-EDIT.
           MOVE SPACES TO FIL-REL.
           STRING 'SEM ANO DE REFERENCIA (REVISAR): ' DELIMITED BY SIZE
                  WRK-PV-QTD-EDIT                     DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
           MOVE 'REGISTROS DE MOVIMENTO DESVINCULADOS POR ARQUIVO:'
               TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE 1 TO WRK-PV-IDX.
           PERFORM UNTIL WRK-PV-IDX GREATER THAN 13
               MOVE WRK-PV-ARQ-QTD(WRK-PV-IDX) TO WRK-PV-QTD-EDIT
               MOVE SPACES TO FIL-REL
               STRING '    '                      DELIMITED BY SIZE
                      WRK-PV-ARQ-NOME(WRK-PV-IDX) DELIMITED BY SIZE
                      WRK-PV-QTD-EDIT             DELIMITED BY SIZE
                 INTO FIL-REL
               WRITE FIL-REL
               ADD 1 TO WRK-PV-IDX
           END-PERFORM.
       0450-TOTAIS-RETENCAO-END. EXIT.

       0480-REGISTRA-SPOOL SECTION.
           MOVE 'PVVIDPRG' TO WRK-SPL-PROGRAMA.
           COPY 'CPVIDSPP'. *> REGISTRA O RELATORIO NO SPOOL
       0480-REGISTRA-SPOOL-END. EXIT.

       0490-GRAVA-LOG SECTION.
           COPY 'CPVIDLGP'. *> GRAVA LINHA NO LOG DE AUDITORIA
       0490-GRAVA-LOG-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE TOMADORES.
           CLOSE LOANS.
           CLOSE LOANHIST.
           CLOSE MULTAS.
           CLOSE PARCELAS.
           CLOSE CXRECIBO.
           CLOSE RESERVAS.
           CLOSE AGENDA.
           CLOSE AVISREG.
           CLOSE USOLOCAL.
           CLOSE EQEMP.
           CLOSE CARTOES.
           CLOSE BARCODE.
           CLOSE EXCECOES.
           CLOSE ACESSDIG.
           CLOSE COMPONEN.
           CLOSE MOVIES.
      *
           IF FS-TOMADORES NOT EQUAL "00"
               MOVE '37ERRO AO FECHAR ARQUIVO DE TOMADORES.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-TOMADORES TO WS-ABEND-CODE
               MOVE 'ERRO AO FECHAR ARQUIVO DE TOMADORES.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
       0500-CLOSE-DATA-END. EXIT.

       0590-GRAVA-DIARIO SECTION.
           MOVE 'PVVIDPRG' TO WRK-JRN-PROGRAMA.
           COPY 'CPVIDJNP'. *> GRAVA ENTRADA NO DIARIO DE RECUPERACAO
       0590-GRAVA-DIARIO-END. EXIT.

       0600-ROT-ABEND SECTION.
           MOVE 'PVVIDPRG' TO WS-ABEND-PROGRAM.
           COPY 'CPVIDRAB'. *> ABEND ROUTINE.
      *
           PERFORM 0700-END-PROGRAM.
       0600-ROT-ABEND-END. EXIT.

       0700-END-PROGRAM SECTION.
           GOBACK.
       0700-END-PROGRAM-END. EXIT.

       END PROGRAM PVVIDPRG.
