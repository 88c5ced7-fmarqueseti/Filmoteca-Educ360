      ******************************************************************
      * FILE NAME   : MOVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : THEMATIC FILM CYCLE (MOSTRA) PLANNER OF          *
      *               VIDEOTECA PROGRAM - A CYCLE HAS A THEME, A DATE  *
      *               RANGE AND A LIST OF SESSIONS (DATE, TIME, ROOM,  *
      *               TITLE AND TARGET CLASSES). THE COPIES OF ALL     *
      *               PENDING SESSIONS ARE RESERVED IN ONE STEP        *
      *               THROUGH THE AGENDA CONFLICT CHECK AND THE        *
      *               PUBLIC-PERFORMANCE RIGHTS (DIREXIB): IF ANY      *
      *               SESSION IS BLOCKED NOTHING IS BOOKED. PRINTS     *
      *               THE PROGRAM LEAFLET (DIRECTOR AND SYNOPSIS FROM  *
      *               DETALHES) AND, AFTER THE EVENT, RECORDS THE      *
      *               ATTENDANCE OF EACH SESSION IN USOLOCAL           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVIDPRG.
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
           COPY 'CPVIDPFC'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDTFC'. *> TOMADORES DAT WORKBOOK
           COPY 'CPVIDXFC'. *> EXEMPLAR DAT WORKBOOK
           COPY 'CPVIDAGF'. *> AGENDA DAT WORKBOOK
           COPY 'CPVIDLXF'. *> DIREXIB (PUBLIC-PERFORMANCE RIGHTS)
           COPY 'CPVIDDEF'. *> DETALHES (EXTENDED DETAILS)
           COPY 'CPVIDULF'. *> USOLOCAL DAT WORKBOOK
           COPY 'CPVIDCEF'. *> CIRCEST (CIRCULATION STATISTICS)
           COPY 'CPVIDMOF'. *> MOSTRAS (THEMATIC FILM CYCLES)
           COPY 'CPVIDMXF'. *> MOSSESS (FILM CYCLE SESSIONS)
           COPY 'CPVIDLGF'. *> MAINTENANCE AUDIT LOG
      *
           SELECT FOLHETO-REL
              ASSIGN       TO WRK-SPL-NOME
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-FOLHETO-REL.
      *
           SELECT SORT-FILE ASSIGN TO "SORTWK1".
      *
           COPY 'CPVIDSPF'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDALF'. *> ABEND LOG
      *
       DATA DIVISION.
       FILE SECTION.
       FD MOVIES.
           COPY 'CPVIDDAT'.

       FD LOANS.
           COPY 'CPVIDPDT'.

       FD TOMADORES.
           COPY 'CPVIDTDT'.

       FD EXEMPLAR.
           COPY 'CPVIDXDT'.

       FD AGENDA.
           COPY 'CPVIDAGD'.

       FD DIREXIB.
           COPY 'CPVIDLXD'.

       FD DETALHES.
           COPY 'CPVIDDED'.

       FD USOLOCAL.
           COPY 'CPVIDULD'.

       FD CIRCEST.
           COPY 'CPVIDCED'.

       FD MOSTRAS.
           COPY 'CPVIDMOD'.

       FD MOSSESS.
           COPY 'CPVIDMXD'.

       FD VIDLOG.
           COPY 'CPVIDLGD'.

       FD FOLHETO-REL.
           01 FIL-REL          PIC X(132).

       SD SORT-FILE.
       01 REG-SRT.
           05 SRT-DATA         PIC 9(08).
           05 SRT-HORA         PIC 9(04).
           05 SRT-SESSAO       PIC 9(02).
           05 SRT-CODIGO       PIC 9(07).
           05 SRT-SALA         PIC X(10).
           05 SRT-TURMAS       PIC X(30).
           05 SRT-SITUACAO     PIC X(01).

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
           COPY 'CPVIDPNW'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDTNW'. *> TOMADORES DAT WORKBOOK
           COPY 'CPVIDXNW'. *> EXEMPLAR DAT WORKBOOK
           COPY 'CPVIDAGW'. *> AGENDA DAT WORKBOOK
           COPY 'CPVIDLXW'. *> DIREXIB (PUBLIC-PERFORMANCE RIGHTS)
           COPY 'CPVIDDEW'. *> DETALHES (EXTENDED DETAILS)
           COPY 'CPVIDULW'. *> USOLOCAL DAT WORKBOOK
           COPY 'CPVIDCEW'. *> CIRCEST (CIRCULATION STATISTICS)
           COPY 'CPVIDMOW'. *> MOSTRAS (THEMATIC FILM CYCLES)
           COPY 'CPVIDMXW'. *> MOSSESS (FILM CYCLE SESSIONS)
           COPY 'CPVIDLGW'. *> MAINTENANCE AUDIT LOG
           COPY 'CPVIDOPW'. *> OPERATOR SESSION
           COPY 'CPVIDSPW'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDABE'. *> ABEND
           COPY 'CPVIDALW'. *> ABEND LOG
      *
       77 FS-FOLHETO-REL            PIC X(02).
       77 WRK-SPL-NOME              PIC X(40).
       77 WRK-SPL-PROGRAMA          PIC X(08).
      *
       77 WRK-LST-LINE              PIC 9(02) USAGE COMP-3 VALUE 14.
       77 WRK-LST-COUNT             PIC 9(02) USAGE COMP-3 VALUE ZEROES.
       77 WRK-LST-CONTINUA          PIC X(01) VALUE 'S'.
      *    QUAL LISTAGEM ESTA NA TELA, PARA A PAGINACAO REMONTAR O
      *    CABECALHO CERTO: 'M' MOSTRAS, 'S' SESSOES, 'R' RESERVA.
       77 WRK-MO-LISTA              PIC X(01) VALUE SPACES.
      *
       77 WRK-HOJE                  PIC 9(08) VALUE ZEROES.
       77 WRK-MO-OK                 PIC X(01) VALUE 'S'.
       77 WRK-MO-NUMERO             PIC 9(04) VALUE ZEROES.
       77 WRK-MO-MAX                PIC 9(04) VALUE ZEROES.
      *
      *    UMA MOSTRA TEM NO MAXIMO 30 SESSOES: E O TAMANHO DA TABELA
      *    DA RESERVA EM BLOCO.
       77 WRK-MO-MAX-SESSOES        PIC 9(02) VALUE 30.
       77 WRK-MO-SESSOES            PIC 9(02) USAGE COMP-3
                                     VALUE ZEROES.
       77 WRK-MO-SESSAO-MAX         PIC 9(02) VALUE ZEROES.
       77 WRK-MO-MSE-SALVO          PIC X(75) VALUE SPACES.
      *
       77 WRK-MO-AGE-MAX            PIC 9(05) VALUE ZEROES.
       77 WRK-MO-CONFLITOS          PIC 9(03) USAGE COMP-3
                                     VALUE ZEROES.
       77 WRK-MO-QTD-COPIAS         PIC 9(03) USAGE COMP-3
                                     VALUE ZEROES.
       77 WRK-MO-IDX                PIC 9(02) USAGE COMP-3
                                     VALUE ZEROES.
       77 WRK-MO-IDX2               PIC 9(02) USAGE COMP-3
                                     VALUE ZEROES.
       77 WRK-MO-BLOQUEIOS          PIC 9(02) VALUE ZEROES.
       77 WRK-MO-AVISOS             PIC 9(02) VALUE ZEROES.
       77 WRK-MO-QTDE-ED            PIC Z9 VALUE ZEROES.
       77 WRK-MO-RESULTADO          PIC X(30) VALUE SPACES.
      *
       77 WRK-MO-USO-MAX            PIC 9(07) VALUE ZEROES.
       77 WRK-MO-PUBLICO            PIC 9(04) VALUE ZEROES.
       77 WRK-MO-PUBLICO-ED         PIC ZZZ9 VALUE ZEROES.
      *
       77 WRK-SORT-FIM              PIC X(01) VALUE 'N'.
       77 WRK-MO-FOL-SESSOES        PIC 9(02) VALUE ZEROES.
       77 WRK-MO-ANO-ED             PIC X(04) VALUE SPACES.
       77 WRK-MO-DATA-DE-ED         PIC X(10) VALUE SPACES.
      *
       01 WRK-MO-DATA-AUX           PIC 9(08) VALUE ZEROES.
       01 WRK-MO-DATA-AUX-R REDEFINES WRK-MO-DATA-AUX.
           05 WRK-MO-AUX-AAAA       PIC 9(04).
           05 WRK-MO-AUX-MM         PIC 9(02).
           05 WRK-MO-AUX-DD         PIC 9(02).
       01 WRK-MO-DATA-ED.
           05 WRK-MO-ED-DD          PIC 9(02).
           05 FILLER                PIC X(01) VALUE '/'.
           05 WRK-MO-ED-MM          PIC 9(02).
           05 FILLER                PIC X(01) VALUE '/'.
           05 WRK-MO-ED-AAAA        PIC 9(04).
      *
       01 WRK-MO-HORA-AUX           PIC 9(04) VALUE ZEROES.
       01 WRK-MO-HORA-AUX-R REDEFINES WRK-MO-HORA-AUX.
           05 WRK-MO-HORA-HH        PIC 9(02).
           05 WRK-MO-HORA-MM        PIC 9(02).
       01 WRK-MO-HORA-ED.
           05 WRK-MO-HED-HH         PIC 9(02).
           05 FILLER                PIC X(01) VALUE ':'.
           05 WRK-MO-HED-MM         PIC 9(02).
      *
      *    SESSOES PENDENTES AVALIADAS NA RESERVA EM BLOCO. RESULTADO:
      *    'K' COPIA GARANTIDA, 'A' SEM REGISTRO DE DIREITOS (AVISO),
      *    'D' DIREITO FORA DA VIGENCIA, 'E' LICENCA SO DE SALA DE
      *    AULA, 'X' SEM COPIA LIVRE NO DIA, 'B' FILME BAIXADO OU
      *    EXCLUIDO, 'V' DATA DA SESSAO JA PASSOU.
       01 WRK-MO-RESERVA.
           05 WRK-MO-RES-QTDE       PIC 9(02) VALUE ZEROES.
           05 WRK-MO-RES-ENT OCCURS 30 TIMES.
               10 WRK-MO-RES-SESSAO PIC 9(02).
               10 WRK-MO-RES-CODIGO PIC 9(07).
               10 WRK-MO-RES-DATA   PIC 9(08).
               10 WRK-MO-RES-HORA   PIC 9(04).
               10 WRK-MO-RES-RESULT PIC X(01).
      *
      *    PUBLICO DE UMA SESSAO: ATE QUATRO TURMAS COM A CONTAGEM.
       01 WRK-MO-PUB-DIG.
           05 WRK-MO-PUB-TURMA-1    PIC X(10) VALUE SPACES.
           05 WRK-MO-PUB-QTDE-1     PIC 9(03) VALUE ZEROES.
           05 WRK-MO-PUB-TURMA-2    PIC X(10) VALUE SPACES.
           05 WRK-MO-PUB-QTDE-2     PIC 9(03) VALUE ZEROES.
           05 WRK-MO-PUB-TURMA-3    PIC X(10) VALUE SPACES.
           05 WRK-MO-PUB-QTDE-3     PIC 9(03) VALUE ZEROES.
           05 WRK-MO-PUB-TURMA-4    PIC X(10) VALUE SPACES.
           05 WRK-MO-PUB-QTDE-4     PIC 9(03) VALUE ZEROES.
       01 WRK-MO-PUB-TAB REDEFINES WRK-MO-PUB-DIG.
           05 WRK-MO-PUB-ENT OCCURS 4 TIMES.
               10 WRK-MO-PUB-TURMA  PIC X(10).
               10 WRK-MO-PUB-QTDE   PIC 9(03).
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN'. *> MAIN SCREEN
           COPY 'SCVIDMSG'. *> MESSAGES
      *
       01 SCREEN-MOSTRA-MENU.
           05 LINE 07 COLUMN 02 VALUE "1 - CADASTRAR MOSTRA".
           05 LINE 08 COLUMN 02 VALUE "2 - INCLUIR SESSAO".
           05 LINE 09 COLUMN 02 VALUE "3 - EXCLUIR SESSAO".
           05 LINE 10 COLUMN 02 VALUE "4 - LISTAR SESSOES".
           05 LINE 07 COLUMN 40 VALUE "5 - RESERVAR COPIAS DA MOSTRA".
           05 LINE 08 COLUMN 40 VALUE "6 - IMPRIMIR FOLHETO".
           05 LINE 09 COLUMN 40 VALUE "7 - REGISTRAR PUBLICO".
           05 LINE 10 COLUMN 40 VALUE "8 - LISTAR MOSTRAS".
           05 LINE 11 COLUMN 02 VALUE "0 - VOLTAR".
           05 LINE 12 COLUMN 02 VALUE "OPCAO: ".
           05 COLUMN PLUS 01    PIC X(01) USING WRK-OPTION.
      *
       01 SCREEN-MOSTRA-DADOS.
           05 LINE 13 COLUMN 02 VALUE "TEMA............: ".
           05 COLUMN PLUS 01    PIC X(40) USING MOS-TEMA.
           05 LINE 14 COLUMN 02 VALUE "DE   (AAAAMMDD).: ".
           05 COLUMN PLUS 01    PIC 9(08) USING MOS-DATA-DE.
           05 LINE 15 COLUMN 02 VALUE "ATE  (AAAAMMDD).: ".
           05 COLUMN PLUS 01    PIC 9(08) USING MOS-DATA-ATE.
           05 LINE 16 COLUMN 02 VALUE "PROFESSOR RESP..: ".
           05 COLUMN PLUS 01    PIC 9(04) USING MOS-TOM-CODIGO.
           05 LINE 17 COLUMN 02 VALUE "EVENTO ABERTO...: ".
           05 COLUMN PLUS 01    PIC X(01) USING MOS-EVENTO.
           05 COLUMN PLUS 02    VALUE "(S/N)".
      *
       01 SCREEN-MOSTRA-KEY.
           05 LINE 13 COLUMN 02 VALUE "NUMERO DA MOSTRA: ".
           05 COLUMN PLUS 01    PIC 9(04) USING WRK-MO-NUMERO.
      *
       01 SCREEN-SESSAO-DADOS.
           05 LINE 13 COLUMN 02 VALUE "NUMERO DA MOSTRA: ".
           05 COLUMN PLUS 01    PIC 9(04) USING MSE-MOSTRA.
           05 LINE 14 COLUMN 02 VALUE "DATA (AAAAMMDD).: ".
           05 COLUMN PLUS 01    PIC 9(08) USING MSE-DATA.
           05 LINE 15 COLUMN 02 VALUE "HORA (HHMM).....: ".
           05 COLUMN PLUS 01    PIC 9(04) USING MSE-HORA.
           05 LINE 16 COLUMN 02 VALUE "SALA............: ".
           05 COLUMN PLUS 01    PIC X(10) USING MSE-SALA.
           05 LINE 17 COLUMN 02 VALUE "CODIGO DO FILME.: ".
           05 COLUMN PLUS 01    PIC 9(07) USING MSE-CODIGO.
           05 LINE 18 COLUMN 02 VALUE "TURMAS..........: ".
           05 COLUMN PLUS 01    PIC X(30) USING MSE-TURMAS.
      *
       01 SCREEN-SESSAO-KEY.
           05 LINE 13 COLUMN 02 VALUE "NUMERO DA MOSTRA: ".
           05 COLUMN PLUS 01    PIC 9(04) USING MSE-MOSTRA.
           05 LINE 14 COLUMN 02 VALUE "NUMERO DA SESSAO: ".
           05 COLUMN PLUS 01    PIC 9(02) USING MSE-SESSAO.
      *
       01 SCREEN-PUBLICO.
           05 LINE 16 COLUMN 02 VALUE "TURMA 1.........: ".
           05 COLUMN PLUS 01    PIC X(10) USING WRK-MO-PUB-TURMA-1.
           05 COLUMN PLUS 02    VALUE "PUBLICO: ".
           05 COLUMN PLUS 01    PIC 9(03) USING WRK-MO-PUB-QTDE-1.
           05 LINE 17 COLUMN 02 VALUE "TURMA 2.........: ".
           05 COLUMN PLUS 01    PIC X(10) USING WRK-MO-PUB-TURMA-2.
           05 COLUMN PLUS 02    VALUE "PUBLICO: ".
           05 COLUMN PLUS 01    PIC 9(03) USING WRK-MO-PUB-QTDE-2.
           05 LINE 18 COLUMN 02 VALUE "TURMA 3.........: ".
           05 COLUMN PLUS 01    PIC X(10) USING WRK-MO-PUB-TURMA-3.
           05 COLUMN PLUS 02    VALUE "PUBLICO: ".
           05 COLUMN PLUS 01    PIC 9(03) USING WRK-MO-PUB-QTDE-3.
           05 LINE 19 COLUMN 02 VALUE "TURMA 4.........: ".
           05 COLUMN PLUS 01    PIC X(10) USING WRK-MO-PUB-TURMA-4.
           05 COLUMN PLUS 02    VALUE "PUBLICO: ".
           05 COLUMN PLUS 01    PIC 9(03) USING WRK-MO-PUB-QTDE-4.
      *
       01 SCREEN-MOSTRA-HEADER.
           05 LINE 13 COLUMN 02 VALUE "NUM".
           05 LINE 13 COLUMN 08 VALUE "TEMA".
           05 LINE 13 COLUMN 40 VALUE "DE".
           05 LINE 13 COLUMN 50 VALUE "ATE".
           05 LINE 13 COLUMN 60 VALUE "RESP".
           05 LINE 13 COLUMN 66 VALUE "EV".
           05 LINE 13 COLUMN 70 VALUE "SIT".
      *
       01 SCREEN-SESSAO-HEADER.
           05 LINE 11 COLUMN 02 VALUE "MOSTRA: ".
           05 COLUMN PLUS 01    PIC 9(04) FROM MOS-NUMERO.
           05 COLUMN PLUS 02    PIC X(40) FROM MOS-TEMA.
           05 LINE 13 COLUMN 02 VALUE "SS".
           05 LINE 13 COLUMN 06 VALUE "DATA".
           05 LINE 13 COLUMN 16 VALUE "HORA".
           05 LINE 13 COLUMN 22 VALUE "SALA".
           05 LINE 13 COLUMN 34 VALUE "FILME".
           05 LINE 13 COLUMN 43 VALUE "TITULO".
           05 LINE 13 COLUMN 70 VALUE "S".
           05 LINE 13 COLUMN 73 VALUE "AGEND".
      *
       01 SCREEN-RESERVA-HEADER.
           05 LINE 11 COLUMN 02 VALUE "MOSTRA: ".
           05 COLUMN PLUS 01    PIC 9(04) FROM MOS-NUMERO.
           05 COLUMN PLUS 02    PIC X(40) FROM MOS-TEMA.
           05 LINE 13 COLUMN 02 VALUE "SS".
           05 LINE 13 COLUMN 06 VALUE "DATA".
           05 LINE 13 COLUMN 16 VALUE "HORA".
           05 LINE 13 COLUMN 22 VALUE "FILME".
           05 LINE 13 COLUMN 31 VALUE "TITULO".
           05 LINE 13 COLUMN 49 VALUE "RESULTADO".
      *
       PROCEDURE DIVISION.
       0000-MAIN SECTION.
      *    O CHAMADOR NAO USA CANCEL, ENTAO WRK-OPTION FICA COM O '0'
      *    DA SAIDA ANTERIOR NA MESMA SESSAO; SEM ESTE RESET, A SEGUNDA
      *    ENTRADA NO PROGRAMA TERMINARIA SEM MOSTRAR O MENU.
           MOVE SPACES TO WRK-OPTION.
           PERFORM 0100-OPEN-DATA.
           PERFORM 0300-PROCESS-DATA UNTIL WRK-OPTION EQUAL '0'.
           PERFORM 0500-CLOSE-DATA.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.

       0100-OPEN-DATA SECTION.
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
           OPEN INPUT LOANS.
      *
           IF FS-LOANS EQUAL "35"
               OPEN OUTPUT LOANS
               CLOSE LOANS
               OPEN INPUT LOANS
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
           OPEN INPUT EXEMPLAR.
      *
           IF FS-EXEMPLAR EQUAL "35"
               OPEN OUTPUT EXEMPLAR
               CLOSE EXEMPLAR
               OPEN INPUT EXEMPLAR
           END-IF.
      *
           IF FS-EXEMPLAR NOT EQUAL "00"
               MOVE '45ERRO AO ABRIR ARQUIVO DE EXEMPLARES.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-EXEMPLAR TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE EXEMPLARES'
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
               MOVE '46ERRO AO ABRIR ARQUIVO DE AGENDA.'
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
           OPEN INPUT DIREXIB.
      *
           IF FS-DIREXIB EQUAL "35"
               OPEN OUTPUT DIREXIB
               CLOSE DIREXIB
               OPEN INPUT DIREXIB
           END-IF.
      *
           IF FS-DIREXIB NOT EQUAL "00"
               MOVE '42ERRO AO ABRIR DIREITOS DE EXIBICAO.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-DIREXIB TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR DIREITOS DE EXIBICAO'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT DETALHES.
      *
           IF FS-DETALHES EQUAL "35"
               OPEN OUTPUT DETALHES
               CLOSE DETALHES
               OPEN INPUT DETALHES
           END-IF.
      *
           IF FS-DETALHES NOT EQUAL "00"
               MOVE '44ERRO AO ABRIR ARQUIVO DE DETALHES.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-DETALHES TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE DETALHES'
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
               MOVE '44ERRO AO ABRIR ARQUIVO DE USO LOCAL.'
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
           OPEN I-O CIRCEST.
      *
           IF FS-CIRCEST EQUAL "35"
               OPEN OUTPUT CIRCEST
               CLOSE CIRCEST
               OPEN I-O CIRCEST
           END-IF.
      *
           IF FS-CIRCEST NOT EQUAL "00"
               MOVE '40ERRO AO ABRIR RESUMO DE CIRCULACAO.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-CIRCEST TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR RESUMO DE CIRCULACAO'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O MOSTRAS.
      *
           IF FS-MOSTRAS EQUAL "35"
               OPEN OUTPUT MOSTRAS
               CLOSE MOSTRAS
               OPEN I-O MOSTRAS
           END-IF.
      *
           IF FS-MOSTRAS NOT EQUAL "00"
               MOVE '44ERRO AO ABRIR ARQUIVO DE MOSTRAS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-MOSTRAS TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE MOSTRAS'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O MOSSESS.
      *
           IF FS-MOSSESS EQUAL "35"
               OPEN OUTPUT MOSSESS
               CLOSE MOSSESS
               OPEN I-O MOSSESS
           END-IF.
      *
           IF FS-MOSSESS NOT EQUAL "00"
               MOVE '40ERRO AO ABRIR SESSOES DAS MOSTRAS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-MOSSESS TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR SESSOES DAS MOSTRAS'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
      *    O MAIOR NUMERO DE USO LOCAL E LEVANTADO UMA UNICA VEZ NA
      *    ABERTURA E INCREMENTADO EM MEMORIA (MESMO CRITERIO DE
      *    ULVIDPRG).
           MOVE ZEROES TO WRK-MO-USO-MAX.
           MOVE ZEROES TO USO-NUMERO.
           START USOLOCAL KEY IS NOT LESS THAN USO-NUMERO
               INVALID KEY
                   CONTINUE
           END-START.
      *
           IF FS-USOLOCAL EQUAL "00"
               READ USOLOCAL NEXT RECORD
               PERFORM UNTIL FS-USOLOCAL EQUAL "10"
                   MOVE USO-NUMERO TO WRK-MO-USO-MAX
                   READ USOLOCAL NEXT RECORD
               END-PERFORM
           END-IF.
       0100-OPEN-DATA-END. EXIT.

       0300-PROCESS-DATA SECTION.
           COPY 'CPVIDDTE'. *> DATE/TIME PROCEDURE
           MOVE " * * * * MOSTRAS E CICLOS * * * *"       TO WRK-TITLE.
           MOVE "PF3=FIM"                                  TO WRK-KEYS.
           INITIALIZE WRK-MSG.
           MOVE WRK-DATA-SISTEMA TO WRK-HOJE.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-MOSTRA-MENU.
           ACCEPT  SCREEN-MOSTRA-MENU.
      *
           EVALUATE WRK-OPTION
               WHEN '1' PERFORM 0310-CADASTRA-MOSTRA
               WHEN '2' PERFORM 0320-INCLUI-SESSAO
               WHEN '3' PERFORM 0325-EXCLUI-SESSAO
               WHEN '4' PERFORM 0330-LISTA-SESSOES
               WHEN '5' PERFORM 0340-RESERVA-SESSOES
               WHEN '6' PERFORM 0350-FOLHETO
               WHEN '7' PERFORM 0360-REGISTRA-PUBLICO
               WHEN '8' PERFORM 0315-LISTA-MOSTRAS
               WHEN '0' CONTINUE
               WHEN OTHER
                   INITIALIZE WRK-MSG
                   MOVE '20OPCAO INVALIDA.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
           END-EVALUATE.
       0300-PROCESS-DATA-END. EXIT.

       0310-CADASTRA-MOSTRA SECTION.
           INITIALIZE REG-MOS.
           INITIALIZE WRK-MSG.
           MOVE 'N' TO MOS-EVENTO.
           DISPLAY SCREEN-MOSTRA-DADOS.
           ACCEPT  SCREEN-MOSTRA-DADOS.
      *
           PERFORM 0312-CRITICA-MOSTRA.
      *
           IF WRK-MO-OK EQUAL 'S'
      *        NUMERO SEQUENCIAL PELO MAIOR JA GRAVADO (MESMO CRITERIO
      *        DO AGENDAMENTO EM AGVIDPRG).
               MOVE REG-MOS TO WRK-MO-MSE-SALVO
               MOVE ZEROES TO WRK-MO-MAX
               MOVE ZEROES TO MOS-NUMERO
               START MOSTRAS KEY IS NOT LESS THAN MOS-NUMERO
                   INVALID KEY
                       CONTINUE
               END-START
               IF FS-MOSTRAS EQUAL "00"
                   READ MOSTRAS NEXT RECORD
                   PERFORM UNTIL FS-MOSTRAS EQUAL "10"
                       MOVE MOS-NUMERO TO WRK-MO-MAX
                       READ MOSTRAS NEXT RECORD
                   END-PERFORM
               END-IF
      *
               MOVE WRK-MO-MSE-SALVO TO REG-MOS
               ADD 1 TO WRK-MO-MAX GIVING MOS-NUMERO
               MOVE 'P'          TO MOS-SITUACAO
               MOVE WRK-OPERADOR TO MOS-OPERADOR
               WRITE REG-MOS
      *
               INITIALIZE WRK-MSG
               STRING '20MOSTRA CADASTRADA. NUMERO: ' DELIMITED BY SIZE
                      MOS-NUMERO                      DELIMITED BY SIZE
                 INTO WRK-MSG
           END-IF.
      *
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0310-CADASTRA-MOSTRA-END. EXIT.

       0312-CRITICA-MOSTRA SECTION.
           MOVE 'S' TO WRK-MO-OK.
      *
           IF MOS-TEMA EQUAL SPACES
               MOVE 'N' TO WRK-MO-OK
               MOVE '26INFORME O TEMA DA MOSTRA.' TO WRK-MSG
               GO TO 0312-CRITICA-MOSTRA-END
           END-IF.
      *
           IF FUNCTION TEST-DATE-YYYYMMDD(MOS-DATA-DE)
              NOT EQUAL ZEROES
           OR FUNCTION TEST-DATE-YYYYMMDD(MOS-DATA-ATE)
              NOT EQUAL ZEROES
               MOVE 'N' TO WRK-MO-OK
               MOVE '24PERIODO NAO E UMA DATA VALIDA.' TO WRK-MSG
               GO TO 0312-CRITICA-MOSTRA-END
           END-IF.
      *
           IF MOS-DATA-ATE LESS THAN MOS-DATA-DE
               MOVE 'N' TO WRK-MO-OK
               MOVE '22DATA FINAL ANTERIOR A INICIAL.' TO WRK-MSG
               GO TO 0312-CRITICA-MOSTRA-END
           END-IF.
      *
           IF MOS-DATA-ATE LESS THAN WRK-HOJE
               MOVE 'N' TO WRK-MO-OK
               MOVE '26PERIODO JA PASSOU.' TO WRK-MSG
               GO TO 0312-CRITICA-MOSTRA-END
           END-IF.
      *
      *    AS COPIAS SAO AGENDADAS EM NOME DO PROFESSOR RESPONSAVEL.
           MOVE MOS-TOM-CODIGO TO TOM-CODIGO.
           READ TOMADORES
               INVALID KEY
                   MOVE 'N' TO WRK-MO-OK
                   MOVE '26TOMADOR NAO CADASTRADO.' TO WRK-MSG
                   GO TO 0312-CRITICA-MOSTRA-END
           END-READ.
      *
           IF MOS-EVENTO EQUAL 'S' OR EQUAL 's'
               MOVE 'S' TO MOS-EVENTO
           ELSE
               MOVE 'N' TO MOS-EVENTO
           END-IF.
       0312-CRITICA-MOSTRA-END. EXIT.

       0315-LISTA-MOSTRAS SECTION.
      *    PAGINA DE 7 EM 7 LINHAS, MESMO CRITERIO DAS LISTAGENS DE
      *    EMVIDPRG.
           MOVE 14     TO WRK-LST-LINE.
           MOVE ZEROES TO WRK-LST-COUNT.
           MOVE 'S'    TO WRK-LST-CONTINUA.
           MOVE 'M'    TO WRK-MO-LISTA.
      *
           DISPLAY SCREEN-MOSTRA-HEADER.
      *
           MOVE ZEROES TO MOS-NUMERO.
           START MOSTRAS KEY IS NOT LESS THAN MOS-NUMERO
               INVALID KEY
                   MOVE '10' TO FS-MOSTRAS
           END-START.
      *
           IF FS-MOSTRAS EQUAL "00"
               READ MOSTRAS NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-MOSTRAS EQUAL "10"
                      OR WRK-LST-CONTINUA EQUAL 'N'
               DISPLAY MOS-NUMERO AT LINE WRK-LST-LINE COLUMN 02
               DISPLAY MOS-TEMA(1:30) AT LINE WRK-LST-LINE COLUMN 08
               DISPLAY MOS-DATA-DE    AT LINE WRK-LST-LINE COLUMN 40
               DISPLAY MOS-DATA-ATE   AT LINE WRK-LST-LINE COLUMN 50
               DISPLAY MOS-TOM-CODIGO AT LINE WRK-LST-LINE COLUMN 60
               DISPLAY MOS-EVENTO     AT LINE WRK-LST-LINE COLUMN 66
               DISPLAY MOS-SITUACAO   AT LINE WRK-LST-LINE COLUMN 70
               ADD 1 TO WRK-LST-LINE
               ADD 1 TO WRK-LST-COUNT
      *
               IF WRK-LST-COUNT EQUAL 7
                   PERFORM 0335-PAGINA-LISTA
               END-IF
      *
               READ MOSTRAS NEXT RECORD
           END-PERFORM.
      *
           IF WRK-LST-CONTINUA EQUAL 'S'
               MOVE '20FIM DA LISTA.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
           END-IF.
       0315-LISTA-MOSTRAS-END. EXIT.

       0320-INCLUI-SESSAO SECTION.
           INITIALIZE REG-MSE.
           INITIALIZE WRK-MSG.
           DISPLAY SCREEN-SESSAO-DADOS.
           ACCEPT  SCREEN-SESSAO-DADOS.
      *
           PERFORM 0322-CRITICA-SESSAO.
      *
           IF WRK-MO-OK EQUAL 'S'
               MOVE REG-MSE    TO WRK-MO-MSE-SALVO
               MOVE MSE-MOSTRA TO WRK-MO-NUMERO
               PERFORM 0395-CONTA-SESSOES
               MOVE WRK-MO-MSE-SALVO TO REG-MSE
      *
               IF WRK-MO-SESSOES NOT LESS THAN WRK-MO-MAX-SESSOES
                   MOVE 'N' TO WRK-MO-OK
                   MOVE '20MOSTRA JA TEM 30 SESSOES (LIMITE).'
                       TO WRK-MSG
               END-IF
           END-IF.
      *
           IF WRK-MO-OK EQUAL 'S'
               ADD 1 TO WRK-MO-SESSAO-MAX GIVING MSE-SESSAO
               MOVE ZEROES TO MSE-AGE-NUMERO
               MOVE ZEROES TO MSE-PUBLICO
               MOVE SPACE  TO MSE-SITUACAO
               WRITE REG-MSE
      *
      *        SESSAO NOVA PRECISA DE RESERVA: A MOSTRA VOLTA A
      *        FICAR EM PLANEJAMENTO.
               IF MOS-SITUACAO NOT EQUAL 'P'
                   MOVE 'P' TO MOS-SITUACAO
                   REWRITE REG-MOS
               END-IF
      *
               INITIALIZE WRK-MSG
               STRING '22SESSAO INCLUIDA. NUMERO: ' DELIMITED BY SIZE
                      MSE-SESSAO                    DELIMITED BY SIZE
                      ' (RESERVAR COPIAS NA OPCAO 5)'
                                                    DELIMITED BY SIZE
                 INTO WRK-MSG
           END-IF.
      *
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0320-INCLUI-SESSAO-END. EXIT.

       0322-CRITICA-SESSAO SECTION.
           MOVE 'S' TO WRK-MO-OK.
      *
           MOVE MSE-MOSTRA TO MOS-NUMERO.
           READ MOSTRAS
               INVALID KEY
                   MOVE 'N' TO WRK-MO-OK
                   MOVE '26MOSTRA NAO CADASTRADA.' TO WRK-MSG
                   GO TO 0322-CRITICA-SESSAO-END
           END-READ.
      *
           IF FUNCTION TEST-DATE-YYYYMMDD(MSE-DATA)
              NOT EQUAL ZEROES
               MOVE 'N' TO WRK-MO-OK
               MOVE '24DATA NAO E UMA DATA VALIDA.' TO WRK-MSG
               GO TO 0322-CRITICA-SESSAO-END
           END-IF.
      *
           IF MSE-DATA LESS THAN MOS-DATA-DE
           OR MSE-DATA GREATER THAN MOS-DATA-ATE
               MOVE 'N' TO WRK-MO-OK
               MOVE '20DATA FORA DO PERIODO DA MOSTRA.' TO WRK-MSG
               GO TO 0322-CRITICA-SESSAO-END
           END-IF.
      *
           IF MSE-DATA LESS THAN WRK-HOJE
               MOVE 'N' TO WRK-MO-OK
               MOVE '26DATA JA PASSOU.' TO WRK-MSG
               GO TO 0322-CRITICA-SESSAO-END
           END-IF.
      *
           MOVE MSE-HORA TO WRK-MO-HORA-AUX.
           IF WRK-MO-HORA-HH GREATER THAN 23
           OR WRK-MO-HORA-MM GREATER THAN 59
               MOVE 'N' TO WRK-MO-OK
               MOVE '26HORA INVALIDA (HHMM).' TO WRK-MSG
               GO TO 0322-CRITICA-SESSAO-END
           END-IF.
      *
           IF MSE-SALA EQUAL SPACES
               MOVE 'N' TO WRK-MO-OK
               MOVE '26INFORME A SALA DA SESSAO.' TO WRK-MSG
               GO TO 0322-CRITICA-SESSAO-END
           END-IF.
      *
           MOVE MSE-CODIGO TO CODIGO.
           READ MOVIES
               INVALID KEY
                   MOVE 'N' TO WRK-MO-OK
                   MOVE '48FILME NAO LOCALIZADO.' TO WRK-MSG
               NOT INVALID KEY
                   IF VID-SITUACAO EQUAL 'B'
                       MOVE 'N' TO WRK-MO-OK
                       MOVE '23FILME BAIXADO DO ACERVO.' TO WRK-MSG
                   END-IF
           END-READ.
       0322-CRITICA-SESSAO-END. EXIT.

       0325-EXCLUI-SESSAO SECTION.
      *    A SESSAO JA RESERVADA DEVOLVE A COPIA: O AGENDAMENTO DELA
      *    E CANCELADO EM AGENDA. SESSAO COM PUBLICO REGISTRADO E
      *    HISTORICO E NAO SAI.
           INITIALIZE REG-MSE.
           INITIALIZE WRK-MSG.
           DISPLAY SCREEN-SESSAO-KEY.
           ACCEPT  SCREEN-SESSAO-KEY.
      *
           READ MOSSESS
               INVALID KEY
                   MOVE '26SESSAO NAO ENCONTRADA.' TO WRK-MSG
                   GO TO 0325-EXCLUI-SESSAO-FIM
           END-READ.
      *
           IF MSE-SITUACAO EQUAL 'P'
               MOVE '18SESSAO COM PUBLICO REGISTRADO NAO SAI.'
                   TO WRK-MSG
               GO TO 0325-EXCLUI-SESSAO-FIM
           END-IF.
      *
           MOVE '28EXCLUIR A SESSAO (S/N)?' TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
      *
           IF WRK-AWAIT NOT EQUAL 'S' AND NOT EQUAL 's'
               INITIALIZE WRK-MSG
               MOVE '28SESSAO MANTIDA.' TO WRK-MSG
               GO TO 0325-EXCLUI-SESSAO-FIM
           END-IF.
      *
           IF MSE-SITUACAO EQUAL 'R'
               MOVE MSE-AGE-NUMERO TO AGE-NUMERO
               READ AGENDA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AGE-SITUACAO EQUAL 'A'
                           MOVE 'C' TO AGE-SITUACAO
                           REWRITE REG-AGE
                       END-IF
               END-READ
           END-IF.
      *
           DELETE MOSSESS RECORD.
      *
           MOVE MSE-CODIGO   TO CODIGO.
           MOVE 'MOSTRA-EXC' TO WRK-LOG-ACAO.
           PERFORM 0348-GRAVA-LOG.
      *
           INITIALIZE WRK-MSG.
           IF MSE-SITUACAO EQUAL 'R'
               MOVE '18SESSAO EXCLUIDA E AGENDAMENTO CANCELADO.'
                   TO WRK-MSG
           ELSE
               MOVE '28SESSAO EXCLUIDA.' TO WRK-MSG
           END-IF.
      *
       0325-EXCLUI-SESSAO-FIM.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0325-EXCLUI-SESSAO-END. EXIT.

       0330-LISTA-SESSOES SECTION.
           INITIALIZE WRK-MSG.
           MOVE ZEROES TO WRK-MO-NUMERO.
           DISPLAY SCREEN-MOSTRA-KEY.
           ACCEPT  SCREEN-MOSTRA-KEY.
      *
           MOVE WRK-MO-NUMERO TO MOS-NUMERO.
           READ MOSTRAS
               INVALID KEY
                   MOVE '26MOSTRA NAO CADASTRADA.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   GO TO 0330-LISTA-SESSOES-END
           END-READ.
      *
           MOVE 14     TO WRK-LST-LINE.
           MOVE ZEROES TO WRK-LST-COUNT.
           MOVE 'S'    TO WRK-LST-CONTINUA.
           MOVE 'S'    TO WRK-MO-LISTA.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-SESSAO-HEADER.
      *
           MOVE WRK-MO-NUMERO TO MSE-MOSTRA.
           MOVE ZEROES        TO MSE-SESSAO.
           START MOSSESS KEY IS NOT LESS THAN MSE-CHAVE
               INVALID KEY
                   MOVE '10' TO FS-MOSSESS
           END-START.
      *
           IF FS-MOSSESS EQUAL "00"
               READ MOSSESS NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-MOSSESS EQUAL "10"
                      OR MSE-MOSTRA NOT EQUAL WRK-MO-NUMERO
                      OR WRK-LST-CONTINUA EQUAL 'N'
               MOVE MSE-CODIGO TO CODIGO
               READ MOVIES
                   INVALID KEY
                       MOVE '** FILME EXCLUIDO **' TO TITULO
               END-READ
      *
               DISPLAY MSE-SESSAO  AT LINE WRK-LST-LINE COLUMN 02
               DISPLAY MSE-DATA    AT LINE WRK-LST-LINE COLUMN 06
               DISPLAY MSE-HORA    AT LINE WRK-LST-LINE COLUMN 16
               DISPLAY MSE-SALA    AT LINE WRK-LST-LINE COLUMN 22
               DISPLAY MSE-CODIGO  AT LINE WRK-LST-LINE COLUMN 34
               DISPLAY TITULO(1:25)
                   AT LINE WRK-LST-LINE COLUMN 43
               DISPLAY MSE-SITUACAO
                   AT LINE WRK-LST-LINE COLUMN 70
               DISPLAY MSE-AGE-NUMERO
                   AT LINE WRK-LST-LINE COLUMN 73
               ADD 1 TO WRK-LST-LINE
               ADD 1 TO WRK-LST-COUNT
      *
               IF WRK-LST-COUNT EQUAL 7
                   PERFORM 0335-PAGINA-LISTA
               END-IF
      *
               READ MOSSESS NEXT RECORD
           END-PERFORM.
      *
           IF WRK-LST-CONTINUA EQUAL 'S'
               MOVE '20FIM DA LISTA.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
           END-IF.
       0330-LISTA-SESSOES-END. EXIT.

       0335-PAGINA-LISTA SECTION.
           INITIALIZE WRK-MSG.
           MOVE '31CONTINUAR LISTANDO (S/N)?' TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
      *
           IF WRK-AWAIT EQUAL 'S' OR EQUAL 's'
               MOVE 14     TO WRK-LST-LINE
               MOVE ZEROES TO WRK-LST-COUNT
               DISPLAY SCREEN-MAIN
               EVALUATE WRK-MO-LISTA
                   WHEN 'M' DISPLAY SCREEN-MOSTRA-HEADER
                   WHEN 'S' DISPLAY SCREEN-SESSAO-HEADER
                   WHEN 'R' DISPLAY SCREEN-RESERVA-HEADER
               END-EVALUATE
           ELSE
               MOVE 'N' TO WRK-LST-CONTINUA
           END-IF.
       0335-PAGINA-LISTA-END. EXIT.

       0340-RESERVA-SESSOES SECTION.
      *    RESERVA EM UM SO PASSO AS COPIAS DE TODAS AS SESSOES AINDA
      *    PENDENTES DA MOSTRA. CADA SESSAO PASSA PELO MESMO CRITERIO
      *    DO AGENDAMENTO DE AGVIDPRG (DIREITO DE EXIBICAO E CONFLITO
      *    COM AGENDA E EMPRESTIMOS) PARA O DIA DA SESSAO; A TABELA DE
      *    RESULTADOS VAI PARA A TELA E, SE ALGUMA SESSAO ESTIVER
      *    BLOQUEADA, NADA E AGENDADO - A MOSTRA E ACERTADA E A
      *    RESERVA REFEITA. AQUI NAO HA EXCECAO DE SUPERVISOR: O
      *    BLOQUEIO DE UMA SESSAO SE RESOLVE TROCANDO O FILME OU O DIA.
           INITIALIZE WRK-MSG.
           MOVE ZEROES TO WRK-MO-NUMERO.
           DISPLAY SCREEN-MOSTRA-KEY.
           ACCEPT  SCREEN-MOSTRA-KEY.
      *
           MOVE WRK-MO-NUMERO TO MOS-NUMERO.
           READ MOSTRAS
               INVALID KEY
                   MOVE '26MOSTRA NAO CADASTRADA.' TO WRK-MSG
                   GO TO 0340-RESERVA-SESSOES-FIM
           END-READ.
      *
      *    CARREGA AS SESSOES PENDENTES NA TABELA.
           MOVE ZEROES TO WRK-MO-RES-QTDE.
           MOVE WRK-MO-NUMERO TO MSE-MOSTRA.
           MOVE ZEROES        TO MSE-SESSAO.
           START MOSSESS KEY IS NOT LESS THAN MSE-CHAVE
               INVALID KEY
                   MOVE '10' TO FS-MOSSESS
           END-START.
      *
           IF FS-MOSSESS EQUAL "00"
               READ MOSSESS NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-MOSSESS EQUAL "10"
                      OR MSE-MOSTRA NOT EQUAL WRK-MO-NUMERO
                      OR WRK-MO-RES-QTDE EQUAL 30
               IF MSE-SITUACAO EQUAL SPACE
                   ADD 1 TO WRK-MO-RES-QTDE
                   MOVE MSE-SESSAO
                     TO WRK-MO-RES-SESSAO(WRK-MO-RES-QTDE)
                   MOVE MSE-CODIGO
                     TO WRK-MO-RES-CODIGO(WRK-MO-RES-QTDE)
                   MOVE MSE-DATA
                     TO WRK-MO-RES-DATA(WRK-MO-RES-QTDE)
                   MOVE MSE-HORA
                     TO WRK-MO-RES-HORA(WRK-MO-RES-QTDE)
                   MOVE SPACE
                     TO WRK-MO-RES-RESULT(WRK-MO-RES-QTDE)
               END-IF
               READ MOSSESS NEXT RECORD
           END-PERFORM.
      *
           IF WRK-MO-RES-QTDE EQUAL ZEROES
               IF MOS-SITUACAO NOT EQUAL 'R'
                   MOVE 'R' TO MOS-SITUACAO
                   REWRITE REG-MOS
               END-IF
               MOVE '22NENHUMA SESSAO PENDENTE DE RESERVA.' TO WRK-MSG
               GO TO 0340-RESERVA-SESSOES-FIM
           END-IF.
      *
           MOVE ZEROES TO WRK-MO-BLOQUEIOS.
           MOVE ZEROES TO WRK-MO-AVISOS.
           PERFORM VARYING WRK-MO-IDX FROM 1 BY 1
                     UNTIL WRK-MO-IDX GREATER THAN WRK-MO-RES-QTDE
               PERFORM 0341-AVALIA-SESSAO
               EVALUATE WRK-MO-RES-RESULT(WRK-MO-IDX)
                   WHEN 'K' CONTINUE
                   WHEN 'A' ADD 1 TO WRK-MO-AVISOS
                   WHEN OTHER ADD 1 TO WRK-MO-BLOQUEIOS
               END-EVALUATE
           END-PERFORM.
      *
           PERFORM 0345-MOSTRA-RESULTADO.
      *
           IF WRK-LST-CONTINUA EQUAL 'N'
               INITIALIZE WRK-MSG
               MOVE '26RESERVA NAO FEITA.' TO WRK-MSG
               GO TO 0340-RESERVA-SESSOES-FIM
           END-IF.
      *
           INITIALIZE WRK-MSG.
           IF WRK-MO-BLOQUEIOS GREATER THAN ZEROES
               MOVE WRK-MO-BLOQUEIOS TO WRK-MO-QTDE-ED
               STRING '10NADA RESERVADO: ' DELIMITED BY SIZE
                      WRK-MO-QTDE-ED       DELIMITED BY SIZE
                      ' SESSAO(OES) BLOQUEADA(S). ACERTE E REFACA.'
                                           DELIMITED BY SIZE
                 INTO WRK-MSG
               GO TO 0340-RESERVA-SESSOES-FIM
           END-IF.
      *
           IF WRK-MO-AVISOS GREATER THAN ZEROES
               MOVE WRK-MO-AVISOS TO WRK-MO-QTDE-ED
               STRING '10' DELIMITED BY SIZE
                      WRK-MO-QTDE-ED DELIMITED BY SIZE
                      ' SESSAO(OES) SEM REGISTRO DE DIREITOS. '
                                     DELIMITED BY SIZE
                      'RESERVA (S/N)?'
                                     DELIMITED BY SIZE
                 INTO WRK-MSG
           ELSE
               MOVE WRK-MO-RES-QTDE TO WRK-MO-QTDE-ED
               STRING '24RESERVAR AS ' DELIMITED BY SIZE
                      WRK-MO-QTDE-ED   DELIMITED BY SIZE
                      ' SESSAO(OES) (S/N)?'
                                       DELIMITED BY SIZE
                 INTO WRK-MSG
           END-IF.
      *
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
      *
           INITIALIZE WRK-MSG.
           IF WRK-AWAIT NOT EQUAL 'S' AND NOT EQUAL 's'
               MOVE '26RESERVA NAO FEITA.' TO WRK-MSG
               GO TO 0340-RESERVA-SESSOES-FIM
           END-IF.
      *
           PERFORM 0346-GRAVA-RESERVAS.
      *
           MOVE 'R' TO MOS-SITUACAO.
           REWRITE REG-MOS.
      *
           MOVE WRK-MO-RES-QTDE TO WRK-MO-QTDE-ED.
           INITIALIZE WRK-MSG.
           STRING '20COPIAS RESERVADAS PARA ' DELIMITED BY SIZE
                  WRK-MO-QTDE-ED              DELIMITED BY SIZE
                  ' SESSAO(OES).'             DELIMITED BY SIZE
             INTO WRK-MSG.
      *
       0340-RESERVA-SESSOES-FIM.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0340-RESERVA-SESSOES-END. EXIT.

       0341-AVALIA-SESSAO SECTION.
           MOVE 'K' TO WRK-MO-RES-RESULT(WRK-MO-IDX).
      *
           MOVE WRK-MO-RES-CODIGO(WRK-MO-IDX) TO CODIGO.
           READ MOVIES
               INVALID KEY
                   MOVE 'B' TO WRK-MO-RES-RESULT(WRK-MO-IDX)
               NOT INVALID KEY
                   IF VID-SITUACAO EQUAL 'B'
                       MOVE 'B' TO WRK-MO-RES-RESULT(WRK-MO-IDX)
                   END-IF
           END-READ.
      *
           IF WRK-MO-RES-RESULT(WRK-MO-IDX) NOT EQUAL 'K'
               GO TO 0341-AVALIA-SESSAO-END
           END-IF.
      *
           IF WRK-MO-RES-DATA(WRK-MO-IDX) LESS THAN WRK-HOJE
               MOVE 'V' TO WRK-MO-RES-RESULT(WRK-MO-IDX)
               GO TO 0341-AVALIA-SESSAO-END
           END-IF.
      *
           PERFORM 0343-CONTA-CONFLITOS.
      *
           IF WRK-MO-CONFLITOS NOT LESS THAN WRK-MO-QTD-COPIAS
               MOVE 'X' TO WRK-MO-RES-RESULT(WRK-MO-IDX)
               GO TO 0341-AVALIA-SESSAO-END
           END-IF.
      *
           PERFORM 0342-VERIFICA-DIREITOS.
       0341-AVALIA-SESSAO-END. EXIT.

       0342-VERIFICA-DIREITOS SECTION.
      *    O DIREITO DE EXIBICAO PRECISA COBRIR O DIA DA SESSAO; NA
      *    MOSTRA ABERTA AO PUBLICO O USO E DE EVENTO.
           MOVE WRK-MO-RES-CODIGO(WRK-MO-IDX) TO WRK-LEX-CODIGO.
           MOVE WRK-MO-RES-DATA(WRK-MO-IDX)   TO WRK-LEX-DATA-DE.
           MOVE WRK-MO-RES-DATA(WRK-MO-IDX)   TO WRK-LEX-DATA-ATE.
      *
           IF MOS-EVENTO EQUAL 'S'
               MOVE 'E' TO WRK-LEX-USO
           ELSE
               MOVE 'S' TO WRK-LEX-USO
           END-IF.
      *
           COPY 'CPVIDLXP'. *> COBERTURA DO DIREITO DE EXIBICAO
      *
           IF WRK-LEX-COBERTURA NOT EQUAL 'C'
               MOVE WRK-LEX-COBERTURA TO WRK-MO-RES-RESULT(WRK-MO-IDX)
           END-IF.
      *
           INITIALIZE WRK-MSG.
       0342-VERIFICA-DIREITOS-END. EXIT.

       0343-CONTA-CONFLITOS SECTION.
      *    COPIAS DO TITULO JA COMPROMETIDAS NO DIA DA SESSAO, NO
      *    CRITERIO DE AGVIDPRG: AGENDAMENTOS ATIVOS QUE COBREM O DIA E
      *    EMPRESTIMOS ABERTOS COM PRAZO ATE O DIA OU DEPOIS. SOMAM
      *    AINDA AS SESSOES DESTA MESMA RESERVA, JA AVALIADAS, DO
      *    MESMO FILME NO MESMO DIA.
           MOVE ZEROES TO WRK-MO-CONFLITOS.
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
               IF AGE-SITUACAO EQUAL 'A'
              AND AGE-CODIGO EQUAL WRK-MO-RES-CODIGO(WRK-MO-IDX)
              AND AGE-DATA-DE NOT GREATER THAN
                  WRK-MO-RES-DATA(WRK-MO-IDX)
              AND AGE-DATA-ATE NOT LESS THAN
                  WRK-MO-RES-DATA(WRK-MO-IDX)
                   ADD 1 TO WRK-MO-CONFLITOS
               END-IF
               READ AGENDA NEXT RECORD
           END-PERFORM.
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
               IF EMP-CODIGO EQUAL WRK-MO-RES-CODIGO(WRK-MO-IDX)
              AND EMP-DATA-PREVISTA NOT LESS THAN
                  WRK-MO-RES-DATA(WRK-MO-IDX)
                   ADD 1 TO WRK-MO-CONFLITOS
               END-IF
               READ LOANS NEXT RECORD
           END-PERFORM.
      *
           PERFORM VARYING WRK-MO-IDX2 FROM 1 BY 1
                     UNTIL WRK-MO-IDX2 NOT LESS THAN WRK-MO-IDX
               IF WRK-MO-RES-CODIGO(WRK-MO-IDX2)
                  EQUAL WRK-MO-RES-CODIGO(WRK-MO-IDX)
              AND WRK-MO-RES-DATA(WRK-MO-IDX2)
                  EQUAL WRK-MO-RES-DATA(WRK-MO-IDX)
              AND (WRK-MO-RES-RESULT(WRK-MO-IDX2) EQUAL 'K'
                OR WRK-MO-RES-RESULT(WRK-MO-IDX2) EQUAL 'A')
                   ADD 1 TO WRK-MO-CONFLITOS
               END-IF
           END-PERFORM.
      *
           PERFORM 0344-CONTA-COPIAS.
       0343-CONTA-CONFLITOS-END. EXIT.

       0344-CONTA-COPIAS SECTION.
      *    EXEMPLARES NAO BAIXADOS DO TITULO EM CODIGO; TITULO SEM
      *    EXEMPLAR CADASTRADO VALE COMO COPIA UNICA (MESMO CRITERIO
      *    DE AGVIDPRG).
           MOVE ZEROES TO WRK-MO-QTD-COPIAS.
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
               IF EXE-SITUACAO NOT EQUAL 'B' AND NOT EQUAL 'F'
                                     AND NOT EQUAL 'I'
                   ADD 1 TO WRK-MO-QTD-COPIAS
               END-IF
               READ EXEMPLAR NEXT RECORD
           END-PERFORM.
      *
           IF WRK-MO-QTD-COPIAS EQUAL ZEROES
               MOVE 1 TO WRK-MO-QTD-COPIAS
           END-IF.
       0344-CONTA-COPIAS-END. EXIT.

       0345-MOSTRA-RESULTADO SECTION.
      *    UMA LINHA POR SESSAO AVALIADA, PAGINADA DE 7 EM 7.
           MOVE 14     TO WRK-LST-LINE.
           MOVE ZEROES TO WRK-LST-COUNT.
           MOVE 'S'    TO WRK-LST-CONTINUA.
           MOVE 'R'    TO WRK-MO-LISTA.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-RESERVA-HEADER.
      *
           PERFORM VARYING WRK-MO-IDX FROM 1 BY 1
                     UNTIL WRK-MO-IDX GREATER THAN WRK-MO-RES-QTDE
                        OR WRK-LST-CONTINUA EQUAL 'N'
               MOVE WRK-MO-RES-CODIGO(WRK-MO-IDX) TO CODIGO
               READ MOVIES
                   INVALID KEY
                       MOVE '** FILME EXCLUIDO **' TO TITULO
               END-READ
      *
               EVALUATE WRK-MO-RES-RESULT(WRK-MO-IDX)
                   WHEN 'K'
                       MOVE 'OK - COPIA GARANTIDA'
                         TO WRK-MO-RESULTADO
                   WHEN 'A'
                       MOVE 'AVISO - SEM REG. DE DIREITOS'
                         TO WRK-MO-RESULTADO
                   WHEN 'D'
                       MOVE 'BLOQ - DIREITO FORA VIGENCIA'
                         TO WRK-MO-RESULTADO
                   WHEN 'E'
                       MOVE 'BLOQ - LICENCA SO SALA AULA'
                         TO WRK-MO-RESULTADO
                   WHEN 'X'
                       MOVE 'BLOQ - SEM COPIA LIVRE NO DIA'
                         TO WRK-MO-RESULTADO
                   WHEN 'B'
                       MOVE 'BLOQ - FILME BAIXADO/EXCLUIDO'
                         TO WRK-MO-RESULTADO
                   WHEN OTHER
                       MOVE 'BLOQ - DATA JA PASSOU'
                         TO WRK-MO-RESULTADO
               END-EVALUATE
      *
               DISPLAY WRK-MO-RES-SESSAO(WRK-MO-IDX)
                   AT LINE WRK-LST-LINE COLUMN 02
               DISPLAY WRK-MO-RES-DATA(WRK-MO-IDX)
                   AT LINE WRK-LST-LINE COLUMN 06
               DISPLAY WRK-MO-RES-HORA(WRK-MO-IDX)
                   AT LINE WRK-LST-LINE COLUMN 16
               DISPLAY WRK-MO-RES-CODIGO(WRK-MO-IDX)
                   AT LINE WRK-LST-LINE COLUMN 22
               DISPLAY TITULO(1:16)
                   AT LINE WRK-LST-LINE COLUMN 31
               DISPLAY WRK-MO-RESULTADO
                   AT LINE WRK-LST-LINE COLUMN 49
               ADD 1 TO WRK-LST-LINE
               ADD 1 TO WRK-LST-COUNT
      *
               IF WRK-LST-COUNT EQUAL 7
              AND WRK-MO-IDX LESS THAN WRK-MO-RES-QTDE
                   PERFORM 0335-PAGINA-LISTA
               END-IF
           END-PERFORM.
       0345-MOSTRA-RESULTADO-END. EXIT.

       0346-GRAVA-RESERVAS SECTION.
      *    UM AGENDAMENTO DE UM DIA POR SESSAO, EM NOME DO PROFESSOR
      *    RESPONSAVEL; O NUMERO SEGUE O MAIOR JA GRAVADO (MESMO
      *    CRITERIO DE AGVIDPRG), LEVANTADO UMA VEZ PARA O LOTE.
           MOVE ZEROES TO WRK-MO-AGE-MAX.
           MOVE ZEROES TO AGE-NUMERO.
           START AGENDA KEY IS NOT LESS THAN AGE-NUMERO
               INVALID KEY
                   CONTINUE
           END-START.
      *
           IF FS-AGENDA EQUAL "00"
               READ AGENDA NEXT RECORD
               PERFORM UNTIL FS-AGENDA EQUAL "10"
                   MOVE AGE-NUMERO TO WRK-MO-AGE-MAX
                   READ AGENDA NEXT RECORD
               END-PERFORM
           END-IF.
      *
           PERFORM VARYING WRK-MO-IDX FROM 1 BY 1
                     UNTIL WRK-MO-IDX GREATER THAN WRK-MO-RES-QTDE
               PERFORM 0347-GRAVA-AGENDAMENTO
           END-PERFORM.
       0346-GRAVA-RESERVAS-END. EXIT.

       0347-GRAVA-AGENDAMENTO SECTION.
           ADD 1 TO WRK-MO-AGE-MAX.
           INITIALIZE REG-AGE.
           MOVE WRK-MO-AGE-MAX                TO AGE-NUMERO.
           MOVE WRK-MO-RES-CODIGO(WRK-MO-IDX) TO AGE-CODIGO.
           MOVE MOS-TOM-CODIGO                TO AGE-TOM-CODIGO.
           MOVE WRK-MO-RES-DATA(WRK-MO-IDX)   TO AGE-DATA-DE.
           MOVE WRK-MO-RES-DATA(WRK-MO-IDX)   TO AGE-DATA-ATE.
           MOVE 'A'                           TO AGE-SITUACAO.
           WRITE REG-AGE.
      *
           MOVE MOS-NUMERO                    TO MSE-MOSTRA.
           MOVE WRK-MO-RES-SESSAO(WRK-MO-IDX) TO MSE-SESSAO.
           READ MOSSESS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AGE-NUMERO TO MSE-AGE-NUMERO
                   MOVE 'R'        TO MSE-SITUACAO
                   REWRITE REG-MSE
           END-READ.
      *
           MOVE AGE-CODIGO   TO CODIGO.
           MOVE 'MOSTRA-RES' TO WRK-LOG-ACAO.
           PERFORM 0348-GRAVA-LOG.
       0347-GRAVA-AGENDAMENTO-END. EXIT.

       0348-GRAVA-LOG SECTION.
           COPY 'CPVIDLGP'. *> GRAVA LINHA NO LOG DE AUDITORIA
       0348-GRAVA-LOG-END. EXIT.

       0350-FOLHETO SECTION.
      *    FOLHETO DA PROGRAMACAO, SESSOES EM ORDEM DE DIA E HORA (O
      *    SORT, NO MESMO MOLDE DA LISTA DE SEPARACAO DE AGVIDPRG),
      *    COM DIRECAO, ANO E SINOPSE DE DETALHES. UMA GERACAO POR
      *    MOSTRA, REGISTRADA NO SPOOL.
           INITIALIZE WRK-MSG.
           MOVE ZEROES TO WRK-MO-NUMERO.
           DISPLAY SCREEN-MOSTRA-KEY.
           ACCEPT  SCREEN-MOSTRA-KEY.
      *
           MOVE WRK-MO-NUMERO TO MOS-NUMERO.
           READ MOSTRAS
               INVALID KEY
                   MOVE '26MOSTRA NAO CADASTRADA.' TO WRK-MSG
                   GO TO 0350-FOLHETO-FIM
           END-READ.
      *
           PERFORM 0395-CONTA-SESSOES.
           IF WRK-MO-SESSOES EQUAL ZEROES
               MOVE '26MOSTRA SEM SESSOES.' TO WRK-MSG
               GO TO 0350-FOLHETO-FIM
           END-IF.
      *
           MOVE SPACES TO WRK-SPL-NOME.
           STRING './dat/MOSTRA-' DELIMITED BY SIZE
                  MOS-NUMERO      DELIMITED BY SIZE
                  '.prt'          DELIMITED BY SIZE
             INTO WRK-SPL-NOME.
      *
           OPEN OUTPUT FOLHETO-REL.
      *
           IF FS-FOLHETO-REL NOT EQUAL "00"
               MOVE '42ERRO AO ABRIR O FOLHETO DA MOSTRA.' TO WRK-MSG
               GO TO 0350-FOLHETO-FIM
           END-IF.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'VIDEOTECA - PROGRAMACAO DE MOSTRA   EMISSAO: '
                                      DELIMITED BY SIZE
                  WRK-DATA-EDIT-DD    DELIMITED BY SIZE
                  '/'                 DELIMITED BY SIZE
                  WRK-DATA-EDIT-MM    DELIMITED BY SIZE
                  '/'                 DELIMITED BY SIZE
                  WRK-DATA-EDIT-AAAA  DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'MOSTRA '  DELIMITED BY SIZE
                  MOS-NUMERO DELIMITED BY SIZE
                  ' - '      DELIMITED BY SIZE
                  MOS-TEMA   DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE MOS-DATA-DE TO WRK-MO-DATA-AUX.
           PERFORM 0390-FORMATA-DATA.
           MOVE WRK-MO-DATA-ED TO WRK-MO-DATA-DE-ED.
           MOVE MOS-DATA-ATE TO WRK-MO-DATA-AUX.
           PERFORM 0390-FORMATA-DATA.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'DE '             DELIMITED BY SIZE
                  WRK-MO-DATA-DE-ED DELIMITED BY SIZE
                  ' A '             DELIMITED BY SIZE
                  WRK-MO-DATA-ED    DELIMITED BY SIZE
             INTO FIL-REL.
           IF MOS-EVENTO EQUAL 'S'
               MOVE '- ABERTA AO PUBLICO' TO FIL-REL(28:19)
           END-IF.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE ZEROES TO WRK-MO-FOL-SESSOES.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-DATA SRT-HORA SRT-SESSAO
               INPUT  PROCEDURE IS 0352-SOLTA-SESSOES
               OUTPUT PROCEDURE IS 0354-IMPRIME-SESSOES.
      *
           MOVE WRK-MO-FOL-SESSOES TO WRK-MO-QTDE-ED.
           MOVE SPACES TO FIL-REL.
           STRING 'SESSOES NA PROGRAMACAO: ' DELIMITED BY SIZE
                  WRK-MO-QTDE-ED             DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           CLOSE FOLHETO-REL.
           PERFORM 0358-REGISTRA-SPOOL.
      *
           INITIALIZE WRK-MSG.
           STRING '24FOLHETO GERADO. SESSOES: ' DELIMITED BY SIZE
                  WRK-MO-QTDE-ED                DELIMITED BY SIZE
             INTO WRK-MSG.
      *
       0350-FOLHETO-FIM.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0350-FOLHETO-END. EXIT.

       0352-SOLTA-SESSOES SECTION.
           MOVE MOS-NUMERO TO MSE-MOSTRA.
           MOVE ZEROES     TO MSE-SESSAO.
           START MOSSESS KEY IS NOT LESS THAN MSE-CHAVE
               INVALID KEY
                   MOVE '10' TO FS-MOSSESS
           END-START.
      *
           IF FS-MOSSESS EQUAL "00"
               READ MOSSESS NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-MOSSESS EQUAL "10"
                      OR MSE-MOSTRA NOT EQUAL MOS-NUMERO
               MOVE MSE-DATA     TO SRT-DATA
               MOVE MSE-HORA     TO SRT-HORA
               MOVE MSE-SESSAO   TO SRT-SESSAO
               MOVE MSE-CODIGO   TO SRT-CODIGO
               MOVE MSE-SALA     TO SRT-SALA
               MOVE MSE-TURMAS   TO SRT-TURMAS
               MOVE MSE-SITUACAO TO SRT-SITUACAO
               RELEASE REG-SRT
               READ MOSSESS NEXT RECORD
           END-PERFORM.
       0352-SOLTA-SESSOES-END. EXIT.

       0354-IMPRIME-SESSOES SECTION.
           MOVE 'N' TO WRK-SORT-FIM.
      *
           RETURN SORT-FILE
               AT END
                   MOVE 'S' TO WRK-SORT-FIM
           END-RETURN.
      *
           PERFORM UNTIL WRK-SORT-FIM EQUAL 'S'
               PERFORM 0355-BLOCO-SESSAO
               RETURN SORT-FILE
                   AT END
                       MOVE 'S' TO WRK-SORT-FIM
               END-RETURN
           END-PERFORM.
       0354-IMPRIME-SESSOES-END. EXIT.

       0355-BLOCO-SESSAO SECTION.
      *    QUATRO LINHAS POR SESSAO: QUANDO E ONDE, O FILME, A
      *    DIRECAO E A SINOPSE. SESSAO AINDA SEM RESERVA DE COPIA SAI
      *    MARCADA 'A CONFIRMAR'.
           ADD 1 TO WRK-MO-FOL-SESSOES.
      *
           MOVE SRT-CODIGO TO CODIGO.
           READ MOVIES
               INVALID KEY
                   MOVE SPACES TO REG-FIL
                   MOVE '** FILME EXCLUIDO **' TO TITULO
           END-READ.
      *
           IF VID-CLASSIF EQUAL SPACES
               MOVE 'L ' TO VID-CLASSIF
           END-IF.
      *
           MOVE SRT-CODIGO TO DET-CODIGO.
           READ DETALHES
               INVALID KEY
                   MOVE SPACES TO DET-DIRETOR
                   MOVE ZEROES TO DET-ANO
                   MOVE SPACES TO DET-SINOPSE
           END-READ.
      *
           MOVE SRT-DATA TO WRK-MO-DATA-AUX.
           PERFORM 0390-FORMATA-DATA.
           MOVE SRT-HORA TO WRK-MO-HORA-AUX.
           MOVE WRK-MO-HORA-HH TO WRK-MO-HED-HH.
           MOVE WRK-MO-HORA-MM TO WRK-MO-HED-MM.
      *
           MOVE SPACES TO FIL-REL.
           STRING WRK-MO-DATA-ED DELIMITED BY SIZE
                  '  '           DELIMITED BY SIZE
                  WRK-MO-HORA-ED DELIMITED BY SIZE
                  '  SALA: '     DELIMITED BY SIZE
                  SRT-SALA       DELIMITED BY SIZE
                  '  TURMAS: '   DELIMITED BY SIZE
                  SRT-TURMAS     DELIMITED BY SIZE
             INTO FIL-REL.
           IF SRT-SITUACAO EQUAL SPACE
               MOVE '(A CONFIRMAR)' TO FIL-REL(82:13)
           END-IF.
           WRITE FIL-REL.
      *
           IF DET-ANO EQUAL ZEROES
               MOVE '----' TO WRK-MO-ANO-ED
           ELSE
               MOVE DET-ANO TO WRK-MO-ANO-ED
           END-IF.
      *
           MOVE SPACES TO FIL-REL.
           STRING '    '        DELIMITED BY SIZE
                  TITULO        DELIMITED BY SIZE
                  ' ('          DELIMITED BY SIZE
                  WRK-MO-ANO-ED DELIMITED BY SIZE
                  ')  CLASSIF.: ' DELIMITED BY SIZE
                  VID-CLASSIF   DELIMITED BY SIZE
                  '  DURACAO: ' DELIMITED BY SIZE
                  DURACAO       DELIMITED BY SIZE
                  ' MIN'        DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           IF DET-DIRETOR EQUAL SPACES
               MOVE '    DIRECAO: (NAO INFORMADA)' TO FIL-REL
           ELSE
               STRING '    DIRECAO: ' DELIMITED BY SIZE
                      DET-DIRETOR     DELIMITED BY SIZE
                 INTO FIL-REL
           END-IF.
           WRITE FIL-REL.
      *
           IF DET-SINOPSE NOT EQUAL SPACES
               MOVE SPACES TO FIL-REL
               STRING '    '      DELIMITED BY SIZE
                      DET-SINOPSE DELIMITED BY SIZE
                 INTO FIL-REL
               WRITE FIL-REL
           END-IF.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
       0355-BLOCO-SESSAO-END. EXIT.

       0358-REGISTRA-SPOOL SECTION.
           MOVE 'MOVIDPRG' TO WRK-SPL-PROGRAMA.
           COPY 'CPVIDSPP'. *> REGISTRA O RELATORIO NO SPOOL
       0358-REGISTRA-SPOOL-END. EXIT.

       0360-REGISTRA-PUBLICO SECTION.
      *    DEPOIS DA SESSAO, O PUBLICO DE CADA TURMA VIRA UM REGISTRO
      *    DE USO LOCAL (USOLOCAL.DAT, COM O PROFESSOR RESPONSAVEL E A
      *    TURMA) E SOMA NO RESUMO DE CIRCULACAO COMO EVENTO 'U', NO
      *    MESMO CRITERIO DE ULVIDPRG. A CONTAGEM DE PESSOAS FICA NA
      *    SESSAO, QUE PASSA A 'P'.
           INITIALIZE REG-MSE.
           INITIALIZE WRK-MSG.
           INITIALIZE WRK-MO-PUB-DIG.
           DISPLAY SCREEN-SESSAO-KEY.
           ACCEPT  SCREEN-SESSAO-KEY.
      *
           READ MOSSESS
               INVALID KEY
                   MOVE '26SESSAO NAO ENCONTRADA.' TO WRK-MSG
                   GO TO 0360-REGISTRA-PUBLICO-FIM
           END-READ.
      *
           IF MSE-SITUACAO EQUAL 'P'
               MOVE '22PUBLICO DA SESSAO JA REGISTRADO.' TO WRK-MSG
               GO TO 0360-REGISTRA-PUBLICO-FIM
           END-IF.
      *
           IF MSE-DATA GREATER THAN WRK-HOJE
               MOVE '22SESSAO AINDA NAO ACONTECEU.' TO WRK-MSG
               GO TO 0360-REGISTRA-PUBLICO-FIM
           END-IF.
      *
           MOVE MSE-MOSTRA TO MOS-NUMERO.
           READ MOSTRAS
               INVALID KEY
                   MOVE ZEROES TO MOS-TOM-CODIGO
           END-READ.
      *
           DISPLAY SCREEN-PUBLICO.
           ACCEPT  SCREEN-PUBLICO.
      *
           MOVE ZEROES TO WRK-MO-PUBLICO.
           PERFORM VARYING WRK-MO-IDX FROM 1 BY 1
                     UNTIL WRK-MO-IDX GREATER THAN 4
               ADD WRK-MO-PUB-QTDE(WRK-MO-IDX) TO WRK-MO-PUBLICO
           END-PERFORM.
      *
           IF WRK-MO-PUBLICO EQUAL ZEROES
               MOVE '24INFORME O PUBLICO DE UMA TURMA.' TO WRK-MSG
               GO TO 0360-REGISTRA-PUBLICO-FIM
           END-IF.
      *
           PERFORM VARYING WRK-MO-IDX FROM 1 BY 1
                     UNTIL WRK-MO-IDX GREATER THAN 4
               IF WRK-MO-PUB-QTDE(WRK-MO-IDX) GREATER THAN ZEROES
                   PERFORM 0362-GRAVA-USO
               END-IF
           END-PERFORM.
      *
           MOVE WRK-MO-PUBLICO TO MSE-PUBLICO.
           MOVE 'P'            TO MSE-SITUACAO.
           REWRITE REG-MSE.
      *
           MOVE MSE-CODIGO   TO CODIGO.
           MOVE 'MOSTRA-PUB' TO WRK-LOG-ACAO.
           PERFORM 0348-GRAVA-LOG.
      *
           MOVE WRK-MO-PUBLICO TO WRK-MO-PUBLICO-ED.
           INITIALIZE WRK-MSG.
           STRING '24PUBLICO REGISTRADO: ' DELIMITED BY SIZE
                  WRK-MO-PUBLICO-ED        DELIMITED BY SIZE
                  ' PESSOA(S).'            DELIMITED BY SIZE
             INTO WRK-MSG.
      *
       0360-REGISTRA-PUBLICO-FIM.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0360-REGISTRA-PUBLICO-END. EXIT.

       0362-GRAVA-USO SECTION.
           ADD 1 TO WRK-MO-USO-MAX.
           MOVE WRK-MO-USO-MAX             TO USO-NUMERO.
           MOVE MSE-CODIGO                 TO USO-CODIGO.
           MOVE MSE-DATA                   TO USO-DATA.
           MOVE MOS-TOM-CODIGO             TO USO-TOM-CODIGO.
           MOVE WRK-MO-PUB-TURMA(WRK-MO-IDX) TO USO-TURMA.
           WRITE REG-USO.
      *
           MOVE USO-DATA(1:6) TO WRK-CES-ANOMES.
           MOVE USO-CODIGO    TO WRK-CES-CODIGO.
           MOVE 'U'           TO WRK-CES-EVENTO.
           MOVE USO-TURMA     TO WRK-CES-TURMA.
           PERFORM 0364-SOMA-CONTADOR.
       0362-GRAVA-USO-END. EXIT.

       0364-SOMA-CONTADOR SECTION.
           COPY 'CPVIDCEP'. *> SOMA NO RESUMO DE CIRCULACAO
       0364-SOMA-CONTADOR-END. EXIT.

       0390-FORMATA-DATA SECTION.
           MOVE WRK-MO-AUX-DD   TO WRK-MO-ED-DD.
           MOVE WRK-MO-AUX-MM   TO WRK-MO-ED-MM.
           MOVE WRK-MO-AUX-AAAA TO WRK-MO-ED-AAAA.
       0390-FORMATA-DATA-END. EXIT.

       0395-CONTA-SESSOES SECTION.
      *    QUANTAS SESSOES A MOSTRA EM WRK-MO-NUMERO TEM E O MAIOR
      *    NUMERO DE SESSAO JA USADO. SOBRESCREVE REG-MSE.
           MOVE ZEROES TO WRK-MO-SESSOES.
           MOVE ZEROES TO WRK-MO-SESSAO-MAX.
           MOVE WRK-MO-NUMERO TO MSE-MOSTRA.
           MOVE ZEROES        TO MSE-SESSAO.
           START MOSSESS KEY IS NOT LESS THAN MSE-CHAVE
               INVALID KEY
                   MOVE '10' TO FS-MOSSESS
           END-START.
      *
           IF FS-MOSSESS EQUAL "00"
               READ MOSSESS NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-MOSSESS EQUAL "10"
                      OR MSE-MOSTRA NOT EQUAL WRK-MO-NUMERO
               ADD 1 TO WRK-MO-SESSOES
               MOVE MSE-SESSAO TO WRK-MO-SESSAO-MAX
               READ MOSSESS NEXT RECORD
           END-PERFORM.
       0395-CONTA-SESSOES-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE MOVIES.
           CLOSE LOANS.
           CLOSE TOMADORES.
           CLOSE EXEMPLAR.
           CLOSE AGENDA.
           CLOSE DIREXIB.
           CLOSE DETALHES.
           CLOSE USOLOCAL.
           CLOSE CIRCEST.
           CLOSE MOSTRAS.
           CLOSE MOSSESS.
      *
           IF FS-MOSSESS NOT EQUAL "00"
               MOVE '40ERRO AO FECHAR SESSOES DAS MOSTRAS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-MOSSESS TO WS-ABEND-CODE
               MOVE 'ERRO AO FECHAR SESSOES DAS MOSTRAS.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
       0500-CLOSE-DATA-END. EXIT.

       0600-ROT-ABEND SECTION.
           MOVE 'MOVIDPRG' TO WS-ABEND-PROGRAM.
           COPY 'CPVIDRAB'. *> ABEND ROUTINE.
      *
           PERFORM 0700-END-PROGRAM.
       0600-ROT-ABEND-END. EXIT.

       0700-END-PROGRAM SECTION.
           GOBACK.
       0700-END-PROGRAM-END. EXIT.

       END PROGRAM MOVIDPRG.
