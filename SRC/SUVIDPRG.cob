      ******************************************************************
      * FILE NAME   : SUVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : TITLE SUGGESTIONS OF VIDEOTECA PROGRAM -         *
      *               RECREATES SUGESTAO.DAT ("WHO BORROWED THIS ALSO  *
      *               BORROWED") FROM THE WHOLE OF LOANHIST.DAT: FOR   *
      *               EACH CODIGO, THE TITLES MOST OFTEN BORROWED BY   *
      *               THE SAME BORROWERS, KEEPING THE TOP 8; PRINTS    *
      *               THE CONTROL TOTALS                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUVIDPRG.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDSUF'. *> SUGESTAO (TITLE SUGGESTIONS)
           COPY 'CPVIDHFC'. *> LOAN HISTORY
           COPY 'CPVIDFCV'. *> MOVIES DAT WORKBOOK
      *
      *    CONTADOR DE TOMADORES EM COMUM POR PAR DE TITULOS EM
      *    ARQUIVO DE TRABALHO INDEXADO (MESMO CRITERIO DE ANVIDPRG).
           SELECT SUPARES
              ASSIGN       TO './dat/SUPARES.tmp'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-SUPARES
              RECORD KEY   IS SP-CHAVE.
      *
           SELECT SUG-REL
              ASSIGN       TO WRK-SPL-NOME
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-SUG-REL.
      *
           COPY 'CPVIDSPF'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDALF'. *> ABEND LOG
      *
       DATA DIVISION.
       FILE SECTION.
       FD SUGESTAO.
           COPY 'CPVIDSUD'.

       FD LOANHIST.
           COPY 'CPVIDHDT'.

       FD MOVIES.
           COPY 'CPVIDDAT'.

       FD SUPARES.
           01 REG-SP.
               05 SP-CHAVE.
                   10 SP-ORIGEM    PIC 9(07).
                   10 SP-OUTRO     PIC 9(07).
               05 SP-TOMADORES     PIC 9(05).

       FD SUG-REL.
           01 FIL-REL          PIC X(132).

       FD VIDRELS.
           COPY 'CPVIDSPD'.

       FD VIDABEND.
           COPY 'CPVIDALD'.
      *
       WORKING-STORAGE SECTION.
           COPY 'CPVIDMAN'. *> MAIN SCREEN
           COPY 'CPVIDMSG'. *> MESSAGES
           COPY 'CPVIDBTM'. *> BATCH-MODE FLAG
           COPY 'CPVIDSUW'. *> SUGESTAO (TITLE SUGGESTIONS)
           COPY 'CPVIDHNW'. *> LOAN HISTORY
           COPY 'CPVIDFCW'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDSPW'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDABE'. *> ABEND
           COPY 'CPVIDALW'. *> ABEND LOG
      *
       77 FS-SUPARES               PIC X(02).
       77 FS-SUG-REL               PIC X(02).
       77 WRK-SPL-NOME             PIC X(40).
       77 WRK-SPL-PROGRAMA         PIC X(08).
      *
      *    UM PAR SO VIRA SUGESTAO COM PELO MENOS ESTE NUMERO DE
      *    TOMADORES EM COMUM: UM UNICO TOMADOR NAO FAZ TENDENCIA.
       77 WRK-SU-MINIMO            PIC 9(05) VALUE 2.
      *
      *    TITULOS DISTINTOS DO TOMADOR CORRENTE (OS ALEM DO LIMITE
      *    SAO IGNORADOS: SO PROFESSORES COM ACERVO DE TURMA CHEGAM
      *    PERTO DELE, E NAO SAO O PUBLICO DAS SUGESTOES).
       77 WRK-SU-TOM-ATUAL         PIC 9(04) VALUE ZEROES.
       77 WRK-SU-QT-TIT            PIC 9(03) USAGE COMP-3
                                    VALUE ZEROES.
       77 WRK-SU-I                 PIC 9(03) USAGE COMP-3
                                    VALUE ZEROES.
       77 WRK-SU-J                 PIC 9(03) USAGE COMP-3
                                    VALUE ZEROES.
       77 WRK-SU-ACHOU             PIC X(01) VALUE 'N'.
       01 WRK-SU-TITULOS.
           05 WRK-SU-TIT OCCURS 100 TIMES PIC 9(07).
      *
      *    MELHORES PARES DO TITULO DE ORIGEM CORRENTE, EM ORDEM
      *    DECRESCENTE DE TOMADORES EM COMUM.
       77 WRK-SU-ORIGEM-ATUAL      PIC 9(07) VALUE ZEROES.
       77 WRK-SU-QT-TOP            PIC 9(02) USAGE COMP-3
                                    VALUE ZEROES.
       77 WRK-SU-POS               PIC 9(02) USAGE COMP-3
                                    VALUE ZEROES.
       01 WRK-SU-TOP.
           05 WRK-SU-TOP-ENT OCCURS 8 TIMES.
               10 WRK-SU-TOP-CODIGO    PIC 9(07).
               10 WRK-SU-TOP-TOMADORES PIC 9(05).
      *
      *    TOTAIS DE CONTROLE.
       01 WRK-ESTATISTICA.
           05 WRK-SU-HIS-LIDOS     PIC 9(07) USAGE COMP-3 VALUE ZEROES.
           05 WRK-SU-TOMADORES     PIC 9(07) USAGE COMP-3 VALUE ZEROES.
           05 WRK-SU-PARES         PIC 9(09) USAGE COMP-3 VALUE ZEROES.
           05 WRK-SU-GRAVADOS      PIC 9(07) USAGE COMP-3 VALUE ZEROES.
           05 WRK-SU-ITENS         PIC 9(07) USAGE COMP-3 VALUE ZEROES.
           05 WRK-SU-ED-HIS        PIC Z(06)9 VALUE ZEROES.
           05 WRK-SU-ED-TOM        PIC Z(06)9 VALUE ZEROES.
           05 WRK-SU-ED-PARES      PIC Z(08)9 VALUE ZEROES.
           05 WRK-SU-ED-GRAV       PIC Z(06)9 VALUE ZEROES.
           05 WRK-SU-ED-ITENS      PIC Z(06)9 VALUE ZEROES.
           05 WRK-SU-ED-MINIMO     PIC Z(04)9 VALUE ZEROES.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN'. *> MAIN SCREEN
           COPY 'SCVIDMSG'. *> MESSAGES
      *
       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           COPY 'CPVIDDTE'. *> DATE/TIME PROCEDURE
      *
      *    NO PASSO SEMANAL O CALCULO RODA DIRETO; EM TELA PEDE
      *    CONFIRMACAO, PORQUE AS SUGESTOES FICAM VAZIAS ATE O FIM DA
      *    PASSADA.
           IF WRK-BATCH-MODE NOT EQUAL 'S'
               MOVE " * * * * SUGESTOES DE TITULOS * * * *"
                   TO WRK-TITLE
               MOVE "ENTER=CONFIRMA"                 TO WRK-KEYS
               INITIALIZE WRK-MSG
               DISPLAY SCREEN-MAIN
      *
               MOVE '06RECALCULAR SUGESTOES PELO HISTORICO (S/N)?'
                   TO WRK-MSG
               DISPLAY SCREEN-CONFIRMATION
               ACCEPT SCREEN-CONFIRMATION-WAIT
      *
               IF WRK-AWAIT NOT EQUAL 'S' AND NOT EQUAL 's'
                   PERFORM 0700-END-PROGRAM
               END-IF
           END-IF.
      *
           PERFORM 0100-OPEN-DATA.
           PERFORM 0300-LE-HISTORICO.
           PERFORM 0320-GRAVA-SUGESTOES.
           PERFORM 0500-CLOSE-DATA.
           PERFORM 0450-IMPRIME-CONTROLE.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.

       0100-OPEN-DATA SECTION.
      *    AS SUGESTOES E O ARQUIVO DE PARES SAO RECRIADOS VAZIOS; O
      *    HISTORICO E O ACERVO SO SAO LIDOS.
           OPEN OUTPUT SUGESTAO.
      *
           IF FS-SUGESTAO NOT EQUAL "00"
               MOVE FS-SUGESTAO TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE SUGESTOES'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN OUTPUT SUPARES.
           CLOSE SUPARES.
           OPEN I-O SUPARES.
      *
           IF FS-SUPARES NOT EQUAL "00"
               MOVE FS-SUPARES TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE TRABALHO'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
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
           IF FS-LOANHIST NOT EQUAL "00"
               MOVE FS-LOANHIST TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE HISTORICO'
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
               MOVE FS-MOVIES TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQ DE DADOS DE FILMES'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
       0100-OPEN-DATA-END. EXIT.

       0300-LE-HISTORICO SECTION.
      *    PERCORRE O HISTORICO PELA CHAVE DO TOMADOR: OS TITULOS
      *    DISTINTOS DE CADA TOMADOR SAO JUNTADOS E, NA TROCA DE
      *    TOMADOR, CADA PAR ORDENADO SOMA UM NO ARQUIVO DE PARES.
      *    RETIRADA SEM TOMADOR CADASTRADO (ZERO) NAO ENTRA.
           MOVE ZEROES TO HIS-TOM-CODIGO.
           START LOANHIST KEY IS NOT LESS THAN HIS-TOM-CODIGO
               INVALID KEY
                   MOVE '10' TO FS-LOANHIST
           END-START.
      *
           IF FS-LOANHIST EQUAL "00"
               READ LOANHIST NEXT RECORD
           END-IF.
      *
           MOVE ZEROES TO WRK-SU-TOM-ATUAL.
           MOVE ZEROES TO WRK-SU-QT-TIT.
      *
           PERFORM UNTIL FS-LOANHIST EQUAL "10"
               ADD 1 TO WRK-SU-HIS-LIDOS
               IF HIS-TOM-CODIGO NOT EQUAL WRK-SU-TOM-ATUAL
                   PERFORM 0310-SOMA-PARES
                   MOVE HIS-TOM-CODIGO TO WRK-SU-TOM-ATUAL
                   MOVE ZEROES         TO WRK-SU-QT-TIT
               END-IF
               IF HIS-TOM-CODIGO NOT EQUAL ZEROES
                   PERFORM 0305-GUARDA-TITULO
               END-IF
               READ LOANHIST NEXT RECORD
           END-PERFORM.
      *
           PERFORM 0310-SOMA-PARES.
       0300-LE-HISTORICO-END. EXIT.

       0305-GUARDA-TITULO SECTION.
      *    RENOVACAO E NOVA RETIRADA DO MESMO TITULO NAO CONTAM DUAS
      *    VEZES; TITULO BAIXADO OU EXCLUIDO DO ACERVO NAO E GUARDADO.
           MOVE 'N' TO WRK-SU-ACHOU.
           PERFORM VARYING WRK-SU-I FROM 1 BY 1
                     UNTIL WRK-SU-I GREATER THAN WRK-SU-QT-TIT
               IF WRK-SU-TIT(WRK-SU-I) EQUAL HIS-CODIGO
                   MOVE 'S' TO WRK-SU-ACHOU
               END-IF
           END-PERFORM.
      *
           IF WRK-SU-ACHOU EQUAL 'S'
           OR WRK-SU-QT-TIT NOT LESS THAN 100
               GO TO 0305-GUARDA-TITULO-END
           END-IF.
      *
           MOVE HIS-CODIGO TO CODIGO.
           READ MOVIES
               INVALID KEY
                   GO TO 0305-GUARDA-TITULO-END
           END-READ.
           IF VID-SITUACAO EQUAL 'B'
               GO TO 0305-GUARDA-TITULO-END
           END-IF.
      *
           ADD 1 TO WRK-SU-QT-TIT.
           MOVE HIS-CODIGO TO WRK-SU-TIT(WRK-SU-QT-TIT).
       0305-GUARDA-TITULO-END. EXIT.

       0310-SOMA-PARES SECTION.
           IF WRK-SU-QT-TIT LESS THAN 2
               GO TO 0310-SOMA-PARES-END
           END-IF.
      *
           ADD 1 TO WRK-SU-TOMADORES.
           PERFORM VARYING WRK-SU-I FROM 1 BY 1
                     UNTIL WRK-SU-I GREATER THAN WRK-SU-QT-TIT
               PERFORM VARYING WRK-SU-J FROM 1 BY 1
                         UNTIL WRK-SU-J GREATER THAN WRK-SU-QT-TIT
                   IF WRK-SU-I NOT EQUAL WRK-SU-J
                       PERFORM 0315-SOMA-PAR
                   END-IF
               END-PERFORM
           END-PERFORM.
       0310-SOMA-PARES-END. EXIT.

       0315-SOMA-PAR SECTION.
           MOVE WRK-SU-TIT(WRK-SU-I) TO SP-ORIGEM.
           MOVE WRK-SU-TIT(WRK-SU-J) TO SP-OUTRO.
           READ SUPARES
               INVALID KEY
                   MOVE WRK-SU-TIT(WRK-SU-I) TO SP-ORIGEM
                   MOVE WRK-SU-TIT(WRK-SU-J) TO SP-OUTRO
                   MOVE 1                    TO SP-TOMADORES
                   WRITE REG-SP
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   ADD 1 TO WRK-SU-PARES
               NOT INVALID KEY
                   ADD 1 TO SP-TOMADORES
                   REWRITE REG-SP
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
       0315-SOMA-PAR-END. EXIT.

       0320-GRAVA-SUGESTOES SECTION.
      *    LE OS PARES EM ORDEM DE TITULO DE ORIGEM E, PARA CADA UM,
      *    GUARDA OS 8 COM MAIS TOMADORES EM COMUM (NO EMPATE FICA O
      *    DE MENOR CODIGO, QUE CHEGA PRIMEIRO).
           MOVE LOW-VALUES TO SP-CHAVE.
           START SUPARES KEY IS NOT LESS THAN SP-CHAVE
               INVALID KEY
                   MOVE '10' TO FS-SUPARES
           END-START.
      *
           IF FS-SUPARES EQUAL "00"
               READ SUPARES NEXT RECORD
           END-IF.
      *
           MOVE ZEROES TO WRK-SU-ORIGEM-ATUAL.
           MOVE ZEROES TO WRK-SU-QT-TOP.
      *
           PERFORM UNTIL FS-SUPARES EQUAL "10"
               IF SP-ORIGEM NOT EQUAL WRK-SU-ORIGEM-ATUAL
                   PERFORM 0330-GRAVA-REGISTRO
                   MOVE SP-ORIGEM TO WRK-SU-ORIGEM-ATUAL
                   MOVE ZEROES    TO WRK-SU-QT-TOP
               END-IF
               IF SP-TOMADORES NOT LESS THAN WRK-SU-MINIMO
                   PERFORM 0325-CLASSIFICA-PAR
               END-IF
               READ SUPARES NEXT RECORD
           END-PERFORM.
      *
           PERFORM 0330-GRAVA-REGISTRO.
       0320-GRAVA-SUGESTOES-END. EXIT.

       0325-CLASSIFICA-PAR SECTION.
      *    INSERCAO ORDENADA: ACHA A POSICAO DO PAR ENTRE OS MELHORES
      *    E EMPURRA OS DE BAIXO UMA POSICAO (O OITAVO SAI DA LISTA).
           MOVE 1 TO WRK-SU-POS.
           PERFORM UNTIL WRK-SU-POS GREATER THAN WRK-SU-QT-TOP
                   OR SP-TOMADORES
                      GREATER THAN WRK-SU-TOP-TOMADORES(WRK-SU-POS)
               ADD 1 TO WRK-SU-POS
           END-PERFORM.
      *
           IF WRK-SU-POS GREATER THAN 8
               GO TO 0325-CLASSIFICA-PAR-END
           END-IF.
      *
           IF WRK-SU-QT-TOP LESS THAN 8
               ADD 1 TO WRK-SU-QT-TOP
           END-IF.
      *
           PERFORM VARYING WRK-SU-I FROM WRK-SU-QT-TOP BY -1
                     UNTIL WRK-SU-I NOT GREATER THAN WRK-SU-POS
               MOVE WRK-SU-TOP-ENT(WRK-SU-I - 1)
                 TO WRK-SU-TOP-ENT(WRK-SU-I)
           END-PERFORM.
      *
           MOVE SP-OUTRO     TO WRK-SU-TOP-CODIGO(WRK-SU-POS).
           MOVE SP-TOMADORES TO WRK-SU-TOP-TOMADORES(WRK-SU-POS).
       0325-CLASSIFICA-PAR-END. EXIT.

       0330-GRAVA-REGISTRO SECTION.
           IF WRK-SU-QT-TOP EQUAL ZEROES
               GO TO 0330-GRAVA-REGISTRO-END
           END-IF.
      *
           INITIALIZE REG-SUG.
           MOVE WRK-SU-ORIGEM-ATUAL TO SUG-CODIGO.
           MOVE WRK-DATA-SISTEMA    TO SUG-DATA-CALCULO.
           MOVE WRK-SU-QT-TOP       TO SUG-QTDE.
           PERFORM VARYING WRK-SU-I FROM 1 BY 1
                     UNTIL WRK-SU-I GREATER THAN WRK-SU-QT-TOP
               MOVE WRK-SU-TOP-CODIGO(WRK-SU-I)
                 TO SUG-ITEM-CODIGO(WRK-SU-I)
               MOVE WRK-SU-TOP-TOMADORES(WRK-SU-I)
                 TO SUG-ITEM-TOMADORES(WRK-SU-I)
           END-PERFORM.
      *
           WRITE REG-SUG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1             TO WRK-SU-GRAVADOS
                   ADD WRK-SU-QT-TOP TO WRK-SU-ITENS
           END-WRITE.
       0330-GRAVA-REGISTRO-END. EXIT.

       0450-IMPRIME-CONTROLE SECTION.
           MOVE WRK-SU-HIS-LIDOS TO WRK-SU-ED-HIS.
           MOVE WRK-SU-TOMADORES TO WRK-SU-ED-TOM.
           MOVE WRK-SU-PARES     TO WRK-SU-ED-PARES.
           MOVE WRK-SU-GRAVADOS  TO WRK-SU-ED-GRAV.
           MOVE WRK-SU-ITENS     TO WRK-SU-ED-ITENS.
           MOVE WRK-SU-MINIMO    TO WRK-SU-ED-MINIMO.
      *
           STRING './dat/SUGEST-'  DELIMITED BY SIZE
                  WRK-DATA-AAAA    DELIMITED BY SIZE
                  WRK-DATA-MM      DELIMITED BY SIZE
                  WRK-DATA-DD      DELIMITED BY SIZE
                  '.prt'           DELIMITED BY SIZE
             INTO WRK-SPL-NOME.
      *
           OPEN OUTPUT SUG-REL.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'VIDEOTECA - CALCULO DAS SUGESTOES DE TITULOS  '
                       DELIMITED BY SIZE
                  'EMISSAO: '        DELIMITED BY SIZE
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
           MOVE SPACES TO FIL-REL.
           STRING 'LINHAS DO HISTORICO LIDAS....: ' DELIMITED BY SIZE
                  WRK-SU-ED-HIS                     DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'TOMADORES COM 2+ TITULOS.....: ' DELIMITED BY SIZE
                  WRK-SU-ED-TOM                     DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'PARES DE TITULOS DISTINTOS...: ' DELIMITED BY SIZE
                  WRK-SU-ED-PARES                   DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'MINIMO DE TOMADORES EM COMUM.: ' DELIMITED BY SIZE
                  WRK-SU-ED-MINIMO                  DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'TITULOS COM SUGESTOES........: ' DELIMITED BY SIZE
                  WRK-SU-ED-GRAV                    DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'SUGESTOES GRAVADAS...........: ' DELIMITED BY SIZE
                  WRK-SU-ED-ITENS                   DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           CLOSE SUG-REL.
           PERFORM 0460-REGISTRA-SPOOL.
      *
           DISPLAY 'SUVIDPRG: HISTORICO ' WRK-SU-ED-HIS
                   ' TOMADORES ' WRK-SU-ED-TOM
                   ' PARES ' WRK-SU-ED-PARES
                   ' TITULOS ' WRK-SU-ED-GRAV.
      *
           IF WRK-BATCH-MODE NOT EQUAL 'S'
               INITIALIZE WRK-MSG
               STRING '14SUGESTOES RECALCULADAS. TITULOS: '
                          DELIMITED BY SIZE
                      WRK-SU-ED-GRAV DELIMITED BY SIZE
                 INTO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
           END-IF.
       0450-IMPRIME-CONTROLE-END. EXIT.

       0460-REGISTRA-SPOOL SECTION.
           MOVE 'SUVIDPRG' TO WRK-SPL-PROGRAMA.
           COPY 'CPVIDSPP'. *> REGISTRA O RELATORIO NO SPOOL
       0460-REGISTRA-SPOOL-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE SUGESTAO.
           CLOSE SUPARES.
           CLOSE LOANHIST.
           CLOSE MOVIES.
       0500-CLOSE-DATA-END. EXIT.

       0600-ROT-ABEND SECTION.
           MOVE 'SUVIDPRG' TO WS-ABEND-PROGRAM.
           COPY 'CPVIDRAB'. *> ABEND ROUTINE.
      *
           PERFORM 0700-END-PROGRAM.
       0600-ROT-ABEND-END. EXIT.

       0700-END-PROGRAM SECTION.
           GOBACK.
       0700-END-PROGRAM-END. EXIT.

       END PROGRAM SUVIDPRG.
