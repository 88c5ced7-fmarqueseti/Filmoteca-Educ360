      ******************************************************************
      * FILE NAME   : DXVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : DIGITAL LENDING EXPIRY OF VIDEOTECA PROGRAM      *
      *               (UNATTENDED BATCH: EVERY ACCESS GRANT OF A       *
      *               MIDIA 'D' TITLE PAST ITS END DATE IS CLOSED      *
      *               WITHOUT A RETURN TRANSACTION AND WITHOUT FINE,   *
      *               MOVED TO LOANHIST.DAT AS EVENT 'G' FOR THE       *
      *               CIRCULATION STATISTICS AND REMOVED FROM          *
      *               ACESSDIG.DAT, FREEING THE LICENSE)               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DXVIDPRG.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDADF'. *> ACESSDIG (ACTIVE DIGITAL GRANTS)
           COPY 'CPVIDHFC'. *> LOAN HISTORY
           COPY 'CPVIDCEF'. *> CIRCEST (CIRCULATION STATISTICS)
           COPY 'CPVIDTFC'. *> TOMADORES DAT WORKBOOK
           COPY 'CPVIDJNF'. *> RECOVERY JOURNAL
           COPY 'CPVIDALF'. *> ABEND LOG
      *
       DATA DIVISION.
       FILE SECTION.
       FD ACESSDIG.
           COPY 'CPVIDADD'.

       FD LOANHIST.
           COPY 'CPVIDHDT'.

       FD CIRCEST.
           COPY 'CPVIDCED'.

       FD TOMADORES.
           COPY 'CPVIDTDT'.

       FD VIDJRN.
           COPY 'CPVIDJND'.

       FD VIDABEND.
           COPY 'CPVIDALD'.
      *
       WORKING-STORAGE SECTION.
           COPY 'CPVIDMAN'. *> TITLE / KEYS / CLOCK (DATE/TIME FIELDS)
           COPY 'CPVIDADW'. *> ACESSDIG (ACTIVE DIGITAL GRANTS)
           COPY 'CPVIDHNW'. *> LOAN HISTORY
           COPY 'CPVIDCEW'. *> CIRCEST (CIRCULATION STATISTICS)
           COPY 'CPVIDTNW'. *> TOMADORES DAT WORKBOOK
           COPY 'CPVIDABE'. *> ABEND
           COPY 'CPVIDALW'. *> ABEND LOG
           COPY 'CPVIDJNW'. *> RECOVERY JOURNAL
           COPY 'CPVIDOPW'. *> OPERATOR SESSION
      *
       77 WRK-HOJE                 PIC 9(08) VALUE ZEROES.
       77 WRK-HIS-MAX              PIC 9(07) VALUE ZEROES.
      *
       01 WRK-ESTATISTICA.
           05 WRK-DX-LIDOS         PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-DX-EXPIRADOS     PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-DX-LID-EDIT      PIC ZZZZ9 VALUE ZEROES.
           05 WRK-DX-EXP-EDIT      PIC ZZZZ9 VALUE ZEROES.
      *
       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           PERFORM 0100-OPEN-DATA.
           PERFORM 0300-EXPIRA-ACESSOS.
           PERFORM 0500-CLOSE-DATA.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.

       0100-OPEN-DATA SECTION.
           COPY 'CPVIDDTE'. *> DATE/TIME PROCEDURE
      *
           MOVE WRK-DATA-SISTEMA TO WRK-HOJE.
           DISPLAY 'DXVIDPRG: EXPIRACAO DE ACESSOS DIGITAIS DE '
                   WRK-HOJE '.'.
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
               MOVE FS-ACESSDIG TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ACESSOS DIGITAIS ATIVOS'
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
       0100-OPEN-DATA-END. EXIT.

       0300-EXPIRA-ACESSOS SECTION.
      *    VARRE OS ACESSOS EM VIGOR: O ACESSO VALE ATE A DATA FIM
      *    INCLUSIVE, ENTAO SO O QUE TERMINOU ANTES DE HOJE E
      *    ENCERRADO. DEPOIS DA EXCLUSAO A VARREDURA E RETOMADA LOGO
      *    APOS A CHAVE EXCLUIDA.
           MOVE ZEROES TO ADG-CHAVE.
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
               ADD 1 TO WRK-DX-LIDOS
               IF ADG-DATA-FIM LESS THAN WRK-HOJE
                   PERFORM 0320-ARQUIVA-ACESSO
                   DELETE ACESSDIG
                       INVALID KEY
                           DISPLAY 'DXVIDPRG: ERRO AO EXCLUIR ACESSO '
                                   ADG-CODIGO '/' ADG-TOM-CODIGO
                   END-DELETE
                   ADD 1 TO WRK-DX-EXPIRADOS
                   DISPLAY 'DXVIDPRG: ACESSO DO FILME ' ADG-CODIGO
                           ' TOMADOR ' ADG-TOM-CODIGO
                           ' EXPIRADO EM ' ADG-DATA-FIM '.'
      *
                   START ACESSDIG KEY IS GREATER THAN ADG-CHAVE
                       INVALID KEY
                           MOVE '10' TO FS-ACESSDIG
                   END-START
                   IF FS-ACESSDIG EQUAL "00"
                       READ ACESSDIG NEXT RECORD
                   END-IF
               ELSE
                   READ ACESSDIG NEXT RECORD
               END-IF
           END-PERFORM.
       0300-EXPIRA-ACESSOS-END. EXIT.

       0320-ARQUIVA-ACESSO SECTION.
      *    O ACESSO ENCERRADO ENTRA NO HISTORICO COMO EVENTO 'G', SEM
      *    EXEMPLAR, COM A DEVOLUCAO NA DATA FIM (NAO HA ATRASO NEM
      *    MULTA NO EMPRESTIMO DIGITAL).
           ADD 1 TO WRK-HIS-MAX.
           MOVE WRK-HIS-MAX     TO HIS-NUMERO.
           MOVE ADG-CODIGO      TO HIS-CODIGO.
           MOVE ZEROES          TO HIS-EXEMPLAR.
           MOVE ADG-TOM-CODIGO  TO HIS-TOM-CODIGO.
           MOVE ADG-DATA-INICIO TO HIS-DATA-EMPRESTIMO.
           MOVE ADG-DATA-FIM    TO HIS-DATA-PREVISTA.
           MOVE ADG-DATA-FIM    TO HIS-DATA-DEVOLUCAO.
           MOVE 'G'             TO HIS-TIPO.
           MOVE REG-HIS         TO WRK-JRN-DEPOIS.
           WRITE REG-HIS.
      *
      *    O BALCAO PODE TER GRAVADO NO HISTORICO DEPOIS DA ABERTURA;
      *    CHAVE DUPLICADA SO AVANCA O NUMERO E GRAVA DE NOVO.
           PERFORM UNTIL FS-LOANHIST NOT EQUAL "22"
               ADD 1 TO WRK-HIS-MAX
               MOVE WRK-HIS-MAX TO HIS-NUMERO
               MOVE REG-HIS     TO WRK-JRN-DEPOIS
               WRITE REG-HIS
           END-PERFORM.
      *
           MOVE 'LOANHIST'      TO WRK-JRN-ARQUIVO.
           MOVE 'I'             TO WRK-JRN-OPERACAO.
           MOVE FS-LOANHIST     TO WRK-JRN-STATUS.
           PERFORM 0590-GRAVA-DIARIO.
      *
           IF FS-LOANHIST NOT EQUAL "00"
               MOVE FS-LOANHIST TO WS-ABEND-CODE
               MOVE 'ERRO AO GRAVAR ARQUIVO DE HISTORICO'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
      *    O ACESSO ENCERRADO SOMA NO RESUMO DE CIRCULACAO.
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
           PERFORM 0325-SOMA-CONTADOR.
       0320-ARQUIVA-ACESSO-END. EXIT.

       0325-SOMA-CONTADOR SECTION.
           COPY 'CPVIDCEP'. *> SOMA NO RESUMO DE CIRCULACAO
       0325-SOMA-CONTADOR-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE ACESSDIG.
           CLOSE LOANHIST.
           CLOSE CIRCEST.
           CLOSE TOMADORES.
       0500-CLOSE-DATA-END. EXIT.

       0590-GRAVA-DIARIO SECTION.
           MOVE 'DXVIDPRG' TO WRK-JRN-PROGRAMA.
           COPY 'CPVIDJNP'. *> GRAVA ENTRADA NO DIARIO DE RECUPERACAO
       0590-GRAVA-DIARIO-END. EXIT.

       0600-ROT-ABEND SECTION.
           MOVE 'DXVIDPRG' TO WS-ABEND-PROGRAM.
           COPY 'CPVIDRAB'. *> ABEND ROUTINE.
      *
           PERFORM 0700-END-PROGRAM.
       0600-ROT-ABEND-END. EXIT.

       0700-END-PROGRAM SECTION.
           MOVE WRK-DX-LIDOS     TO WRK-DX-LID-EDIT.
           MOVE WRK-DX-EXPIRADOS TO WRK-DX-EXP-EDIT.
           DISPLAY 'DXVIDPRG: ACESSOS LIDOS: ' WRK-DX-LID-EDIT
                   ' EXPIRADOS: '              WRK-DX-EXP-EDIT.
           GOBACK.
       0700-END-PROGRAM-END. EXIT.

       END PROGRAM DXVIDPRG.
