      *               VIDEOTECA PROGRAM - QUICK SCREEN TO RECORD A     *
      *               SCREENING OR IN-CLASS USE THAT NEVER BECOMES A   *
      *               LOAN (CODIGO, DATE, OPTIONAL TOMADOR OR TURMA),  *
      *               FEEDING THE DEAD-STOCK AND CIRCULATION REPORTS.  *
      *               THE SCREENING IS CHECKED AGAINST THE TITLE'S     *
      *               PUBLIC-PERFORMANCE RIGHTS (DIREXIB): NO RECORD   *
      *               ONLY WARNS, A LAPSED LICENSE OR A CLASSROOM-ONLY *
      *               LICENSE USED FOR AN OPEN EVENT BLOCKS UNLESS A   *
      *               SUPERVISOR AUTHORIZES THE EXCEPTION              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ULVIDPRG.
           COPY 'CPVIDFCV'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDTFC'. *> TOMADORES DAT WORKBOOK
           COPY 'CPVIDULF'. *> USOLOCAL DAT WORKBOOK
           COPY 'CPVIDCEF'. *> CIRCEST (CIRCULATION STATISTICS)
           COPY 'CPVIDLXF'. *> DIREXIB (PUBLIC-PERFORMANCE RIGHTS)
           COPY 'CPVIDUSF'. *> OPERADOR MASTER
           COPY 'CPVIDOVF'. *> OVERRIDE (POLICY EXCEPTIONS)
           COPY 'CPVIDLGF'. *> MAINTENANCE AUDIT LOG
           COPY 'CPVIDALF'. *> ABEND LOG
      *
       DATA DIVISION.
       FD USOLOCAL.
           COPY 'CPVIDULD'.

       FD CIRCEST.
           COPY 'CPVIDCED'.

       FD DIREXIB.
           COPY 'CPVIDLXD'.

       FD OPERADOR.
           COPY 'CPVIDUSD'.

       FD EXCECOES.
           COPY 'CPVIDOVD'.

       FD VIDLOG.
           COPY 'CPVIDLGD'.

       FD VIDABEND.
           COPY 'CPVIDALD'.
      *
           COPY 'CPVIDFCW'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDTNW'. *> TOMADORES DAT WORKBOOK
           COPY 'CPVIDULW'. *> USOLOCAL DAT WORKBOOK
           COPY 'CPVIDCEW'. *> CIRCEST (CIRCULATION STATISTICS)
           COPY 'CPVIDLXW'. *> DIREXIB (PUBLIC-PERFORMANCE RIGHTS)
           COPY 'CPVIDUSW'. *> OPERADOR MASTER
           COPY 'CPVIDOVW'. *> OVERRIDE (POLICY EXCEPTIONS)
           COPY 'CPVIDLGW'. *> MAINTENANCE AUDIT LOG
           COPY 'CPVIDOPW'. *> OPERATOR SESSION
           COPY 'CPVIDABE'. *> ABEND
           COPY 'CPVIDALW'. *> ABEND LOG
      *
       77 WRK-USO-MAX               PIC 9(07) VALUE ZEROES.
       77 WRK-USO-OK                PIC X(01) VALUE 'S'.
       77 WRK-UL-EVENTO             PIC X(01) VALUE 'N'.
      *
      *    EXCECAO DO SUPERVISOR AO BLOQUEIO DE DIREITOS DE EXIBICAO.
       77 WRK-OVERRIDE-OK           PIC X(01) VALUE 'N'.
       77 WRK-OVR-SUPERVISOR        PIC X(08) VALUE SPACES.
       77 WRK-OVR-SENHA             PIC X(08) VALUE SPACES.
       77 WRK-OVR-MOTIVO            PIC X(01) VALUE SPACES.
       77 WRK-OVR-MAX               PIC 9(05) VALUE ZEROES.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN'. *> MAIN SCREEN
           05 COLUMN PLUS 01    PIC 9(04) USING USO-TOM-CODIGO.
           05 LINE 13 COLUMN 02 VALUE "TURMA (OPC.)....: ".
           05 COLUMN PLUS 01    PIC X(10) USING USO-TURMA.
           05 LINE 14 COLUMN 02 VALUE "EVENTO ABERTO...: ".
           05 COLUMN PLUS 01    PIC X(01) USING WRK-UL-EVENTO.
           05 COLUMN PLUS 02    VALUE "(S/N)".
      *
       01 SCREEN-OVERRIDE.
           05 LINE 17 COLUMN 02 VALUE "SUPERVISOR......: ".
           05 COLUMN PLUS 01    PIC X(08) USING WRK-OVR-SUPERVISOR.
           05 LINE 18 COLUMN 02 VALUE "SENHA...........: ".
           05 COLUMN PLUS 01    PIC X(08) USING WRK-OVR-SENHA SECURE.
           05 LINE 19 COLUMN 02 VALUE
               "MOTIVO (1=PROFESSOR 2=CADASTRO 3=COORD. 4=OUTRO): ".
           05 COLUMN PLUS 01    PIC X(01) USING WRK-OVR-MOTIVO.
      *
       PROCEDURE DIVISION.
       0000-MAIN SECTION.
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
           OPEN INPUT OPERADOR.
      *
           IF FS-OPERADOR EQUAL "35"
               OPEN OUTPUT OPERADOR
               CLOSE OPERADOR
               OPEN INPUT OPERADOR
           END-IF.
      *
           IF FS-OPERADOR NOT EQUAL "00"
               MOVE '44ERRO AO ABRIR ARQUIVO DE OPERADORES.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-OPERADOR TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE OPERADORES'
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
               MOVE '45ERRO AO ABRIR ARQUIVO DE OVERRIDES.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-EXCECOES TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE OVERRIDES'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
      *    O MAIOR NUMERO E LEVANTADO UMA UNICA VEZ NA ABERTURA E
      *    INCREMENTADO EM MEMORIA, PARA A CAPTURA RAPIDA NAO PAGAR
       0310-REGISTRA-USO SECTION.
           INITIALIZE REG-USO.
           INITIALIZE WRK-MSG.
           MOVE 'N' TO WRK-UL-EVENTO.
           DISPLAY SCREEN-USO-DADOS.
           ACCEPT  SCREEN-USO-DADOS.
      *
                       MOVE '26TOMADOR NAO CADASTRADO.' TO WRK-MSG
               END-READ
           END-IF.
      *
           IF WRK-USO-OK EQUAL 'S'
               PERFORM 0315-VERIFICA-DIREITOS
           END-IF.
      *
           IF WRK-USO-OK EQUAL 'S'
               ADD 1 TO WRK-USO-MAX
               MOVE WRK-USO-MAX      TO USO-NUMERO
               MOVE WRK-DATA-SISTEMA TO USO-DATA
               WRITE REG-USO
               PERFORM 0320-SOMA-ESTATISTICA
               MOVE '26CONSULTA LOCAL REGISTRADA.' TO WRK-MSG
           END-IF.
      *
           ACCEPT SCREEN-WAIT.
       0310-REGISTRA-USO-END. EXIT.

       0315-VERIFICA-DIREITOS SECTION.
      *    A EXIBICAO E DE HOJE; SEM A MARCA DE EVENTO ABERTO O USO E
      *    DE SALA DE AULA. TITULO SEM REGISTRO DE DIREITOS SO PEDE
      *    CONFIRMACAO; LICENCA FORA DA VIGENCIA OU SEM ESCOPO PARA O
      *    USO BLOQUEIA, COM A PORTA DE EXCECAO DO SUPERVISOR.
           MOVE USO-CODIGO       TO WRK-LEX-CODIGO.
           MOVE WRK-DATA-SISTEMA TO WRK-LEX-DATA-DE.
           MOVE WRK-DATA-SISTEMA TO WRK-LEX-DATA-ATE.
      *
           IF WRK-UL-EVENTO EQUAL 'S' OR EQUAL 's'
               MOVE 'E' TO WRK-LEX-USO
           ELSE
               MOVE 'S' TO WRK-LEX-USO
           END-IF.
      *
           COPY 'CPVIDLXP'. *> COBERTURA DO DIREITO DE EXIBICAO
      *
           EVALUATE WRK-LEX-COBERTURA
               WHEN 'C'
                   CONTINUE
               WHEN 'A'
                   DISPLAY SCREEN-CONFIRMATION
                   ACCEPT SCREEN-CONFIRMATION-WAIT
                   IF WRK-AWAIT NOT EQUAL 'S' AND NOT EQUAL 's'
                       MOVE 'N' TO WRK-USO-OK
                       INITIALIZE WRK-MSG
                       MOVE '24CONSULTA LOCAL NAO REGISTRADA.'
                           TO WRK-MSG
                   END-IF
               WHEN OTHER
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   INITIALIZE WRK-MSG
                   MOVE '26SUPERVISOR AUTORIZA (S/N)?' TO WRK-MSG
                   DISPLAY SCREEN-CONFIRMATION
                   ACCEPT SCREEN-CONFIRMATION-WAIT
      *
                   IF WRK-AWAIT EQUAL 'S' OR EQUAL 's'
                       PERFORM 0390-SOLICITA-OVERRIDE
                       IF WRK-OVERRIDE-OK EQUAL 'N'
                           MOVE 'N' TO WRK-USO-OK
                       END-IF
                   ELSE
                       MOVE 'N' TO WRK-USO-OK
                       INITIALIZE WRK-MSG
                       MOVE '24CONSULTA LOCAL NAO REGISTRADA.'
                           TO WRK-MSG
                   END-IF
           END-EVALUATE.
       0315-VERIFICA-DIREITOS-END. EXIT.

       0320-SOMA-ESTATISTICA SECTION.
      *    A CONSULTA SOMA NO RESUMO DE CIRCULACAO COMO EVENTO 'U', NA
      *    TURMA INFORMADA OU, SEM ELA, NA DO TOMADOR (JA LIDO EM
      *    0310 QUANDO INFORMADO).
           MOVE USO-DATA(1:6) TO WRK-CES-ANOMES.
           MOVE USO-CODIGO    TO WRK-CES-CODIGO.
           MOVE 'U'           TO WRK-CES-EVENTO.
           MOVE USO-TURMA     TO WRK-CES-TURMA.
           IF USO-TURMA EQUAL SPACES
          AND USO-TOM-CODIGO NOT EQUAL ZEROES
               MOVE TOM-TURMA TO WRK-CES-TURMA
           END-IF.
      *
           PERFORM 0325-SOMA-CONTADOR.
       0320-SOMA-ESTATISTICA-END. EXIT.

       0325-SOMA-CONTADOR SECTION.
           COPY 'CPVIDCEP'. *> SOMA NO RESUMO DE CIRCULACAO
       0325-SOMA-CONTADOR-END. EXIT.

       0390-SOLICITA-OVERRIDE SECTION.
      *    COLHE A CREDENCIAL DO SUPERVISOR (PERFIL 'C' ATIVO DO
      *    CADASTRO DE OPERADORES) E O MOTIVO CODIFICADO, NO MESMO
      *    CRITERIO DAS EXCECOES DE POLITICA DE EMVIDPRG; A EXCECAO
      *    CONCEDIDA VAI PARA EXCECOES.DAT COMO BLOQUEIO 'D'.
           MOVE 'N'    TO WRK-OVERRIDE-OK.
           MOVE SPACES TO WRK-OVR-SUPERVISOR.
           MOVE SPACES TO WRK-OVR-SENHA.
           MOVE SPACES TO WRK-OVR-MOTIVO.
      *
           DISPLAY SCREEN-OVERRIDE.
           ACCEPT  SCREEN-OVERRIDE.
      *
           IF WRK-OVR-MOTIVO NOT EQUAL '1' AND NOT EQUAL '2'
          AND WRK-OVR-MOTIVO NOT EQUAL '3' AND NOT EQUAL '4'
               INITIALIZE WRK-MSG
               MOVE '25MOTIVO INVALIDO (1 A 4).' TO WRK-MSG
               GO TO 0390-SOLICITA-OVERRIDE-END
           END-IF.
      *
           MOVE WRK-OVR-SUPERVISOR TO OPE-CODIGO.
           READ OPERADOR
               INVALID KEY
                   INITIALIZE WRK-MSG
                   MOVE '25SUPERVISOR NAO CADASTRADO.' TO WRK-MSG
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN OPE-ATIVO EQUAL 'N'
                           INITIALIZE WRK-MSG
                           MOVE '27SUPERVISOR DESLIGADO.' TO WRK-MSG
                       WHEN OPE-PERFIL NOT EQUAL 'C'
                           INITIALIZE WRK-MSG
                           MOVE '19OPERADOR SEM PERFIL DE SUPERVISOR.'
                               TO WRK-MSG
                       WHEN OPE-SENHA NOT EQUAL WRK-OVR-SENHA
                           INITIALIZE WRK-MSG
                           MOVE '28SENHA INVALIDA.' TO WRK-MSG
                       WHEN OTHER
                           MOVE 'S' TO WRK-OVERRIDE-OK
                           PERFORM 0392-GRAVA-OVERRIDE
                   END-EVALUATE
           END-READ.
       0390-SOLICITA-OVERRIDE-END. EXIT.

       0392-GRAVA-OVERRIDE SECTION.
      *    O NUMERO E SEQUENCIAL, OBTIDO VARRENDO O MAIOR JA GRAVADO
      *    (MESMO CRITERIO DE EMVIDPRG).
           MOVE ZEROES TO WRK-OVR-MAX.
           MOVE ZEROES TO OVR-NUMERO.
           START EXCECOES KEY IS NOT LESS THAN OVR-NUMERO
               INVALID KEY
                   CONTINUE
           END-START.
      *
           IF FS-EXCECOES EQUAL "00"
               READ EXCECOES NEXT RECORD
               PERFORM UNTIL FS-EXCECOES EQUAL "10"
                   MOVE OVR-NUMERO TO WRK-OVR-MAX
                   READ EXCECOES NEXT RECORD
               END-PERFORM
           END-IF.
      *
           ADD 1 TO WRK-OVR-MAX GIVING OVR-NUMERO.
           MOVE WRK-DATA-SISTEMA      TO OVR-DATA.
           MOVE WRK-HORA-SISTEMA(1:6) TO OVR-HORA.
           MOVE WRK-OPERADOR          TO OVR-OPERADOR.
           MOVE WRK-OVR-SUPERVISOR    TO OVR-SUPERVISOR.
           MOVE USO-TOM-CODIGO        TO OVR-TOM-CODIGO.
           MOVE WRK-LEX-CODIGO        TO OVR-CODIGO.
           MOVE 'D'                   TO OVR-BLOQUEIO.
           MOVE WRK-OVR-MOTIVO        TO OVR-MOTIVO.
           WRITE REG-OVR.
      *
           MOVE WRK-LEX-CODIGO TO CODIGO.
           PERFORM 0394-GRAVA-LOG-OVERRIDE.
       0392-GRAVA-OVERRIDE-END. EXIT.

       0394-GRAVA-LOG-OVERRIDE SECTION.
           MOVE 'OVERRIDE' TO WRK-LOG-ACAO.
           COPY 'CPVIDLGP'. *> GRAVA LINHA NO LOG DE AUDITORIA
       0394-GRAVA-LOG-OVERRIDE-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE MOVIES.
           CLOSE TOMADORES.
           CLOSE USOLOCAL.
           CLOSE CIRCEST.
           CLOSE DIREXIB.
           CLOSE OPERADOR.
           CLOSE EXCECOES.
      *
           IF FS-USOLOCAL NOT EQUAL "00"
               MOVE '42ERRO AO FECHAR ARQUIVO DE CONSULTAS LOCAIS.'
