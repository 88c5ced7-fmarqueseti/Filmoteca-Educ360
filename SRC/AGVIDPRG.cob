      *               DATE RANGE; CONFLICTS ARE CHECKED AGAINST THE    *
      *               OTHER BOOKINGS AND THE OPEN LOANS OF THE TITLE,  *
      *               AND THE DAILY PULL LIST TELLS THE COUNTER WHICH  *
      *               TAPES TO SEPARATE FOR TOMORROW, IN BRANCH AND    *
      *               CALL-NUMBER (SHELF) ORDER. THE BOOKED            *
      *               PERIOD IS CHECKED AGAINST THE TITLE'S PUBLIC-    *
      *               PERFORMANCE RIGHTS (DIREXIB): NO RECORD ONLY     *
      *               WARNS, A LICENSE THAT DOES NOT COVER THE WHOLE   *
      *               PERIOD OR THE USE BLOCKS UNLESS A SUPERVISOR     *
      *               AUTHORIZES THE EXCEPTION                         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGVIDPRG.
           COPY 'CPVIDTFC'. *> TOMADORES DAT WORKBOOK
           COPY 'CPVIDXFC'. *> EXEMPLAR DAT WORKBOOK
           COPY 'CPVIDAGF'. *> AGENDA DAT WORKBOOK
           COPY 'CPVIDLXF'. *> DIREXIB (PUBLIC-PERFORMANCE RIGHTS)
           COPY 'CPVIDRCF'. *> REGRACH (CALL NUMBER RULE PER GENRE)
           COPY 'CPVIDNCF'. *> NUMCHAM (CALL NUMBERS)
           COPY 'CPVIDUSF'. *> OPERADOR MASTER
           COPY 'CPVIDOVF'. *> OVERRIDE (POLICY EXCEPTIONS)
           COPY 'CPVIDPAF'. *> SYSTEM PARAMETERS
           COPY 'CPVIDDLF'. *> DEMLOCAL (DEMAND BY LOCATION)
           COPY 'CPVIDLGF'. *> MAINTENANCE AUDIT LOG
      *
           SELECT SEPARA-REL
              ASSIGN       TO WRK-SPL-NOME
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-SEPARA-REL.
      *
           SELECT SORT-FILE ASSIGN TO "SORTWK1".
      *
           COPY 'CPVIDSPF'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDALF'. *> ABEND LOG
       FD AGENDA.
           COPY 'CPVIDAGD'.

       FD DIREXIB.
           COPY 'CPVIDLXD'.

       FD REGRACH.
           COPY 'CPVIDRCD'.

       FD NUMCHAM.
           COPY 'CPVIDNCD'.

       FD OPERADOR.
           COPY 'CPVIDUSD'.

       FD EXCECOES.
           COPY 'CPVIDOVD'.

       FD VIDPARAM.
           COPY 'CPVIDPAD'.

       FD DEMLOCAL.
           COPY 'CPVIDDLD'.

       FD VIDLOG.
           COPY 'CPVIDLGD'.

       FD SEPARA-REL.
           01 FIL-REL          PIC X(132).

       SD SORT-FILE.
       01 REG-SRT.
           05 SRT-LOCAL        PIC X(03).
           05 SRT-NUMERO       PIC X(16).
           05 SRT-CODIGO       PIC 9(07).
           05 SRT-AGE-NUMERO   PIC 9(05).
           05 SRT-TOM-CODIGO   PIC 9(04).
           05 SRT-DATA-ATE     PIC 9(08).

       FD VIDRELS.
           COPY 'CPVIDSPD'.

           COPY 'CPVIDTNW'. *> TOMADORES DAT WORKBOOK
           COPY 'CPVIDXNW'. *> EXEMPLAR DAT WORKBOOK
           COPY 'CPVIDAGW'. *> AGENDA DAT WORKBOOK
           COPY 'CPVIDLXW'. *> DIREXIB (PUBLIC-PERFORMANCE RIGHTS)
           COPY 'CPVIDRCW'. *> REGRACH (CALL NUMBER RULE PER GENRE)
           COPY 'CPVIDNCW'. *> NUMCHAM (CALL NUMBERS)
           COPY 'CPVIDUSW'. *> OPERADOR MASTER
           COPY 'CPVIDOVW'. *> OVERRIDE (POLICY EXCEPTIONS)
           COPY 'CPVIDPAW'. *> SYSTEM PARAMETERS
           COPY 'CPVIDDLW'. *> DEMLOCAL (DEMAND BY LOCATION)
           COPY 'CPVIDLGW'. *> MAINTENANCE AUDIT LOG
           COPY 'CPVIDOPW'. *> OPERATOR SESSION
           COPY 'CPVIDSPW'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDABE'. *> ABEND
           COPY 'CPVIDALW'. *> ABEND LOG
       77 WRK-SEP-LINHAS            PIC 9(04) USAGE COMP-3
                                     VALUE ZEROES.
       77 WRK-SEP-LINHAS-EDIT       PIC ZZZ9 VALUE ZEROES.
       77 WRK-SORT-FIM              PIC X(01) VALUE 'N'.
       77 WRK-AG-EVENTO             PIC X(01) VALUE 'N'.
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
           05 COLUMN PLUS 01    PIC 9(08) USING AGE-DATA-DE.
           05 LINE 16 COLUMN 02 VALUE "ATE  (AAAAMMDD).: ".
           05 COLUMN PLUS 01    PIC 9(08) USING AGE-DATA-ATE.
           05 LINE 17 COLUMN 02 VALUE "EVENTO ABERTO...: ".
           05 COLUMN PLUS 01    PIC X(01) USING WRK-AG-EVENTO.
           05 COLUMN PLUS 02    VALUE "(S/N)".
      *
       01 SCREEN-OVERRIDE.
           05 LINE 18 COLUMN 02 VALUE "SUPERVISOR......: ".
           05 COLUMN PLUS 01    PIC X(08) USING WRK-OVR-SUPERVISOR.
           05 LINE 19 COLUMN 02 VALUE "SENHA...........: ".
           05 COLUMN PLUS 01    PIC X(08) USING WRK-OVR-SENHA SECURE.
           05 LINE 20 COLUMN 02 VALUE
               "MOTIVO (1=PROFESSOR 2=CADASTRO 3=COORD. 4=OUTRO): ".
           05 COLUMN PLUS 01    PIC X(01) USING WRK-OVR-MOTIVO.
      *
       01 SCREEN-AGENDA-KEY.
           05 LINE 13 COLUMN 02 VALUE "NUMERO DO AGENDAMENTO: ".
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT REGRACH.
      *
           IF FS-REGRACH EQUAL "35"
               OPEN OUTPUT REGRACH
               CLOSE REGRACH
               OPEN INPUT REGRACH
           END-IF.
      *
           OPEN INPUT NUMCHAM.
      *
           IF FS-NUMCHAM EQUAL "35"
               OPEN OUTPUT NUMCHAM
               CLOSE NUMCHAM
               OPEN INPUT NUMCHAM
           END-IF.
      *
           OPEN INPUT TOMADORES.
      *
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
           PERFORM 0150-CARREGA-PARAMETROS.
       0100-OPEN-DATA-END. EXIT.

       0150-CARREGA-PARAMETROS SECTION.
           COPY 'CPVIDPAP'. *> CARREGA PARAMETROS DE VIDPARAM.DAT
       0150-CARREGA-PARAMETROS-END. EXIT.

       0300-PROCESS-DATA SECTION.
           COPY 'CPVIDDTE'. *> DATE/TIME PROCEDURE
           MOVE " * * * * AGENDA DE AULAS * * * *"        TO WRK-TITLE.
       0310-AGENDAR SECTION.
           INITIALIZE REG-AGE.
           INITIALIZE WRK-MSG.
           MOVE 'N' TO WRK-AG-EVENTO.
           DISPLAY SCREEN-AGENDA-DADOS.
           ACCEPT  SCREEN-AGENDA-DADOS.
      *
           IF AGE-DATA-DE LESS THAN WRK-HOJE
               MOVE 'N' TO WRK-AGE-OK
               MOVE '23PERIODO JA COMECOU OU PASSOU.' TO WRK-MSG
               GO TO 0312-CRITICA-AGENDAMENTO-END
           END-IF.
      *
           PERFORM 0313-VERIFICA-DIREITOS.
       0312-CRITICA-AGENDAMENTO-END. EXIT.

       0313-VERIFICA-DIREITOS SECTION.
      *    O DIREITO DE EXIBICAO PRECISA COBRIR O PERIODO INTEIRO DO
      *    AGENDAMENTO; SEM A MARCA DE EVENTO ABERTO O USO E DE SALA
      *    DE AULA. TITULO SEM REGISTRO DE DIREITOS SO PEDE
      *    CONFIRMACAO; LICENCA FORA DA VIGENCIA OU SEM ESCOPO PARA O
      *    USO BLOQUEIA, COM A PORTA DE EXCECAO DO SUPERVISOR.
           MOVE AGE-CODIGO   TO WRK-LEX-CODIGO.
           MOVE AGE-DATA-DE  TO WRK-LEX-DATA-DE.
           MOVE AGE-DATA-ATE TO WRK-LEX-DATA-ATE.
      *
           IF WRK-AG-EVENTO EQUAL 'S' OR EQUAL 's'
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
                       MOVE 'N' TO WRK-AGE-OK
                       INITIALIZE WRK-MSG
                       MOVE '26AGENDAMENTO NAO GRAVADO.' TO WRK-MSG
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
                           MOVE 'N' TO WRK-AGE-OK
                       END-IF
                   ELSE
                       MOVE 'N' TO WRK-AGE-OK
                       INITIALIZE WRK-MSG
                       MOVE '26AGENDAMENTO NAO GRAVADO.' TO WRK-MSG
                   END-IF
           END-EVALUATE.
      *
           IF WRK-AGE-OK EQUAL 'S'
               INITIALIZE WRK-MSG
           END-IF.
       0313-VERIFICA-DIREITOS-END. EXIT.

       0314-VERIFICA-CONFLITOS SECTION.
      *    CONTA QUANTAS COPIAS DO TITULO JA ESTAO COMPROMETIDAS NO
      *    PERIODO PEDIDO: AGENDAMENTOS ATIVOS QUE SE SOBREPOEM E
       0314-VERIFICA-CONFLITOS-END. EXIT.

       0315-CONTA-COPIAS SECTION.
      *    CONTA OS EXEMPLARES NAO BAIXADOS DO TITULO EM CODIGO (A
      *    COPIA EM DEVOLUCAO AO FORNECEDOR OU EMPRESTADA A OUTRA
      *    BIBLIOTECA TAMBEM NAO CONTA); TITULO SEM EXEMPLAR
      *    CADASTRADO VALE COMO COPIA UNICA (MESMO CRITERIO DE
      *    EMVIDPRG).
           MOVE ZEROES TO WRK-QTD-COPIAS.
           MOVE CODIGO TO EXE-CODIGO.
           MOVE ZEROES TO EXE-NUMERO.
      *
           PERFORM UNTIL FS-EXEMPLAR EQUAL "10"
                      OR EXE-CODIGO NOT EQUAL CODIGO
               IF EXE-SITUACAO NOT EQUAL 'B' AND NOT EQUAL 'F'
                                     AND NOT EQUAL 'I'
                   ADD 1 TO WRK-QTD-COPIAS
               END-IF
               READ EXEMPLAR NEXT RECORD
           MOVE WRK-AMANHA TO AGE-DATA-ATE.
           MOVE 'A'        TO AGE-SITUACAO.
           WRITE REG-AGE.
           PERFORM 0317-SOMA-PROCURA-LOCAL.
      *
           MOVE WRK-DATA-SISTEMA TO WRK-HOJE.
      *
             INTO WRK-MSG.
       0316-GRAVA-AGENDAMENTO-END. EXIT.

       0317-SOMA-PROCURA-LOCAL SECTION.
      *    PROCURA DO TITULO NO PREDIO DESTE BALCAO (DEMLOCAL.DAT),
      *    BASE DO BALANCEAMENTO DO ACERVO ENTRE LOCAIS (BAVIDPRG).
           MOVE WRK-DATA-SISTEMA(1:6)  TO WRK-DML-ANOMES.
           MOVE AGE-CODIGO             TO WRK-DML-CODIGO.
           MOVE WRK-PAR-LOCAL-PADRAO   TO WRK-DML-LOCAL.
           MOVE 'A'                    TO WRK-DML-EVENTO.
           COPY 'CPVIDDLP'. *> SOMA NA PROCURA POR LOCAL
       0317-SOMA-PROCURA-LOCAL-END. EXIT.

       0320-CANCELAR SECTION.
           INITIALIZE REG-AGE.
           INITIALIZE WRK-MSG.
       0340-LISTA-SEPARACAO SECTION.
      *    LISTA DOS FILMES A PUXAR DA PRATELEIRA PARA OS
      *    AGENDAMENTOS QUE VALEM AMANHA, UMA GERACAO DATADA
      *    REGISTRADA NO SPOOL (MESMO CRITERIO DE REVIDPRG). O SORT
      *    POE A LISTA NA ORDEM DA ESTANTE: LOCAL E NUMERO DE CHAMADA.
           COMPUTE WRK-AMANHA-INT =
               FUNCTION INTEGER-OF-DATE(WRK-HOJE) + 1.
           COMPUTE WRK-AMANHA =
               MOVE SPACES TO FIL-REL
               WRITE FIL-REL
      *
               MOVE SPACES TO FIL-REL
               STRING 'LOC NUMERO CHAMADA   NUMERO FILME    TITULO'
                           DELIMITED BY SIZE
                      '                         TOMADOR NOME'
                           DELIMITED BY SIZE
                      '                           ATE'
                           DELIMITED BY SIZE
                 INTO FIL-REL
               WRITE FIL-REL
      *
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-LOCAL SRT-NUMERO
                                    SRT-CODIGO SRT-AGE-NUMERO
                   INPUT  PROCEDURE IS 0342-SOLTA-SEPARACAO
                   OUTPUT PROCEDURE IS 0344-IMPRIME-SEPARACAO
      *
               CLOSE SEPARA-REL
               PERFORM 0350-REGISTRA-SPOOL
           ACCEPT SCREEN-WAIT.
       0340-LISTA-SEPARACAO-END. EXIT.

       0341-NUMERO-PELA-REGRA SECTION.
           COPY 'CPVIDNCP'. *> NUMERO DE CHAMADA PELA REGRA
           MOVE WRK-NCH-NUMERO TO NCH-NUMERO.
       0341-NUMERO-PELA-REGRA-END. EXIT.

       0342-SOLTA-SEPARACAO SECTION.
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
              AND AGE-DATA-DE NOT GREATER THAN WRK-AMANHA
              AND AGE-DATA-ATE NOT LESS THAN WRK-AMANHA
                   ADD 1 TO WRK-SEP-LINHAS
                   PERFORM 0343-SOLTA-AGENDAMENTO
               END-IF
               READ AGENDA NEXT RECORD
           END-PERFORM.
       0342-SOLTA-SEPARACAO-END. EXIT.

       0343-SOLTA-AGENDAMENTO SECTION.
      *    O NUMERO GRAVADO EM NUMCHAM PREVALECE; TITULO AINDA SEM
      *    NUMERO ENTRA NA ORDEM PELO NUMERO QUE A REGRA DO GENERO DA.
      *    LOCAL EM BRANCO E A SEDE ('SED').
           MOVE AGE-CODIGO TO CODIGO.
           READ MOVIES
               INVALID KEY
                   MOVE SPACES TO REG-FIL
                   MOVE AGE-CODIGO TO CODIGO
           END-READ.
      *
           IF VID-LOCAL EQUAL SPACES
               MOVE 'SED' TO SRT-LOCAL
           ELSE
               MOVE VID-LOCAL TO SRT-LOCAL
           END-IF.
      *
           MOVE CODIGO TO NCH-CODIGO.
           READ NUMCHAM
               INVALID KEY
                   MOVE SPACES TO NCH-NUMERO
           END-READ.
      *
           IF NCH-NUMERO EQUAL SPACES
               PERFORM 0341-NUMERO-PELA-REGRA
           END-IF.
      *
           MOVE NCH-NUMERO     TO SRT-NUMERO.
           MOVE AGE-CODIGO     TO SRT-CODIGO.
           MOVE AGE-NUMERO     TO SRT-AGE-NUMERO.
           MOVE AGE-TOM-CODIGO TO SRT-TOM-CODIGO.
           MOVE AGE-DATA-ATE   TO SRT-DATA-ATE.
           RELEASE REG-SRT.
       0343-SOLTA-AGENDAMENTO-END. EXIT.

       0344-IMPRIME-SEPARACAO SECTION.
           MOVE 'N' TO WRK-SORT-FIM.
      *
           RETURN SORT-FILE
               AT END
                   MOVE 'S' TO WRK-SORT-FIM
           END-RETURN.
      *
           PERFORM UNTIL WRK-SORT-FIM EQUAL 'S'
               PERFORM 0345-LINHA-SEPARACAO
               RETURN SORT-FILE
                   AT END
                       MOVE 'S' TO WRK-SORT-FIM
               END-RETURN
           END-PERFORM.
       0344-IMPRIME-SEPARACAO-END. EXIT.

       0345-LINHA-SEPARACAO SECTION.
           MOVE SRT-CODIGO TO CODIGO.
           READ MOVIES
               INVALID KEY
                   MOVE '** FILME EXCLUIDO **' TO TITULO
           END-READ.
      *
           MOVE SRT-TOM-CODIGO TO TOM-CODIGO.
           READ TOMADORES
               INVALID KEY
                   MOVE '** NAO CADASTRADO **' TO TOM-NOME
           END-READ.
      *
           MOVE SPACES TO FIL-REL.
           STRING SRT-LOCAL      DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  SRT-NUMERO     DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  SRT-AGE-NUMERO DELIMITED BY SIZE
                  '  '           DELIMITED BY SIZE
                  SRT-CODIGO     DELIMITED BY SIZE
                  '  '           DELIMITED BY SIZE
                  TITULO         DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  SRT-TOM-CODIGO DELIMITED BY SIZE
                  '    '         DELIMITED BY SIZE
                  TOM-NOME       DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  SRT-DATA-ATE   DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
       0345-LINHA-SEPARACAO-END. EXIT.
           COPY 'CPVIDSPP'. *> REGISTRA O RELATORIO NO SPOOL
       0350-REGISTRA-SPOOL-END. EXIT.

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
           MOVE AGE-TOM-CODIGO        TO OVR-TOM-CODIGO.
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
           CLOSE LOANS.
           CLOSE TOMADORES.
           CLOSE EXEMPLAR.
           CLOSE AGENDA.
           CLOSE DIREXIB.
           CLOSE REGRACH.
           CLOSE NUMCHAM.
           CLOSE OPERADOR.
           CLOSE EXCECOES.
      *
           IF FS-AGENDA NOT EQUAL "00"
               MOVE '44ERRO AO FECHAR ARQUIVO DE AGENDA.'
