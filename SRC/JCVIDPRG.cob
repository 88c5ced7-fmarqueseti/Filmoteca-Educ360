      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : NIGHTLY JOB-CONTROL DRIVER OF VIDEOTECA PROGRAM  *
      *               (UNATTENDED BATCH: RUNS THE STEP SEQUENCE        *
      *               DEFINED IN JOBDEF.DAT, RECORDS PER-STEP STATUS   *
      *               IN A RUN-CONTROL FILE, STOPS THE CHAIN OR GOES   *
      *               ON WHEN A STEP FAILS AS EACH STEP DEFINES AND,   *
      *               ON RERUN, RESUMES AT THE FIRST STEP THAT DID NOT *
      *               COMPLETE)                                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JCVIDPRG.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDFEF'. *> FERIADOS DAT WORKBOOK
           COPY 'CPVIDJDF'. *> JOBDEF (NIGHTLY JOB STEPS)
      *
           SELECT JOB-CTL
              ASSIGN       TO './dat/VIDJOB.ctl'
       FD FERIADOS.
           COPY 'CPVIDFED'.

       FD JOBDEF.
           COPY 'CPVIDJDD'.

       FD JOB-CTL.
           01 FIL-CTL          PIC X(40).
      *
           COPY 'CPVIDMAN'. *> TITLE / KEYS / CLOCK (DATE/TIME FIELDS)
           COPY 'CPVIDBTM'. *> BATCH-MODE FLAG
           COPY 'CPVIDFEW'. *> FERIADOS DAT WORKBOOK
           COPY 'CPVIDJDW'. *> JOBDEF (NIGHTLY JOB STEPS)
      *
       77 FS-JOB-CTL               PIC X(02).
      *
      *    SEQUENCIA NOTURNA CARREGADA DE JOBDEF.DAT (NO MAXIMO
      *    WRK-JDF-MAX PASSOS). CADA PASSO TEM UMA FREQUENCIA DE
      *    CALENDARIO: 'D' = DIARIA, 'W' = SEMANAL (SEGUNDA-FEIRA),
      *    'M' = MENSAL (DIA 01), 'E' = FIM DE MES (ULTIMO DIA),
      *    'A' = FIM DE ANO (ULTIMO DIA DO ANO); E UMA
      *    REGRA DE FALHA: 'P' = PARA A SEQUENCIA, 'C' = CONTINUA.
       01 WRK-JOB-TAB.
           05 WRK-JOB-ENT OCCURS 30 TIMES.
               10 WRK-JOB-PASSO    PIC 9(02).
               10 WRK-JOB-PROG     PIC X(08).
               10 WRK-JOB-FREQ     PIC X(01).
               10 WRK-JOB-FALHA    PIC X(01).
               10 WRK-JOB-STATUS   PIC X(04).
       77 WRK-JOB-QTDE             PIC 9(02) USAGE COMP-3 VALUE ZEROES.
      *
       77 WRK-JOB-IDX              PIC 9(02) USAGE COMP-3 VALUE ZEROES.
       77 WRK-CTL-IDX              PIC 9(02) USAGE COMP-3 VALUE ZEROES.
       77 WRK-JOB-INICIO           PIC 9(02) USAGE COMP-3 VALUE 1.
       77 WRK-JOB-FALHOU           PIC X(01) VALUE 'N'.
       77 WRK-JOB-COM-ERRO         PIC X(01) VALUE 'N'.
       77 WRK-JOB-COMPLETO         PIC X(01) VALUE 'S'.
       77 WRK-CTL-EXISTIA          PIC X(01) VALUE 'N'.
      *
      *    AVISA OS PASSOS (AREA EXTERNAL) DE QUE NAO HA OPERADOR NO
      *    TERMINAL, PARA NAO PARAREM NO AGUARDE DE TECLA.
           MOVE 'S' TO WRK-BATCH-MODE.
           PERFORM 0050-LE-DEFINICOES.
           PERFORM 0100-LE-CONTROLE.
           PERFORM 0150-MONTA-CALENDARIO.
           PERFORM 0300-EXECUTA-PASSOS.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.

       0050-LE-DEFINICOES SECTION.
      *    CARREGA OS PASSOS DE JOBDEF.DAT NA ORDEM DO NUMERO DO
      *    PASSO. NA PRIMEIRA EXECUCAO O ARQUIVO NASCE COM A SEQUENCIA
      *    PADRAO, PARA A NOITE SEGUIR IGUAL ATE O COORDENADOR MUDAR
      *    A DEFINICAO EM JDVIDPRG.
           COPY 'CPVIDDTE'. *> DATE/TIME PROCEDURE
      *
           INITIALIZE WRK-JOB-TAB.
           MOVE ZEROES TO WRK-JOB-QTDE.
      *
           OPEN INPUT JOBDEF.
      *
           IF FS-JOBDEF EQUAL "35"
               OPEN OUTPUT JOBDEF
               PERFORM 0060-GRAVA-PADRAO
               CLOSE JOBDEF
               OPEN INPUT JOBDEF
               DISPLAY 'JCVIDPRG: JOBDEF.DAT CRIADO COM A SEQUENCIA'
                       ' PADRAO.'
           END-IF.
      *
           IF FS-JOBDEF NOT EQUAL "00"
               DISPLAY 'JCVIDPRG: ERRO AO ABRIR JOBDEF.DAT (FS='
                       FS-JOBDEF ').'
               MOVE 'S' TO WRK-JOB-FALHOU
               PERFORM 0700-END-PROGRAM
           END-IF.
      *
           MOVE ZEROES TO JDF-PASSO.
           START JOBDEF KEY IS NOT LESS THAN JDF-PASSO
               INVALID KEY
                   MOVE '10' TO FS-JOBDEF
           END-START.
      *
           IF FS-JOBDEF EQUAL "00"
               READ JOBDEF NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-JOBDEF EQUAL "10"
                      OR WRK-JOB-QTDE NOT LESS THAN WRK-JDF-MAX
               ADD 1 TO WRK-JOB-QTDE
               MOVE JDF-PASSO    TO WRK-JOB-PASSO(WRK-JOB-QTDE)
               MOVE JDF-PROGRAMA TO WRK-JOB-PROG(WRK-JOB-QTDE)
               MOVE JDF-FREQ     TO WRK-JOB-FREQ(WRK-JOB-QTDE)
               MOVE JDF-FALHA    TO WRK-JOB-FALHA(WRK-JOB-QTDE)
               READ JOBDEF NEXT RECORD
           END-PERFORM.
      *
           CLOSE JOBDEF.
      *
           IF WRK-JOB-QTDE EQUAL ZEROES
               DISPLAY 'JCVIDPRG: NENHUM PASSO DEFINIDO EM JOBDEF.DAT.'
               PERFORM 0700-END-PROGRAM
           END-IF.
       0050-LE-DEFINICOES-END. EXIT.

       0060-GRAVA-PADRAO SECTION.
           COPY 'CPVIDJDP'. *> SEQUENCIA PADRAO DE PASSOS
       0060-GRAVA-PADRAO-END. EXIT.

       0100-LE-CONTROLE SECTION.
      *    LE O ARQUIVO DE CONTROLE DA EXECUCAO ANTERIOR. SE TODOS OS
      *    PASSOS TERMINARAM OK, A NOITE ANTERIOR FOI COMPLETA E ESTA
      *    EXECUCAO COMECA DO PASSO 1; SENAO, RETOMA NO PRIMEIRO
      *    PASSO QUE NAO COMPLETOU (MESMA IDEIA DO CHECKPOINT DE
      *    IMVIDPRG, SO QUE EM NIVEL DE JOB). O STATUS SO E
      *    APROVEITADO QUANDO O PASSO DO CONTROLE AINDA E O MESMO
      *    PROGRAMA NA DEFINICAO ATUAL; PASSO NOVO OU TROCADO PELO
      *    COORDENADOR DESDE A FALHA CONTA COMO NAO EXECUTADO.
           COPY 'CPVIDDTE'. *> DATE/TIME PROCEDURE
      *
           PERFORM 0110-LIMPA-STATUS.
           MOVE 1      TO WRK-JOB-INICIO.
           MOVE 'S'    TO WRK-JOB-COMPLETO.
           MOVE 'N'    TO WRK-CTL-EXISTIA.
                   INITIALIZE WRK-CTL-LINHA
                   UNSTRING FIL-CTL DELIMITED BY ";"
                       INTO WRK-CTL-STEP, WRK-CTL-PROG, WRK-CTL-STATUS
                   PERFORM VARYING WRK-CTL-IDX FROM 1 BY 1
                       UNTIL WRK-CTL-IDX GREATER THAN WRK-JOB-QTDE
                       IF WRK-JOB-PASSO(WRK-CTL-IDX) EQUAL WRK-CTL-STEP
                      AND WRK-JOB-PROG(WRK-CTL-IDX) EQUAL WRK-CTL-PROG
                           MOVE WRK-CTL-STATUS
                               TO WRK-JOB-STATUS(WRK-CTL-IDX)
                       END-IF
                   END-PERFORM
                   READ JOB-CTL
               END-PERFORM
               CLOSE JOB-CTL
           END-IF.
      *
           PERFORM VARYING WRK-JOB-IDX FROM 1 BY 1
               UNTIL WRK-JOB-IDX GREATER THAN WRK-JOB-QTDE
               IF WRK-JOB-STATUS(WRK-JOB-IDX) NOT EQUAL 'OK'
              AND WRK-JOB-STATUS(WRK-JOB-IDX) NOT EQUAL 'SKIP'
                   MOVE 'N' TO WRK-JOB-COMPLETO
           IF WRK-JOB-COMPLETO EQUAL 'S'
           OR WRK-CTL-EXISTIA EQUAL 'N'
      *        PRIMEIRA EXECUCAO OU EXECUCAO ANTERIOR COMPLETA:
      *        COMECA UMA RODADA NOVA DO PRIMEIRO PASSO.
               PERFORM 0110-LIMPA-STATUS
           ELSE
               MOVE ZEROES TO WRK-JOB-INICIO
               PERFORM VARYING WRK-JOB-IDX FROM 1 BY 1
                   UNTIL WRK-JOB-IDX GREATER THAN WRK-JOB-QTDE
                   IF WRK-JOB-STATUS(WRK-JOB-IDX) NOT EQUAL 'OK'
                  AND WRK-JOB-STATUS(WRK-JOB-IDX) NOT EQUAL 'SKIP'
                  AND WRK-JOB-INICIO EQUAL ZEROES
                       MOVE WRK-JOB-IDX TO WRK-JOB-INICIO
                   END-IF
               END-PERFORM
      *
      *        PASSOS MARCADOS EXEC OU ERRO NAO CONTAM COMO FEITOS;
      *        A RETOMADA REEXECUTA A PARTIR DELES. OS QUE JA
      *        TERMINARAM DEPOIS DE UM ERRO QUE NAO PAROU A SEQUENCIA
      *        NAO RODAM DE NOVO (VER 0310).
               DISPLAY 'JCVIDPRG: RETOMANDO NO PASSO '
                       WRK-JOB-PASSO(WRK-JOB-INICIO)
           END-IF.
       0100-LE-CONTROLE-END. EXIT.

       0110-LIMPA-STATUS SECTION.
           PERFORM VARYING WRK-CTL-IDX FROM 1 BY 1
               UNTIL WRK-CTL-IDX GREATER THAN WRK-JDF-MAX
               MOVE SPACES TO WRK-JOB-STATUS(WRK-CTL-IDX)
           END-PERFORM.
       0110-LIMPA-STATUS-END. EXIT.

       0150-MONTA-CALENDARIO SECTION.
      *    LEVANTA OS FATOS DO DIA QUE O CALENDARIO DE PASSOS USA:
      *    DIA DA SEMANA (O DIA 1 DE INTEGER-OF-DATE E UMA SEGUNDA-
                   IF WRK-CAL-AMANHA(5:2) EQUAL WRK-DATA-MM
                       MOVE 'N' TO WRK-CAL-EXECUTA
                   END-IF
               WHEN 'A'
                   IF WRK-CAL-AMANHA(1:4) EQUAL WRK-DATA-AAAA
                       MOVE 'N' TO WRK-CAL-EXECUTA
                   END-IF
           END-EVALUATE.
      *
      *    O FIM DE ANO CAI NO RECESSO ESCOLAR; O PASSO ANUAL RODA
      *    MESMO EM FERIADO, SENAO NUNCA RODARIA.
           IF WRK-CAL-FERIADO EQUAL 'S'
          AND WRK-JOB-FREQ(WRK-JOB-IDX) NOT EQUAL 'D'
          AND WRK-JOB-FREQ(WRK-JOB-IDX) NOT EQUAL 'A'
               MOVE 'N' TO WRK-CAL-EXECUTA
           END-IF.
       0250-AVALIA-CALENDARIO-END. EXIT.
      *    USA INDICE PROPRIO PARA NAO PERTURBAR O PERFORM VARYING DO
      *    PASSO CORRENTE EM 0300, QUE TAMBEM CHAMA ESTA SECAO.
           PERFORM VARYING WRK-CTL-IDX FROM 1 BY 1
               UNTIL WRK-CTL-IDX GREATER THAN WRK-JOB-QTDE
               MOVE SPACES TO FIL-CTL
               MOVE WRK-JOB-PASSO(WRK-CTL-IDX) TO WRK-CTL-STEP
               STRING WRK-CTL-STEP              DELIMITED BY SIZE
                      ';'                       DELIMITED BY SIZE
                      WRK-JOB-PROG(WRK-CTL-IDX) DELIMITED BY SIZE

       0300-EXECUTA-PASSOS SECTION.
           MOVE 'N' TO WRK-JOB-FALHOU.
           MOVE 'N' TO WRK-JOB-COM-ERRO.
      *
           PERFORM 0310-EXECUTA-UM-PASSO
               VARYING WRK-JOB-IDX FROM WRK-JOB-INICIO BY 1
               UNTIL WRK-JOB-IDX GREATER THAN WRK-JOB-QTDE
                  OR WRK-JOB-FALHOU EQUAL 'S'.
      *
           EVALUATE TRUE
               WHEN WRK-JOB-FALHOU EQUAL 'S'
                   DISPLAY 'JCVIDPRG: SEQUENCIA INTERROMPIDA. CORRIJA'
                           ' E REEXECUTE PARA RETOMAR NO PASSO COM'
                           ' ERRO.'
               WHEN WRK-JOB-COM-ERRO EQUAL 'S'
                   DISPLAY 'JCVIDPRG: SEQUENCIA TERMINADA COM PASSOS'
                           ' EM ERRO. CORRIJA E REEXECUTE PARA REFAZER'
                           ' SO ESSES PASSOS.'
               WHEN OTHER
                   DISPLAY 'JCVIDPRG: SEQUENCIA NOTURNA COMPLETA.'
           END-EVALUATE.
       0300-EXECUTA-PASSOS-END. EXIT.

       0310-EXECUTA-UM-PASSO SECTION.
           COPY 'CPVIDDTE'. *> DATE/TIME PROCEDURE
      *
      *    NA RETOMADA, PASSO QUE JA TERMINOU NA RODADA INTERROMPIDA
      *    (DEPOIS DE UM ERRO QUE NAO PAROU A SEQUENCIA) NAO REPETE.
           IF WRK-JOB-STATUS(WRK-JOB-IDX) EQUAL 'OK'
           OR WRK-JOB-STATUS(WRK-JOB-IDX) EQUAL 'SKIP'
               DISPLAY 'JCVIDPRG: PASSO ' WRK-JOB-PASSO(WRK-JOB-IDX)
                       ' - ' WRK-JOB-PROG(WRK-JOB-IDX)
                       ' JA CONCLUIDO NA RODADA ANTERIOR.'
               GO TO 0310-EXECUTA-UM-PASSO-END
           END-IF.
      *
           PERFORM 0250-AVALIA-CALENDARIO.
      *
           IF WRK-CAL-EXECUTA EQUAL 'N'
               MOVE 'SKIP' TO WRK-JOB-STATUS(WRK-JOB-IDX)
               DISPLAY 'JCVIDPRG: PASSO ' WRK-JOB-PASSO(WRK-JOB-IDX)
                       ' - ' WRK-JOB-PROG(WRK-JOB-IDX)
                       ' DISPENSADO PELO CALENDARIO.'
               PERFORM 0200-GRAVA-CONTROLE
               GO TO 0310-EXECUTA-UM-PASSO-END
           END-IF.
      *
           DISPLAY 'JCVIDPRG: PASSO ' WRK-JOB-PASSO(WRK-JOB-IDX)
                   ' - ' WRK-JOB-PROG(WRK-JOB-IDX) ' INICIADO.'.
      *
           MOVE 'EXEC' TO WRK-JOB-STATUS(WRK-JOB-IDX).
           PERFORM 0200-GRAVA-CONTROLE.
      *
           IF RETURN-CODE NOT EQUAL ZEROES
               MOVE 'ERRO' TO WRK-JOB-STATUS(WRK-JOB-IDX)
               MOVE 'S'    TO WRK-JOB-COM-ERRO
               IF WRK-JOB-FALHA(WRK-JOB-IDX) NOT EQUAL 'C'
                   MOVE 'S' TO WRK-JOB-FALHOU
               END-IF
               DISPLAY 'JCVIDPRG: PASSO ' WRK-JOB-PASSO(WRK-JOB-IDX)
                       ' - ' WRK-JOB-PROG(WRK-JOB-IDX)
                       ' TERMINOU COM ERRO (RC=' RETURN-CODE ').'
           ELSE
               MOVE 'OK'   TO WRK-JOB-STATUS(WRK-JOB-IDX)
               DISPLAY 'JCVIDPRG: PASSO ' WRK-JOB-PASSO(WRK-JOB-IDX)
                       ' - ' WRK-JOB-PROG(WRK-JOB-IDX) ' CONCLUIDO.'
           END-IF.
      *
           PERFORM 0200-GRAVA-CONTROLE.
      *    O RETURN-CODE DO ULTIMO PASSO COM ERRO E PROPAGADO PARA O
      *    CHAMADOR DO DRIVER (SCHEDULER/SHELL).
           IF WRK-JOB-FALHOU EQUAL 'S'
           OR WRK-JOB-COM-ERRO EQUAL 'S'
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE
