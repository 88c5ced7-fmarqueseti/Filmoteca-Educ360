      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : MORNING OPERATIONS CONSOLE OF VIDEOTECA PROGRAM  *
      *               - ONE SCREEN WITH THE JCVIDPRG STEP STATUSES     *
      *               (WITH RESTART AND STEP-DEFINITION ACTIONS), THE  *
      *               LATEST VIDABEND.LOG ENTRIES, THE LAST STARTUP-   *
      *               INTEGRITY LINE AND THE OPEN FILE-STATUS OF THE   *
      *               MAIN DATA FILES                                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OCVIDPRG.
           COPY 'CPVIDXNW'. *> EXEMPLAR DAT WORKBOOK
           COPY 'CPVIDILW'. *> STARTUP INTEGRITY LOG
           COPY 'CPVIDALW'. *> ABEND LOG
           COPY 'CPVIDOPW'. *> OPERATOR SESSION
      *
       77 FS-JOB-CTL               PIC X(02).
      *
      *
       01 SCREEN-CONSOLE-ACAO.
           05 LINE 23 COLUMN 02 VALUE
               "R=REEXECUTAR  D=PASSOS  F=RECUPERAR  ".
           05 COLUMN PLUS 01    VALUE "T=TREINO ".
           05 COLUMN PLUS 01    VALUE "ENTER=ATUALIZA  0=VOLTAR: ".
           05 COLUMN PLUS 01    PIC X(01) USING WRK-OPTION.
      *
       PROCEDURE DIVISION.
               CALL 'JCVIDPRG'
               MOVE SPACES TO WRK-OPTION
           END-IF.
      *
      *    A DEFINICAO DOS PASSOS (JOBDEF.DAT) SE CONSULTA POR AQUI;
      *    A ALTERACAO E SO DO COORDENADOR, CRITICADA EM JDVIDPRG.
           IF WRK-OPTION EQUAL 'D' OR EQUAL 'd'
               CALL 'JDVIDPRG'
               MOVE SPACES TO WRK-OPTION
           END-IF.
      *
      *    RECUPERACAO PELO DIARIO (GERACAO NOTURNA + VIDJRN); O
      *    PERFIL E CRITICADO EM RFVIDPRG.
           IF WRK-OPTION EQUAL 'F' OR EQUAL 'f'
               CALL 'RFVIDPRG'
               MOVE SPACES TO WRK-OPTION
           END-IF.
      *
      *    RECARGA DA COPIA DE TREINAMENTO PELA ULTIMA GERACAO NOTURNA,
      *    SO PELO COORDENADOR (A CARGA APAGA A PRATICA EM ANDAMENTO).
           IF WRK-OPTION EQUAL 'T' OR EQUAL 't'
               PERFORM 0350-CARGA-TREINO
               MOVE SPACES TO WRK-OPTION
           END-IF.
       0300-PROCESS-DATA-END. EXIT.

       0310-MOSTRA-PASSOS SECTION.
           END-IF.
       0340-MOSTRA-ABENDS-END. EXIT.

       0350-CARGA-TREINO SECTION.
           IF WRK-OPERADOR-PERFIL NOT EQUAL 'C'
               MOVE '20OPCAO RESTRITA AO COORDENADOR.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0350-CARGA-TREINO-END
           END-IF.
      *
           CALL 'TRVIDPRG'.
      *
           IF RETURN-CODE EQUAL ZERO
               MOVE '10COPIA DE TREINAMENTO RECARREGADA.' TO WRK-MSG
           ELSE
               MOVE '10ERRO NA CARGA DO TREINAMENTO; VEJA OS ABENDS.'
                   TO WRK-MSG
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0350-CARGA-TREINO-END. EXIT.

       0700-END-PROGRAM SECTION.
           GOBACK.
       0700-END-PROGRAM-END. EXIT.
