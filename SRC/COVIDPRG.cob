           COPY 'CPVIDTFC'. *> TOMADORES DAT WORKBOOK
           COPY 'CPVIDTGF'. *> TAGCUR (CURRICULUM TAGS)
           COPY 'CPVIDVRF'. *> VERSOES (RECORD VERSIONS)
           COPY 'CPVIDSRF'. *> SERIES DAT WORKBOOK
           COPY 'CPVIDSUF'. *> SUGESTAO (TITLE SUGGESTIONS)
           COPY 'CPVIDALF'. *> ABEND LOG
           COPY 'CPVIDLGF'. *> MAINTENANCE AUDIT LOG
      *
       FD VERSOES.
           COPY 'CPVIDVRD'.

       FD SERIES.
           COPY 'CPVIDSRD'.

       FD SUGESTAO.
           COPY 'CPVIDSUD'.

       FD VIDABEND.
           COPY 'CPVIDALD'.

           COPY 'CPVIDTNW'. *> TOMADORES DAT WORKBOOK
           COPY 'CPVIDTGW'. *> TAGCUR (CURRICULUM TAGS)
           COPY 'CPVIDVRW'. *> VERSOES (RECORD VERSIONS)
           COPY 'CPVIDSRW'. *> SERIES DAT WORKBOOK
           COPY 'CPVIDSUW'. *> SUGESTAO (TITLE SUGGESTIONS)
           COPY 'CPVIDABE'. *> ABEND
           COPY 'CPVIDALW'. *> ABEND LOG
           COPY 'CPVIDLGW'. *> MAINTENANCE AUDIT LOG
       77 WRK-DSP-FILA-EDIT         PIC ZZ9 VALUE ZEROES.
       77 WRK-DSP-SEM-EXE           PIC X(01) VALUE 'N'.
      *
      *    PAINEL DA SERIE (SEVIDPRG): O CODIGO CONSULTADO FICA
      *    GUARDADO PORQUE A LISTAGEM DOS VOLUMES RELE MOVIES.DAT.
       77 WRK-SR-CODIGO             PIC 9(07) VALUE ZEROES.
       77 WRK-SR-NUMERO             PIC 9(04) VALUE ZEROES.
       77 WRK-SR-DISP               PIC 9(03) USAGE COMP-3
                                     VALUE ZEROES.
       77 WRK-SR-DISP-EDIT          PIC ZZ9 VALUE ZEROES.
       77 WRK-SUG-TOM-EDIT          PIC ZZZZ9 VALUE ZEROES.
      *
      *    LINHA COM AS TAGS CURRICULARES DO TITULO (TGVIDPRG).
       77 WRK-TAGS-LINHA            PIC X(70) VALUE SPACES.
       77 WRK-TAGS-IDX              PIC 9(02) USAGE COMP-3
               CLOSE VERSOES
               OPEN I-O VERSOES
           END-IF.
      *
           OPEN INPUT SERIES.
      *
           IF FS-SERIES EQUAL "35"
               OPEN OUTPUT SERIES
               CLOSE SERIES
               OPEN INPUT SERIES
           END-IF.
      *
           OPEN INPUT TAGCUR.
      *
               CLOSE TAGCUR
               OPEN INPUT TAGCUR
           END-IF.
      *
           OPEN INPUT SUGESTAO.
      *
           IF FS-SUGESTAO EQUAL "35"
               OPEN OUTPUT SUGESTAO
               CLOSE SUGESTAO
               OPEN INPUT SUGESTAO
           END-IF.
      *
           OPEN INPUT MOVIES.
      *
                       IF WRK-AWAIT EQUAL 'S' OR EQUAL 's'
                           PERFORM 0330-PAINEL-DISPONIBILIDADE
                       END-IF
      *
                       PERFORM 0345-VERIFICA-SERIE
                       PERFORM 0348-VERIFICA-SUGESTOES
      *
                       MOVE '18VER HISTORICO DE ALTERACOES (S/N)?'
                           TO WRK-MSG
      *    NA RUA. TITULO SEM EXEMPLAR CADASTRADO CONTA COMO COPIA
      *    UNICA, COMPATIVEL COM O ACERVO ANTERIOR AO CONTROLE DE
      *    EXEMPLARES.
           PERFORM 0316-CONTA-EXEMPLARES.
      *
           MOVE WRK-QTD-COPIAS TO WRK-QTD-COPIAS-EDIT.
           MOVE WRK-QTD-FORA   TO WRK-QTD-FORA-EDIT.
      *
           DISPLAY 'EXEMPLARES: '      AT LINE 19 COLUMN 14.
           DISPLAY WRK-QTD-COPIAS-EDIT AT LINE 19 COLUMN 26.
           DISPLAY 'EMPRESTADOS: '     AT LINE 19 COLUMN 32.
           DISPLAY WRK-QTD-FORA-EDIT   AT LINE 19 COLUMN 45.
           DISPLAY 'LOCAL: '           AT LINE 19 COLUMN 52.
           DISPLAY VID-LOCAL           AT LINE 19 COLUMN 59.
       0315-MOSTRA-EXEMPLARES-END. EXIT.

       0316-CONTA-EXEMPLARES SECTION.
      *    COPIAS E COPIAS NA RUA DO CODIGO CORRENTE (USADO TAMBEM
      *    PELO PAINEL DA SERIE).
           MOVE ZEROES TO WRK-QTD-COPIAS.
           MOVE CODIGO TO EXE-CODIGO.
           MOVE ZEROES TO EXE-NUMERO.
               ADD 1 TO WRK-QTD-FORA
               READ LOANS NEXT RECORD
           END-PERFORM.
       0316-CONTA-EXEMPLARES-END. EXIT.

       0320-MOSTRA-DETALHES SECTION.
      *    MOSTRA DIRETOR, ANO E SINOPSE DO ARQUIVO COMPANHEIRO DE
           EVALUATE TRUE
               WHEN EXE-SITUACAO EQUAL 'B'
                   MOVE 'BAIXADO'        TO WRK-DSP-STATUS
               WHEN EXE-SITUACAO EQUAL 'F'
                   MOVE 'NO FORNECEDOR'  TO WRK-DSP-STATUS
               WHEN EXE-SITUACAO EQUAL 'I'
                   MOVE 'OUTRA BIBLIOT.' TO WRK-DSP-STATUS
               WHEN EXE-SITUACAO EQUAL 'C'
                   MOVE 'INCOMPLETO'     TO WRK-DSP-STATUS
               WHEN EXE-CONDICAO EQUAL 'D'
                   MOVE 'EM REPARO'      TO WRK-DSP-STATUS
               WHEN OTHER
           END-PERFORM.
       0340-CONTA-FILA-END. EXIT.

       0345-VERIFICA-SERIE SECTION.
      *    TITULO QUE FAZ PARTE DE UMA SERIE OU COLECAO OFERECE O
      *    PAINEL COM TODOS OS VOLUMES. AO FINAL O REG-FIL DO CODIGO
      *    CONSULTADO E RELIDO PARA O HISTORICO DE VERSOES.
           MOVE CODIGO TO SER-CODIGO.
           READ SERIES KEY IS SER-CODIGO
               INVALID KEY
                   GO TO 0345-VERIFICA-SERIE-END
           END-READ.
      *
           INITIALIZE WRK-MSG.
           STRING '10VOLUME ' DELIMITED BY SIZE
                  SER-VOLUME DELIMITED BY SIZE
                  ' DE ' DELIMITED BY SIZE
                  SER-NOME DELIMITED BY '  '
                  '. VER SERIE (S/N)?' DELIMITED BY SIZE
             INTO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
           IF WRK-AWAIT NOT EQUAL 'S' AND NOT EQUAL 's'
               GO TO 0345-VERIFICA-SERIE-END
           END-IF.
      *
           MOVE CODIGO     TO WRK-SR-CODIGO.
           MOVE SER-NUMERO TO WRK-SR-NUMERO.
           MOVE 09         TO WRK-DSP-LINE.
           MOVE ZEROES     TO WRK-DSP-COUNT.
           MOVE 'S'        TO WRK-DSP-CONTINUA.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY 'SERIE: '  AT LINE 07 COLUMN 02.
           DISPLAY SER-NUMERO AT LINE 07 COLUMN 09.
           DISPLAY SER-NOME   AT LINE 07 COLUMN 14.
           DISPLAY
           'VOL CODIGO  TITULO                         EXEMPL. DISPON.'
               AT LINE 08 COLUMN 02.
      *
           MOVE WRK-SR-NUMERO TO SER-NUMERO.
           MOVE ZEROES        TO SER-VOLUME.
           START SERIES KEY IS NOT LESS THAN SER-CHAVE
               INVALID KEY
                   MOVE '10' TO FS-SERIES
           END-START.
      *
           IF FS-SERIES EQUAL "00"
               READ SERIES NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-SERIES EQUAL "10"
                      OR SER-NUMERO NOT EQUAL WRK-SR-NUMERO
                      OR WRK-DSP-CONTINUA EQUAL 'N'
               PERFORM 0347-LINHA-VOLUME
               READ SERIES NEXT RECORD
           END-PERFORM.
      *
           IF WRK-DSP-CONTINUA EQUAL 'S'
               INITIALIZE WRK-MSG
               MOVE '28FIM DA SERIE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
           END-IF.
      *
           MOVE WRK-SR-CODIGO TO CODIGO.
           READ MOVIES
               INVALID KEY
                   CONTINUE
           END-READ.
       0345-VERIFICA-SERIE-END. EXIT.

       0347-LINHA-VOLUME SECTION.
      *    VOLUME COM AS COPIAS CADASTRADAS E AS QUE ESTAO NA
      *    PRATELEIRA (CADASTRADAS MENOS EMPRESTADAS); O VOLUME
      *    CONSULTADO VEM MARCADO COM '*'.
           MOVE SER-CODIGO TO CODIGO.
           READ MOVIES
               INVALID KEY
                   MOVE '** NAO CADASTRADO **' TO TITULO
           END-READ.
      *
           PERFORM 0316-CONTA-EXEMPLARES.
      *
           IF WRK-QTD-FORA GREATER WRK-QTD-COPIAS
               MOVE ZEROES TO WRK-SR-DISP
           ELSE
               SUBTRACT WRK-QTD-FORA FROM WRK-QTD-COPIAS
                   GIVING WRK-SR-DISP
           END-IF.
           MOVE WRK-QTD-COPIAS TO WRK-QTD-COPIAS-EDIT.
           MOVE WRK-SR-DISP    TO WRK-SR-DISP-EDIT.
      *
           IF SER-CODIGO EQUAL WRK-SR-CODIGO
               DISPLAY '*' AT LINE WRK-DSP-LINE COLUMN 01
           END-IF.
           DISPLAY SER-VOLUME    AT LINE WRK-DSP-LINE COLUMN 03.
           DISPLAY SER-CODIGO    AT LINE WRK-DSP-LINE COLUMN 06.
           DISPLAY TITULO(1:30)  AT LINE WRK-DSP-LINE COLUMN 14.
           IF VID-SITUACAO EQUAL 'B'
               DISPLAY 'BAIXADO' AT LINE WRK-DSP-LINE COLUMN 46
           ELSE
               DISPLAY WRK-QTD-COPIAS-EDIT
                   AT LINE WRK-DSP-LINE COLUMN 50
               DISPLAY WRK-SR-DISP-EDIT
                   AT LINE WRK-DSP-LINE COLUMN 58
           END-IF.
      *
           ADD 1 TO WRK-DSP-LINE.
           ADD 1 TO WRK-DSP-COUNT.
      *
           IF WRK-DSP-COUNT EQUAL 10
               INITIALIZE WRK-MSG
               MOVE '31CONTINUAR LISTANDO (S/N)?' TO WRK-MSG
               DISPLAY SCREEN-CONFIRMATION
               ACCEPT SCREEN-CONFIRMATION-WAIT
               IF WRK-AWAIT EQUAL 'S' OR EQUAL 's'
                   MOVE 09     TO WRK-DSP-LINE
                   MOVE ZEROES TO WRK-DSP-COUNT
                   DISPLAY SCREEN-MAIN
               ELSE
                   MOVE 'N' TO WRK-DSP-CONTINUA
               END-IF
           END-IF.
       0347-LINHA-VOLUME-END. EXIT.

       0348-VERIFICA-SUGESTOES SECTION.
      *    "QUEM LEVOU ESTE TAMBEM LEVOU" (CALCULADO PELO SUVIDPRG):
      *    SO PERGUNTA QUANDO HA SUGESTAO. SEM TOMADOR NA CONSULTA,
      *    NENHUMA SUGESTAO PASSA DA CLASSIFICACAO DO TITULO
      *    CONSULTADO. A MONTAGEM RELE MOVIES.DAT, ENTAO O REG-FIL
      *    DO CODIGO CONSULTADO E RELIDO LOGO EM SEGUIDA.
           MOVE CODIGO TO WRK-SUG-ORIGEM.
           MOVE 'N'    TO WRK-SUG-TEM-TOMADOR.
           PERFORM 0349-MONTA-SUGESTOES.
      *
           MOVE WRK-SUG-ORIGEM TO CODIGO.
           READ MOVIES
               INVALID KEY
                   CONTINUE
           END-READ.
      *
           IF WRK-SUG-ACHADOS EQUAL ZEROES
               GO TO 0348-VERIFICA-SUGESTOES-END
           END-IF.
      *
           INITIALIZE WRK-MSG.
           MOVE '14VER QUEM LEVOU ESTE TAMBEM LEVOU (S/N)?' TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
           IF WRK-AWAIT EQUAL 'S' OR EQUAL 's'
               DISPLAY SCREEN-MAIN
               DISPLAY 'SUGESTOES: '   AT LINE 07 COLUMN 02
               DISPLAY WRK-SUG-ORIGEM  AT LINE 07 COLUMN 13
               DISPLAY
               'CODIGO  TITULO                         CL M TOMADORES'
                   AT LINE 08 COLUMN 02
               MOVE 09 TO WRK-DSP-LINE
               PERFORM VARYING WRK-SUG-IDX FROM 1 BY 1
                         UNTIL WRK-SUG-IDX GREATER THAN WRK-SUG-ACHADOS
                   MOVE WRK-SUG-TOMADORES(WRK-SUG-IDX)
                     TO WRK-SUG-TOM-EDIT
                   DISPLAY WRK-SUG-CODIGO(WRK-SUG-IDX)
                       AT LINE WRK-DSP-LINE COLUMN 02
                   DISPLAY WRK-SUG-TITULO(WRK-SUG-IDX)
                       AT LINE WRK-DSP-LINE COLUMN 10
                   DISPLAY WRK-SUG-CLASSIF(WRK-SUG-IDX)
                       AT LINE WRK-DSP-LINE COLUMN 41
                   DISPLAY WRK-SUG-MIDIA(WRK-SUG-IDX)
                       AT LINE WRK-DSP-LINE COLUMN 44
                   DISPLAY WRK-SUG-TOM-EDIT
                       AT LINE WRK-DSP-LINE COLUMN 50
                   ADD 1 TO WRK-DSP-LINE
               END-PERFORM
               INITIALIZE WRK-MSG
               MOVE '28FIM DAS SUGESTOES.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
           END-IF.
       0348-VERIFICA-SUGESTOES-END. EXIT.

       0349-MONTA-SUGESTOES SECTION.
           COPY 'CPVIDSUP'. *> MONTA AS SUGESTOES DO TITULO
       0349-MONTA-SUGESTOES-END. EXIT.

       0350-HISTORICO-VERSOES SECTION.
      *    MOSTRA AS VERSOES GUARDADAS DO CODIGO CONSULTADO, CADA UMA
      *    COM AS DIFERENCAS CAMPO A CAMPO PARA A VERSAO SEGUINTE (A
       0500-CLOSE-DATA SECTION.
           CLOSE VERSOES.
           CLOSE TAGCUR.
           CLOSE SERIES.
           CLOSE SUGESTAO.
           CLOSE RESERVAS.
           CLOSE TOMADORES.
           CLOSE EXEMPLAR.
