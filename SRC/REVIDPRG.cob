       FILE-CONTROL.
           COPY 'CPVIDSEQ'. *> MOVIES DAT WORKBOOK SEQUENTIAL
           COPY 'CPVIDDEF'. *> DETALHES DAT WORKBOOK
           COPY 'CPVIDSRF'. *> SERIES DAT WORKBOOK
      *
           SELECT MOVIES-REL
              ASSIGN       TO WRK-SPL-NOME
       FD  DETALHES.
           COPY 'CPVIDDED'.

       FD  SERIES.
           COPY 'CPVIDSRD'.

       FD  MOVIES-REL.
           01 FIL-REL          PIC X(132).

           COPY 'CPVIDMSG'. *> MESSAGES
           COPY 'CPVIDFCW'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDDEW'. *> DETALHES DAT WORKBOOK
           COPY 'CPVIDSRW'. *> SERIES DAT WORKBOOK
           COPY 'CPVIDABE'. *> ABEND
           COPY 'CPVIDALW'. *> ABEND LOG
      *
       77 WRK-LOC-FOUND-IDX        PIC 9(02) USAGE COMP-3 VALUE ZEROES.
       77 WRK-LOC-ACHOU            PIC X(01) VALUE 'N'.
       77 WRK-LOC-QTD-EDIT         PIC ZZZZ9 VALUE ZEROES.
      *
      *    TITULOS QUE FAZEM PARTE DE SERIES, GUARDADOS NA PASSADA DO
      *    CATALOGO (MOVIES.DAT E SEQUENCIAL AQUI) PARA O QUADRO DAS
      *    SERIES NO FIM DO RELATORIO.
       01 WRK-TAB-SERIE.
           05 WRK-SRT-ITEM OCCURS 300 TIMES.
               10 WRK-SRT-CODIGO    PIC 9(07).
               10 WRK-SRT-TITULO    PIC X(30).
       77 WRK-SRT-QTDE             PIC 9(03) USAGE COMP-3 VALUE ZEROES.
       77 WRK-SRT-IDX              PIC 9(03) USAGE COMP-3 VALUE ZEROES.
       77 WRK-SRT-ACHOU            PIC X(01) VALUE 'N'.
       77 WRK-SRT-TITULO-ACHADO    PIC X(30) VALUE SPACES.
       77 WRK-SRT-NUMERO           PIC 9(04) VALUE ZEROES.
      *
       01 WRK-ESTATISTICA.
           05 WRK-TOT-LIDOS         PIC 9(05) USAGE COMP-3 VALUE ZEROES.
               CLOSE DETALHES
               OPEN INPUT DETALHES
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
           OPEN INPUT  MOVIES
                OUTPUT MOVIES-REL.
           INITIALIZE WRK-ESTATISTICA.
           INITIALIZE WRK-TAB-LOCAL.
           MOVE ZEROES TO WRK-LOC-QTDE.
           INITIALIZE WRK-TAB-SERIE.
           MOVE ZEROES TO WRK-SRT-QTDE.
       0100-OPEN-DATA-END. EXIT.

       0200-VALIDATE-DATA SECTION.
           END-IF.
      *
           PERFORM 0305-IMPRIME-DETALHES.
           PERFORM 0306-IMPRIME-SERIE.
      *
           READ MOVIES.
       0300-PROCESS-DATA-END. EXIT.
           END-READ.
       0305-IMPRIME-DETALHES-END. EXIT.

       0306-IMPRIME-SERIE SECTION.
      *    TITULO QUE FAZ PARTE DE UMA SERIE GANHA A LINHA COM O NOME
      *    E O VOLUME, E ENTRA NA TABELA DO QUADRO FINAL DAS SERIES.
           MOVE CODIGO TO SER-CODIGO.
           READ SERIES KEY IS SER-CODIGO
               INVALID KEY
                   GO TO 0306-IMPRIME-SERIE-END
           END-READ.
      *
           MOVE SPACES TO FIL-REL.
           STRING '       SERIE: ' DELIMITED BY SIZE
                  SER-NOME         DELIMITED BY SIZE
                  '  VOL: '        DELIMITED BY SIZE
                  SER-VOLUME       DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
           ADD 1 TO WRK-REL-LINHA.
      *
           IF WRK-SRT-QTDE LESS THAN 300
               ADD 1 TO WRK-SRT-QTDE
               MOVE CODIGO TO WRK-SRT-CODIGO(WRK-SRT-QTDE)
               MOVE TITULO TO WRK-SRT-TITULO(WRK-SRT-QTDE)
           END-IF.
       0306-IMPRIME-SERIE-END. EXIT.

       0307-ACUMULA-LOCAL SECTION.
      *    ACUMULA O TOTAL DE TITULOS POR LOCAL PARA O QUADRO DO FIM
      *    DO CATALOGO (PEDIDO DA DIVISAO POR PREDIO).
           PERFORM 0410-IMPRIME-LOCAL
               VARYING WRK-LOC-IDX FROM 1 BY 1
               UNTIL WRK-LOC-IDX GREATER THAN WRK-LOC-QTDE.
      *
           PERFORM 0415-IMPRIME-SERIES.
      *
           MOVE 'REVIDPRG' TO WRK-SPL-PROGRAMA.
           PERFORM 0420-REGISTRA-SPOOL.
           WRITE FIL-REL.
       0410-IMPRIME-LOCAL-END. EXIT.

       0415-IMPRIME-SERIES SECTION.
      *    QUADRO DAS SERIES E COLECOES: CADA SERIE COM OS VOLUMES EM
      *    ORDEM, PARA OS EPISODIOS APARECEREM JUNTOS MESMO QUANDO O
      *    CATALOGO POR CODIGO OS ESPALHA.
           MOVE ZEROES TO SER-NUMERO.
           MOVE ZEROES TO SER-VOLUME.
           START SERIES KEY IS NOT LESS THAN SER-CHAVE
               INVALID KEY
                   GO TO 0415-IMPRIME-SERIES-END
           END-START.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE 'SERIES E COLECOES:' TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE ZEROES TO WRK-SRT-NUMERO.
           READ SERIES NEXT RECORD.
      *
           PERFORM UNTIL FS-SERIES NOT EQUAL "00"
               IF SER-NUMERO NOT EQUAL WRK-SRT-NUMERO
                   MOVE SER-NUMERO TO WRK-SRT-NUMERO
                   MOVE SPACES TO FIL-REL
                   STRING '  '       DELIMITED BY SIZE
                          SER-NUMERO DELIMITED BY SIZE
                          ' '        DELIMITED BY SIZE
                          SER-NOME   DELIMITED BY SIZE
                     INTO FIL-REL
                   WRITE FIL-REL
               END-IF
      *
               PERFORM 0417-PROCURA-TITULO
               MOVE SPACES TO FIL-REL
               STRING '       VOL '         DELIMITED BY SIZE
                      SER-VOLUME            DELIMITED BY SIZE
                      ' '                   DELIMITED BY SIZE
                      SER-CODIGO            DELIMITED BY SIZE
                      ' '                   DELIMITED BY SIZE
                      WRK-SRT-TITULO-ACHADO DELIMITED BY SIZE
                 INTO FIL-REL
               WRITE FIL-REL
      *
               READ SERIES NEXT RECORD
           END-PERFORM.
       0415-IMPRIME-SERIES-END. EXIT.

       0417-PROCURA-TITULO SECTION.
           MOVE 'N' TO WRK-SRT-ACHOU.
           MOVE '** FORA DO CATALOGO **' TO WRK-SRT-TITULO-ACHADO.
           PERFORM VARYING WRK-SRT-IDX FROM 1 BY 1
               UNTIL WRK-SRT-IDX GREATER THAN WRK-SRT-QTDE
                  OR WRK-SRT-ACHOU EQUAL 'S'
               IF WRK-SRT-CODIGO(WRK-SRT-IDX) EQUAL SER-CODIGO
                   MOVE 'S' TO WRK-SRT-ACHOU
                   MOVE WRK-SRT-TITULO(WRK-SRT-IDX)
                       TO WRK-SRT-TITULO-ACHADO
               END-IF
           END-PERFORM.
       0417-PROCURA-TITULO-END. EXIT.

       0420-REGISTRA-SPOOL SECTION.
           COPY 'CPVIDSPP'. *> REGISTRA RELATORIO NO SPOOL
       0420-REGISTRA-SPOOL-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE DETALHES.
           CLOSE SERIES.
           CLOSE MOVIES MOVIES-REL.
      *
           IF FS-MOVIES NOT EQUAL "00"
