       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDSEQ'. *> MOVIES DAT WORKBOOK SEQUENTIAL
           COPY 'CPVIDSRF'. *> SERIES DAT WORKBOOK
      *
           SELECT SORT-FILE ASSIGN TO "SORTWK1".
      *
           05 BAIXA-DATA-SRT   PIC 9(08).
           05 LOCAL-SRT        PIC X(03).
           05 CLASSIF-SRT      PIC X(02).
      *
       FD SERIES.
           COPY 'CPVIDSRD'.
      *
       FD MOVIES-HTM.
           01 FIL-HTM          PIC X(200).
           COPY 'CPVIDMAN'. *> MAIN SCREEN (DATE/TIME FIELDS)
           COPY 'CPVIDMSG'. *> MESSAGES
           COPY 'CPVIDFCW'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDSRW'. *> SERIES DAT WORKBOOK
           COPY 'CPVIDABE'. *> ABEND
           COPY 'CPVIDALW'. *> ABEND LOG
      *
       77 WRK-HTM-ESC-IDX           PIC 9(02) USAGE COMP-3.
       77 WRK-HTM-ESC-OUT-IDX       PIC 9(03) USAGE COMP-3.
       77 WRK-HTM-ESC-CHAR          PIC X(01).
      *
      *    NOME E VOLUME DA SERIE (SEVIDPRG) AO LADO DO TITULO.
       77 WRK-HTM-SERIE             PIC X(200) VALUE SPACES.
      *
       SCREEN SECTION.
           COPY 'SCVIDMSG'. *> MESSAGES
               ON ASCENDING KEY SRT-TITULO
               USING MOVIES
               GIVING MOVIES-SRT.
      *
           OPEN INPUT SERIES.
      *
           IF FS-SERIES EQUAL "35"
               OPEN OUTPUT SERIES
               CLOSE SERIES
               OPEN INPUT SERIES
           END-IF.
      *
           OPEN INPUT  MOVIES-SRT
                OUTPUT MOVIES-HTM.

       0320-LINHA-FILME SECTION.
           ADD 1 TO WRK-TOT-PUBLICADOS.
      *
           PERFORM 0325-SERIE-DO-FILME.
      *
           MOVE TITULO-SRT TO WRK-HTM-ESC-SRC.
           PERFORM 0330-ESCAPA-TITULO.
           IF FAVORITO-SRT EQUAL 'S' OR EQUAL 's'
               STRING '<tr class="fav"><td>' DELIMITED BY SIZE
                      FUNCTION TRIM(WRK-HTM-ESC-OUT) DELIMITED BY SIZE
                      ' *'           DELIMITED BY SIZE
                      WRK-HTM-SERIE  DELIMITED BY '  '
                      '</td><td>'    DELIMITED BY SIZE
                      DURACAO-SRT    DELIMITED BY SIZE
                      ' MIN</td><td>' DELIMITED BY SIZE
                      NOTA-SRT       DELIMITED BY SIZE
           ELSE
               STRING '<tr><td>'     DELIMITED BY SIZE
                      FUNCTION TRIM(WRK-HTM-ESC-OUT) DELIMITED BY SIZE
                      WRK-HTM-SERIE  DELIMITED BY '  '
                      '</td><td>'    DELIMITED BY SIZE
                      DURACAO-SRT    DELIMITED BY SIZE
                      ' MIN</td><td>' DELIMITED BY SIZE
           WRITE FIL-HTM.
       0320-LINHA-FILME-END. EXIT.

       0325-SERIE-DO-FILME SECTION.
      *    TITULO DE UMA SERIE LEVA O NOME E O VOLUME NA MESMA CELULA,
      *    PARA O LEITOR ACHAR OS DEMAIS EPISODIOS.
           MOVE SPACES     TO WRK-HTM-SERIE.
           MOVE CODIGO-SRT TO SER-CODIGO.
           READ SERIES KEY IS SER-CODIGO
               INVALID KEY
                   GO TO 0325-SERIE-DO-FILME-END
           END-READ.
      *
           MOVE SER-NOME TO WRK-HTM-ESC-SRC.
           PERFORM 0330-ESCAPA-TITULO.
           STRING '<br><small>SERIE '   DELIMITED BY SIZE
                  FUNCTION TRIM(WRK-HTM-ESC-OUT) DELIMITED BY SIZE
                  ' VOL.'               DELIMITED BY SIZE
                  SER-VOLUME            DELIMITED BY SIZE
                  '</small>'            DELIMITED BY SIZE
             INTO WRK-HTM-SERIE.
       0325-SERIE-DO-FILME-END. EXIT.

       0330-ESCAPA-TITULO SECTION.
      *    PERCORRE O TITULO CARACTER A CARACTER TROCANDO &, < E >
      *    PELAS ENTIDADES HTML, PARA UM TITULO COM ESSES CARACTERES
       0400-PRINT-RESULTS-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE SERIES.
           CLOSE MOVIES-SRT MOVIES-HTM.
      *
           IF FS-MOVIES-HTM NOT EQUAL "00"
