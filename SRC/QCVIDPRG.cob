      *               COMBINES CRITERIA ACROSS REG-FIL (GENERO,        *
      *               DURACAO RANGE, MIDIA, LOCAL, CLASSIFICACAO,      *
      *               NOTA RANGE) AND REG-DET (ANO RANGE, DIRETOR      *
      *               PREFIX) AND ACESSIB (ACCESSIBILITY FEATURE AND   *
      *               LANGUAGE), SHOWS THE RESULT SET PAGEABLE ON      *
      *               SCREEN OR SENDS IT TO THE REPORT SPOOL OR TO     *
      *               THE CSV EXPORT LAYOUT; FREQUENT COMBINATIONS     *
      *               ARE SAVED AND RECALLED BY NAME IN CONSULTAS.DAT  *
       FILE-CONTROL.
           COPY 'CPVIDFCV'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDDEF'. *> DETALHES DAT WORKBOOK
           COPY 'CPVIDACF'. *> ACESSIB (ACCESSIBILITY FEATURES)
      *
           SELECT CONSULTAS
              ASSIGN       TO './dat/CONSULTAS.dat'
       FD DETALHES.
           COPY 'CPVIDDED'.

       FD ACESSIB.
           COPY 'CPVIDACD'.

       FD CONSULTAS.
           01 REG-QRY.
               05 QRY-NOME         PIC X(10).
           COPY 'CPVIDMSG'. *> MESSAGES
           COPY 'CPVIDFCW'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDDEW'. *> DETALHES DAT WORKBOOK
           COPY 'CPVIDACW'. *> ACESSIB (ACCESSIBILITY FEATURES)
           COPY 'CPVIDSPW'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDABE'. *> ABEND
           COPY 'CPVIDALW'. *> ABEND LOG
           05 WRK-QC-ANO-DE         PIC 9(04).
           05 WRK-QC-ANO-ATE        PIC 9(04).
           05 WRK-QC-DIRETOR        PIC X(30).
           05 WRK-QC-RECURSO        PIC X(01).
           05 WRK-QC-IDIOMA         PIC X(03).
           05 FILLER                PIC X(04).
      *
       77 WRK-QC-NOME               PIC X(10) VALUE SPACES.
       77 WRK-QC-CASA               PIC X(01) VALUE 'S'.
           05 COLUMN PLUS 01    PIC 9(04) USING WRK-QC-ANO-ATE.
           05 LINE 15 COLUMN 02 VALUE "DIRETOR: ".
           05 COLUMN PLUS 01    PIC X(30) USING WRK-QC-DIRETOR.
           05 LINE 15 COLUMN 44 VALUE "RECURSO: ".
           05 COLUMN PLUS 01    PIC X(01) USING WRK-QC-RECURSO.
           05 LINE 15 COLUMN 56 VALUE "IDIOMA: ".
           05 COLUMN PLUS 01    PIC X(03) USING WRK-QC-IDIOMA.
           05 LINE 16 COLUMN 02 VALUE
               "(RECURSO D=AUDIODESCR L=LIBRAS C=CC S=LEGENDA A=AUDIO)".
      *
       01 SCREEN-QUERY-NOME.
           05 LINE 17 COLUMN 02 VALUE "NOME DA CONSULTA: ".
               CLOSE DETALHES
               OPEN INPUT DETALHES
           END-IF.
      *
           OPEN INPUT ACESSIB.
      *
           IF FS-ACESSIB EQUAL "35"
               OPEN OUTPUT ACESSIB
               CLOSE ACESSIB
               OPEN INPUT ACESSIB
           END-IF.
      *
           OPEN I-O CONSULTAS.
      *
           ELSE
               MOVE WRK-QC-ANO-ATE TO WRK-QC-ANO-ATE-EF
           END-IF.
      *
           INSPECT WRK-QC-RECURSO CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WRK-QC-IDIOMA CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
           MOVE ZEROES TO WRK-QC-DIR-TAM.
           IF WRK-QC-DIRETOR NOT EQUAL SPACES
               GO TO 0350-TESTA-FILTROS-END
           END-IF.
      *
      *    RECURSO DE ACESSIBILIDADE E/OU IDIOMA (ACVIDPRG): BASTA UM
      *    REGISTRO DO TITULO QUE ATENDA AOS DOIS QUE FORAM INFORMADOS.
           IF WRK-QC-RECURSO NOT EQUAL SPACES
           OR WRK-QC-IDIOMA NOT EQUAL SPACES
               PERFORM 0352-TESTA-ACESSIB
               IF WRK-QC-CASA EQUAL 'N'
                   GO TO 0350-TESTA-FILTROS-END
               END-IF
           END-IF.
      *
      *    CRITERIOS DOS DETALHES: SO CUSTAM A LEITURA QUANDO FORAM
      *    INFORMADOS; TITULO SEM DETALHES GRAVADOS NAO CASA COM
      *    FILTRO DE ANO OU DIRETOR.
           END-IF.
       0350-TESTA-FILTROS-END. EXIT.

       0352-TESTA-ACESSIB SECTION.
      *    PERCORRE OS RECURSOS DO TITULO PELA CHAVE ALTERNADA.
           MOVE 'N' TO WRK-QC-CASA.
      *
           MOVE CODIGO TO ACS-CODIGO.
           START ACESSIB KEY IS EQUAL TO ACS-CODIGO
               INVALID KEY
                   MOVE '10' TO FS-ACESSIB
           END-START.
      *
           IF FS-ACESSIB EQUAL "00"
               READ ACESSIB NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-ACESSIB EQUAL "10"
                      OR ACS-CODIGO NOT EQUAL CODIGO
                      OR WRK-QC-CASA EQUAL 'S'
               IF (WRK-QC-RECURSO EQUAL SPACES
                OR ACS-RECURSO EQUAL WRK-QC-RECURSO)
              AND (WRK-QC-IDIOMA EQUAL SPACES
                OR ACS-IDIOMA EQUAL WRK-QC-IDIOMA)
                   MOVE 'S' TO WRK-QC-CASA
               END-IF
               READ ACESSIB NEXT RECORD
           END-PERFORM.
       0352-TESTA-ACESSIB-END. EXIT.

       0320-EXECUTA-TELA SECTION.
      *    PAGINA DE 7 EM 7 LINHAS, MESMO CRITERIO DAS LISTAGENS DE
      *    EMVIDPRG.
       0500-CLOSE-DATA SECTION.
           CLOSE MOVIES.
           CLOSE DETALHES.
           CLOSE ACESSIB.
           CLOSE CONSULTAS.
       0500-CLOSE-DATA-END. EXIT.

