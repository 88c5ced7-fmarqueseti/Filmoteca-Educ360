      * PURPOSE     : SPINE/SHELF LABEL PRINTING BATCH OF VIDEOTECA    *
      *               PROGRAM - LABEL-FORMATTED OUTPUT FOR A CODIGO    *
      *               RANGE OR FOR RECORDS TOUCHED SINCE A GIVEN DATE, *
      *               SEVERAL LABELS PER PRINTED PAGE; EACH LABEL      *
      *               CARRIES THE TITLE CALL NUMBER (NUMCHAM.DAT),     *
      *               GENERATED FROM THE GENRE RULE WHEN MISSING       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LBVIDPRG.
           COPY 'CPVIDFCV'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDXFC'. *> EXEMPLAR DAT WORKBOOK
           COPY 'CPVIDBRF'. *> BARCODE DAT WORKBOOK
           COPY 'CPVIDRCF'. *> REGRACH (CALL NUMBER RULE PER GENRE)
           COPY 'CPVIDNCF'. *> NUMCHAM (CALL NUMBERS)
      *
           SELECT ETIQUETAS
              ASSIGN       TO './dat/ETIQUETAS.prt'
       FD BARCODE.
           COPY 'CPVIDBRD'.

       FD REGRACH.
           COPY 'CPVIDRCD'.

       FD NUMCHAM.
           COPY 'CPVIDNCD'.

       FD ETIQUETAS.
           01 FIL-ETQ          PIC X(132).

           COPY 'CPVIDFCW'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDXNW'. *> EXEMPLAR DAT WORKBOOK
           COPY 'CPVIDBRW'. *> BARCODE DAT WORKBOOK
           COPY 'CPVIDRCW'. *> REGRACH (CALL NUMBER RULE PER GENRE)
           COPY 'CPVIDNCW'. *> NUMCHAM (CALL NUMBERS)
           COPY 'CPVIDOPW'. *> OPERATOR SESSION
           COPY 'CPVIDABE'. *> ABEND
           COPY 'CPVIDALW'. *> ABEND LOG
      *
                                     VALUE ZEROES.
       77 WRK-ETQ-TOTAL-EDIT        PIC ZZZZ9 VALUE ZEROES.
       77 WRK-ETQ-DATA-REG          PIC 9(08) VALUE ZEROES.
       77 WRK-ETQ-TEM-NUMERO        PIC X(01) VALUE 'S'.
      *
      *    ETIQUETAS POR PAGINA IMPRESSA (4 LINHAS POR ETIQUETA EM
      *    FORMULARIO DE 66 LINHAS, COM FOLGA PARA O CORTE).
               CLOSE BARCODE
               OPEN INPUT BARCODE
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
           OPEN I-O NUMCHAM.
      *
           IF FS-NUMCHAM EQUAL "35"
               OPEN OUTPUT NUMCHAM
               CLOSE NUMCHAM
               OPEN I-O NUMCHAM
           END-IF.
      *
           OPEN OUTPUT ETIQUETAS.
      *
           CLOSE ETIQUETAS.
           CLOSE EXEMPLAR.
           CLOSE BARCODE.
           CLOSE REGRACH.
           CLOSE NUMCHAM.
           CLOSE MOVIES.
      *
           MOVE WRK-ETQ-TOTAL TO WRK-ETQ-TOTAL-EDIT.
           END-IF.
       0320-TESTA-CRITERIO-END. EXIT.

       0325-NUMERO-CHAMADA SECTION.
      *    A ETIQUETA COLADA NA LOMBADA TEM DE BATER COM A ORDEM DA
      *    ESTANTE: TITULO AINDA SEM NUMERO GANHA AGORA O DA REGRA DO
      *    GENERO, GRAVADO EM NUMCHAM.DAT (ORIGEM 'R').
           MOVE 'S'    TO WRK-ETQ-TEM-NUMERO.
           MOVE CODIGO TO NCH-CODIGO.
           READ NUMCHAM
               INVALID KEY
                   MOVE 'N' TO WRK-ETQ-TEM-NUMERO
           END-READ.
      *
           IF WRK-ETQ-TEM-NUMERO EQUAL 'S'
               GO TO 0325-NUMERO-CHAMADA-END
           END-IF.
      *
           COPY 'CPVIDNCP'. *> NUMERO DE CHAMADA PELA REGRA
      *
           MOVE CODIGO           TO NCH-CODIGO.
           MOVE WRK-NCH-NUMERO   TO NCH-NUMERO.
           MOVE 'R'              TO NCH-ORIGEM.
           MOVE WRK-OPERADOR     TO NCH-OPERADOR.
           MOVE WRK-DATA-SISTEMA TO NCH-DATA.
           WRITE REG-NCH.
       0325-NUMERO-CHAMADA-END. EXIT.

       0330-UMA-ETIQUETA SECTION.
      *    UMA ETIQUETA POR COPIA FISICA DO TITULO, COM O VALOR DO
      *    CODIGO DE BARRAS DA COPIA (BARCODE.DAT, CHAVE ALTERNADA
      *    PELA COPIA). TITULO SEM EXEMPLAR CADASTRADO SAI COMO COPIA
      *    UNICA 01, COMPATIVEL COM O ACERVO ANTERIOR AO CONTROLE DE
      *    EXEMPLARES.
           PERFORM 0325-NUMERO-CHAMADA.
      *
           MOVE 'N'    TO WRK-ETQ-TEVE-EXE.
           MOVE CODIGO TO EXE-CODIGO.
           MOVE ZEROES TO EXE-NUMERO.

       0335-ETIQUETA-COPIA SECTION.
      *    ETIQUETA DE 5 LINHAS (CODIGO+EXEMPLAR+MIDIA, TITULO
      *    CORTADO NA LARGURA DA ETIQUETA, NUMERO DE CHAMADA, CODIGO
      *    DE BARRAS E LINHA DE CORTE); A CADA WRK-ETQ-POR-PAGINA
      *    ETIQUETAS, SALTA DE PAGINA.
           ADD 1 TO WRK-ETQ-TOTAL.
      *
           MOVE SPACES TO FIL-ETQ.
           WRITE FIL-ETQ.
      *
           MOVE SPACES TO FIL-ETQ.
           MOVE NCH-NUMERO TO FIL-ETQ.
           WRITE FIL-ETQ.
      *
      *    A LEITURA PELA CHAVE ALTERNADA TRAZ O VINCULO DA COPIA;
