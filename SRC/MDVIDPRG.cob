      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : DIGITAL MEDIA LOCATION REGISTRY MAINTENANCE OF   *
      *               VIDEOTECA PROGRAM - SERVER, PATH AND LICENSED    *
      *               SIMULTANEOUS ACCESSES OF EACH DIGITAL COPY       *
      *               (MIDIA 'D'), KEYED BY CODIGO; ACTIVE DIGITAL     *
      *               GRANTS OF A TITLE AND THE MONTHLY DEMAND X       *
      *               LICENSES REPORT                                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MDVIDPRG.
       FILE-CONTROL.
           COPY 'CPVIDFCV'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDDGF'. *> MIDIADIG DAT WORKBOOK
           COPY 'CPVIDADF'. *> ACESSDIG (ACTIVE DIGITAL GRANTS)
           COPY 'CPVIDDMF'. *> DEMDIG (DIGITAL LENDING DEMAND)
      *
           SELECT DMD-REL
              ASSIGN       TO WRK-SPL-NOME
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-DMD-REL.
      *
           COPY 'CPVIDSPF'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDALF'. *> ABEND LOG
      *
       DATA DIVISION.
       FD MIDIADIG.
           COPY 'CPVIDDGD'.

       FD ACESSDIG.
           COPY 'CPVIDADD'.

       FD DEMDIG.
           COPY 'CPVIDDMD'.

       FD DMD-REL.
           01 FIL-REL          PIC X(132).

       FD VIDRELS.
           COPY 'CPVIDSPD'.

       FD VIDABEND.
           COPY 'CPVIDALD'.
      *
           COPY 'CPVIDMSG'. *> MESSAGES
           COPY 'CPVIDFCW'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDDGW'. *> MIDIADIG DAT WORKBOOK
           COPY 'CPVIDADW'. *> ACESSDIG (ACTIVE DIGITAL GRANTS)
           COPY 'CPVIDDMW'. *> DEMDIG (DIGITAL LENDING DEMAND)
           COPY 'CPVIDSPW'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDABE'. *> ABEND
           COPY 'CPVIDALW'. *> ABEND LOG
      *
       77 FS-DMD-REL                PIC X(02).
       77 WRK-SPL-NOME              PIC X(40).
       77 WRK-SPL-PROGRAMA          PIC X(08).
      *
       77 WRK-FILME-OK              PIC X(01) VALUE 'S'.
      *
       77 WRK-LST-LINE              PIC 9(02) USAGE COMP-3 VALUE 15.
       77 WRK-LST-COUNT             PIC 9(02) USAGE COMP-3 VALUE ZEROES.
       77 WRK-LST-CONTINUA          PIC X(01) VALUE 'S'.
      *
      *    ACESSOS EM USO DE UM TITULO E MES DO RELATORIO DE DEMANDA.
       77 WRK-MD-EM-USO             PIC 9(03) VALUE ZEROES.
       77 WRK-MD-ANOMES             PIC 9(06) VALUE ZEROES.
       77 WRK-MD-TITULOS            PIC 9(05) USAGE COMP-3
                                     VALUE ZEROES.
       77 WRK-MD-TIT-EDIT           PIC ZZZZ9 VALUE ZEROES.
       77 WRK-MD-LIC-EDIT           PIC ZZ9 VALUE ZEROES.
       77 WRK-MD-PICO-EDIT          PIC ZZ9 VALUE ZEROES.
       77 WRK-MD-CONC-EDIT          PIC ZZZZ9 VALUE ZEROES.
       77 WRK-MD-NEG-EDIT           PIC ZZZZ9 VALUE ZEROES.
       77 WRK-MD-DATA-EDIT          PIC X(10) VALUE SPACES.
       77 WRK-MD-DATA-AUX           PIC 9(08) VALUE ZEROES.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN'. *> MAIN SCREEN
               "1 - INCLUIR/ALTERAR LOCALIZACAO".
           05 LINE 08 COLUMN 02 VALUE "2 - EXCLUIR LOCALIZACAO".
           05 LINE 09 COLUMN 02 VALUE "3 - CONSULTAR LOCALIZACAO".
           05 LINE 07 COLUMN 40 VALUE "4 - ACESSOS DIGITAIS ATIVOS".
           05 LINE 08 COLUMN 40 VALUE "5 - DEMANDA X LICENCAS (IMPR.)".
           05 LINE 10 COLUMN 02 VALUE "0 - VOLTAR".
           05 LINE 11 COLUMN 02 VALUE "OPCAO: ".
           05 COLUMN PLUS 01    PIC X(01) USING WRK-OPTION.
           05 COLUMN PLUS 01    PIC X(20) USING LOC-SERVIDOR.
           05 LINE 15 COLUMN 02 VALUE "CAMINHO.........: ".
           05 LINE 16 COLUMN 02 PIC X(60) USING LOC-CAMINHO.
           05 LINE 17 COLUMN 02 VALUE "ACESSOS SIMULT..: ".
           05 COLUMN PLUS 01    PIC 9(03) USING LOC-LICENCAS.
      *
       01 SCREEN-MIDIADIG-MES.
           05 LINE 13 COLUMN 02 VALUE "MES (AAAAMM)....: ".
           05 COLUMN PLUS 01    PIC 9(06) USING WRK-MD-ANOMES.
      *
       PROCEDURE DIVISION.
       0000-MAIN SECTION.
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT ACESSDIG.
      *
           IF FS-ACESSDIG EQUAL "35"
               OPEN OUTPUT ACESSDIG
               CLOSE ACESSDIG
               OPEN INPUT ACESSDIG
           END-IF.
      *
           IF FS-ACESSDIG NOT EQUAL "00"
               MOVE '40ERRO AO ABRIR ACESSOS DIGITAIS ATIVOS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-ACESSDIG TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ACESSOS DIGITAIS ATIVOS'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT DEMDIG.
      *
           IF FS-DEMDIG EQUAL "35"
               OPEN OUTPUT DEMDIG
               CLOSE DEMDIG
               OPEN INPUT DEMDIG
           END-IF.
      *
           IF FS-DEMDIG NOT EQUAL "00"
               MOVE '40ERRO AO ABRIR DEMANDA DE MIDIA DIGITAL.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-DEMDIG TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR DEMANDA DE MIDIA DIGITAL'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
       0100-OPEN-DATA-END. EXIT.

       0200-VALIDA-FILME SECTION.
               WHEN '1' PERFORM 0310-GRAVAR-LOCALIZACAO
               WHEN '2' PERFORM 0320-EXCLUIR-LOCALIZACAO
               WHEN '3' PERFORM 0330-CONSULTAR-LOCALIZACAO
               WHEN '4' PERFORM 0340-ACESSOS-ATIVOS
               WHEN '5' PERFORM 0350-DEMANDA-LICENCAS
               WHEN '0' CONTINUE
               WHEN OTHER
                   INITIALIZE WRK-MSG
               READ MIDIADIG
                   INVALID KEY
                       MOVE CODIGO TO LOC-CODIGO
                       MOVE 1      TO LOC-LICENCAS
                       DISPLAY SCREEN-MIDIADIG-DADOS
                       ACCEPT  SCREEN-MIDIADIG-DADOS
                       PERFORM 0315-VALIDA-LICENCAS
                       WRITE REG-LOC
                           INVALID KEY
                               MOVE '24ERRO AO GRAVAR LOCALIZACAO.'
                   NOT INVALID KEY
                       DISPLAY SCREEN-MIDIADIG-DADOS
                       ACCEPT  SCREEN-MIDIADIG-DADOS
                       PERFORM 0315-VALIDA-LICENCAS
                       REWRITE REG-LOC
                           INVALID KEY
                               MOVE '24ERRO AO GRAVAR LOCALIZACAO.'
           ACCEPT SCREEN-WAIT.
       0310-GRAVAR-LOCALIZACAO-END. EXIT.

       0315-VALIDA-LICENCAS SECTION.
      *    TITULO DIGITAL SEM LICENCA NAO PODERIA SER EMPRESTADO; ZERO
      *    VALE COMO A LICENCA UNICA DO LEGADO.
           IF LOC-LICENCAS EQUAL ZEROES
               MOVE 1 TO LOC-LICENCAS
           END-IF.
       0315-VALIDA-LICENCAS-END. EXIT.

       0320-EXCLUIR-LOCALIZACAO SECTION.
           INITIALIZE REG-LOC.
           INITIALIZE WRK-MSG.
           ACCEPT SCREEN-WAIT.
       0330-CONSULTAR-LOCALIZACAO-END. EXIT.

       0340-ACESSOS-ATIVOS SECTION.
      *    ACESSOS DIGITAIS EM VIGOR DE UM TITULO (CHAVE PRIMARIA DE
      *    ACESSDIG COMECA PELO FILME), COM O TOTAL EM USO CONTRA AS
      *    LICENCAS.
           INITIALIZE REG-LOC.
           INITIALIZE WRK-MSG.
           DISPLAY SCREEN-MIDIADIG-KEY.
           ACCEPT  SCREEN-MIDIADIG-KEY.
      *
           READ MIDIADIG
               INVALID KEY
                   MOVE '24LOCALIZACAO NAO CADASTRADA.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   GO TO 0340-ACESSOS-ATIVOS-END
           END-READ.
      *
           MOVE 15     TO WRK-LST-LINE.
           MOVE ZEROES TO WRK-LST-COUNT.
           MOVE ZEROES TO WRK-MD-EM-USO.
           MOVE 'S'    TO WRK-LST-CONTINUA.
      *
           DISPLAY 'TOMADOR  INICIO      FIM         OPERADOR'
               AT LINE 14 COLUMN 02.
      *
           MOVE LOC-CODIGO TO ADG-CODIGO.
           MOVE ZEROES     TO ADG-TOM-CODIGO.
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
                      OR ADG-CODIGO NOT EQUAL LOC-CODIGO
                      OR WRK-LST-CONTINUA EQUAL 'N'
               ADD 1 TO WRK-MD-EM-USO
               DISPLAY ADG-TOM-CODIGO AT LINE WRK-LST-LINE COLUMN 02
               MOVE ADG-DATA-INICIO TO WRK-MD-DATA-AUX
               PERFORM 0390-EDITA-DATA
               DISPLAY WRK-MD-DATA-EDIT
                   AT LINE WRK-LST-LINE COLUMN 11
               MOVE ADG-DATA-FIM TO WRK-MD-DATA-AUX
               PERFORM 0390-EDITA-DATA
               DISPLAY WRK-MD-DATA-EDIT
                   AT LINE WRK-LST-LINE COLUMN 23
               DISPLAY ADG-OPERADOR AT LINE WRK-LST-LINE COLUMN 35
               ADD 1 TO WRK-LST-LINE
               ADD 1 TO WRK-LST-COUNT
      *
               IF WRK-LST-COUNT EQUAL 7
                   PERFORM 0335-PAGINA-LISTA
               END-IF
      *
               READ ACESSDIG NEXT RECORD
           END-PERFORM.
      *
           IF WRK-LST-CONTINUA EQUAL 'S'
               MOVE WRK-MD-EM-USO TO WRK-MD-PICO-EDIT
               MOVE LOC-LICENCAS  TO WRK-MD-LIC-EDIT
               STRING '20FIM DA LISTA. EM USO: ' DELIMITED BY SIZE
                      WRK-MD-PICO-EDIT           DELIMITED BY SIZE
                      ' DE '                     DELIMITED BY SIZE
                      WRK-MD-LIC-EDIT            DELIMITED BY SIZE
                      ' LICENCAS.'               DELIMITED BY SIZE
                 INTO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
           END-IF.
       0340-ACESSOS-ATIVOS-END. EXIT.

       0335-PAGINA-LISTA SECTION.
           INITIALIZE WRK-MSG.
           MOVE '31CONTINUAR LISTANDO (S/N)?' TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
      *
           IF WRK-AWAIT EQUAL 'S' OR EQUAL 's'
               MOVE 15     TO WRK-LST-LINE
               MOVE ZEROES TO WRK-LST-COUNT
           ELSE
               MOVE 'N' TO WRK-LST-CONTINUA
           END-IF.
       0335-PAGINA-LISTA-END. EXIT.

       0350-DEMANDA-LICENCAS SECTION.
      *    TITULOS DIGITAIS COM PEDIDO NEGADO NO MES POR FALTA DE
      *    LICENCA LIVRE: A PROCURA PASSOU DAS LICENCAS CONTRATADAS.
      *    MES EM ZEROS VALE COMO O MES CORRENTE. UMA GERACAO DATADA
      *    REGISTRADA NO SPOOL (CRITERIO DE REVIDPRG).
           INITIALIZE WRK-MSG.
           MOVE ZEROES TO WRK-MD-ANOMES.
           DISPLAY SCREEN-MIDIADIG-MES.
           ACCEPT  SCREEN-MIDIADIG-MES.
      *
           IF WRK-MD-ANOMES EQUAL ZEROES
               MOVE WRK-DATA-SISTEMA(1:6) TO WRK-MD-ANOMES
           END-IF.
      *
           IF WRK-MD-ANOMES(5:2) LESS THAN '01'
           OR WRK-MD-ANOMES(5:2) GREATER THAN '12'
               MOVE '30MES INVALIDO.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0350-DEMANDA-LICENCAS-END
           END-IF.
      *
           STRING './dat/DEMANDADIG-' DELIMITED BY SIZE
                  WRK-DATA-AAAA       DELIMITED BY SIZE
                  WRK-DATA-MM         DELIMITED BY SIZE
                  WRK-DATA-DD         DELIMITED BY SIZE
                  '.prt'              DELIMITED BY SIZE
             INTO WRK-SPL-NOME.
      *
           OPEN OUTPUT DMD-REL.
      *
           IF FS-DMD-REL NOT EQUAL "00"
               MOVE '42ERRO AO ABRIR ARQUIVO DE RELATORIO.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0350-DEMANDA-LICENCAS-END
           END-IF.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'VIDEOTECA - DEMANDA X LICENCAS DIGITAIS   MES: '
                      DELIMITED BY SIZE
                  WRK-MD-ANOMES(5:2) DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  WRK-MD-ANOMES(1:4) DELIMITED BY SIZE
                  '   EMISSAO: '     DELIMITED BY SIZE
                  WRK-DATA-EDIT-DD   DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  WRK-DATA-EDIT-MM   DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  WRK-DATA-EDIT-AAAA DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
           MOVE SPACES TO FIL-REL.
           STRING 'CODIGO  TITULO                          '
                      DELIMITED BY SIZE
                  'LICENCAS  PICO  CONCEDIDOS  NEGADOS'
                      DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE ZEROES TO WRK-MD-TITULOS.
           MOVE ZEROES TO DMD-CHAVE.
           START DEMDIG KEY IS NOT LESS THAN DMD-CHAVE
               INVALID KEY
                   MOVE '10' TO FS-DEMDIG
           END-START.
      *
           IF FS-DEMDIG EQUAL "00"
               READ DEMDIG NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-DEMDIG EQUAL "10"
               IF DMD-ANOMES EQUAL WRK-MD-ANOMES
               AND DMD-NEGADOS GREATER THAN ZEROES
                   PERFORM 0355-LINHA-DEMANDA
               END-IF
               READ DEMDIG NEXT RECORD
           END-PERFORM.
      *
           MOVE WRK-MD-TITULOS TO WRK-MD-TIT-EDIT.
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
           MOVE SPACES TO FIL-REL.
           STRING 'TITULOS COM DEMANDA ACIMA DAS LICENCAS: '
                      DELIMITED BY SIZE
                  WRK-MD-TIT-EDIT DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           CLOSE DMD-REL.
           PERFORM 0370-REGISTRA-SPOOL.
           MOVE '30RELATORIO DE DEMANDA X LICENCAS GERADO.' TO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0350-DEMANDA-LICENCAS-END. EXIT.

       0355-LINHA-DEMANDA SECTION.
           ADD 1 TO WRK-MD-TITULOS.
           MOVE DMD-CODIGO TO CODIGO.
           READ MOVIES
               INVALID KEY
                   MOVE SPACES TO TITULO
           END-READ.
      *
           MOVE DMD-LICENCAS   TO WRK-MD-LIC-EDIT.
           MOVE DMD-PICO       TO WRK-MD-PICO-EDIT.
           MOVE DMD-CONCEDIDOS TO WRK-MD-CONC-EDIT.
           MOVE DMD-NEGADOS    TO WRK-MD-NEG-EDIT.
           MOVE SPACES TO FIL-REL.
           STRING DMD-CODIGO       DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  TITULO           DELIMITED BY SIZE
                  '       '        DELIMITED BY SIZE
                  WRK-MD-LIC-EDIT  DELIMITED BY SIZE
                  '   '            DELIMITED BY SIZE
                  WRK-MD-PICO-EDIT DELIMITED BY SIZE
                  '       '        DELIMITED BY SIZE
                  WRK-MD-CONC-EDIT DELIMITED BY SIZE
                  '    '           DELIMITED BY SIZE
                  WRK-MD-NEG-EDIT  DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
       0355-LINHA-DEMANDA-END. EXIT.

       0370-REGISTRA-SPOOL SECTION.
           MOVE 'MDVIDPRG' TO WRK-SPL-PROGRAMA.
           COPY 'CPVIDSPP'. *> REGISTRA O RELATORIO NO SPOOL
       0370-REGISTRA-SPOOL-END. EXIT.

       0390-EDITA-DATA SECTION.
           MOVE SPACES TO WRK-MD-DATA-EDIT.
           STRING WRK-MD-DATA-AUX(7:2) DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  WRK-MD-DATA-AUX(5:2) DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  WRK-MD-DATA-AUX(1:4) DELIMITED BY SIZE
             INTO WRK-MD-DATA-EDIT.
       0390-EDITA-DATA-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE MOVIES.
           CLOSE ACESSDIG.
           CLOSE DEMDIG.
           CLOSE MIDIADIG.
      *
           IF FS-MIDIADIG NOT EQUAL "00"
