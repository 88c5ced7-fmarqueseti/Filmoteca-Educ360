      ******************************************************************
      * FILE NAME   : DOVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : DONATION INTAKE REGISTER OF VIDEOTECA PROGRAM -  *
      *               RECORDS EACH DONATION (DONOR, CONTACT, DATE)     *
      *               AND EVERY DONATED ITEM WITH ITS CONDITION;       *
      *               ACCEPTED ITEMS GO TO THE CATPEND.DAT STAGING     *
      *               FILE (PCVIDPRG REVIEWS AND CATALOGS THEM),       *
      *               REJECTED ITEMS KEEP THE REASON. PRINTS THE       *
      *               THANK-YOU / RECEIPT LETTER PER DONATION AND THE  *
      *               YEARLY DONATIONS REPORT FOR THE APM              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOVIDPRG.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDFCV'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDGFC'. *> GENEROS DAT WORKBOOK
           COPY 'CPVIDSGF'. *> CATPEND (STAGED CATALOGING)
           COPY 'CPVIDVLF'. *> VALORES DAT WORKBOOK
           COPY 'CPVIDDOF'. *> DOACOES DAT WORKBOOK
           COPY 'CPVIDDIF'. *> DOAITENS DAT WORKBOOK
      *
           SELECT DOACAO-REL
              ASSIGN       TO WRK-SPL-NOME
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-DOACAO-REL.
      *
           COPY 'CPVIDSPF'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDALF'. *> ABEND LOG
           COPY 'CPVIDLGF'. *> MAINTENANCE AUDIT LOG
      *
       DATA DIVISION.
       FILE SECTION.
       FD MOVIES.
           COPY 'CPVIDDAT'.

       FD GENEROS.
           COPY 'CPVIDGDT'.

       FD CATPEND.
           COPY 'CPVIDSGD'.

       FD VALORES.
           COPY 'CPVIDVLD'.

       FD DOACOES.
           COPY 'CPVIDDOD'.

       FD DOAITENS.
           COPY 'CPVIDDID'.

       FD DOACAO-REL.
           01 FIL-REL          PIC X(132).

       FD VIDRELS.
           COPY 'CPVIDSPD'.

       FD VIDABEND.
           COPY 'CPVIDALD'.

       FD VIDLOG.
           COPY 'CPVIDLGD'.
      *
       WORKING-STORAGE SECTION.
           COPY 'CPVIDMAN'. *> MAIN SCREEN
           COPY 'CPVIDMNU'. *> MAIN MENU
           COPY 'CPVIDMSG'. *> MESSAGES
           COPY 'CPVIDFCW'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDGNW'. *> GENEROS DAT WORKBOOK
           COPY 'CPVIDSGW'. *> CATPEND (STAGED CATALOGING)
           COPY 'CPVIDVLW'. *> VALORES DAT WORKBOOK
           COPY 'CPVIDDOW'. *> DOACOES DAT WORKBOOK
           COPY 'CPVIDDIW'. *> DOAITENS DAT WORKBOOK
           COPY 'CPVIDSPW'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDABE'. *> ABEND
           COPY 'CPVIDALW'. *> ABEND LOG
           COPY 'CPVIDLGW'. *> MAINTENANCE AUDIT LOG
           COPY 'CPVIDOPW'. *> OPERATOR SESSION
      *
       77 FS-DOACAO-REL             PIC X(02).
       77 WRK-SPL-NOME              PIC X(40).
       77 WRK-SPL-PROGRAMA          PIC X(08).
      *
       77 WRK-DO-MAX                PIC 9(05) VALUE ZEROES.
       77 WRK-DO-NUMERO             PIC 9(05) VALUE ZEROES.
       77 WRK-DO-SEQ                PIC 9(03) VALUE ZEROES.
       77 WRK-STG-MAX               PIC 9(05) VALUE ZEROES.
       77 WRK-DO-CONTINUA           PIC X(01) VALUE 'S'.
       77 WRK-DO-DECISAO            PIC X(01) VALUE SPACES.
       77 WRK-DO-MOTIVO             PIC X(01) VALUE SPACES.
       77 WRK-DO-ITEM-OK            PIC X(01) VALUE 'S'.
       77 WRK-DO-ACEITO             PIC X(01) VALUE 'N'.
       77 WRK-DO-ANO                PIC 9(04) VALUE ZEROES.
       77 WRK-DO-RESULTADO          PIC X(30) VALUE SPACES.
       77 WRK-DO-TIPO-DESC          PIC X(09) VALUE SPACES.
      *
       01 WRK-DO-DATA               PIC 9(08) VALUE ZEROES.
       01 WRK-DO-DATA-R REDEFINES WRK-DO-DATA.
           05 WRK-DO-DATA-AAAA      PIC 9(04).
           05 WRK-DO-DATA-MM        PIC 9(02).
           05 WRK-DO-DATA-DD        PIC 9(02).
      *
       01 WRK-DO-DATA-EDIT.
           05 WRK-DO-EDIT-DD        PIC 9(02).
           05 FILLER                PIC X(01) VALUE '/'.
           05 WRK-DO-EDIT-MM        PIC 9(02).
           05 FILLER                PIC X(01) VALUE '/'.
           05 WRK-DO-EDIT-AAAA      PIC 9(04).
      *
       01 WRK-ESTATISTICA.
           05 WRK-DO-DOACOES        PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-DO-FAMILIA        PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-DO-PROFESSOR      PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-DO-OUTROS         PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-DO-ITENS          PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-DO-ACEITOS        PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-DO-CATALOGADOS    PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-DO-EM-TRIAGEM     PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-DO-REJ-TRIAGEM    PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-DO-REC-DUPLIC     PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-DO-REC-ESTADO     PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-DO-REC-CLASSIF    PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-DO-REC-OUTROS     PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-DO-VALOR          PIC 9(08)V9(02) USAGE COMP-3
                                     VALUE ZEROES.
           05 WRK-DO-QTD-EDIT       PIC ZZZZ9 VALUE ZEROES.
           05 WRK-DO-ACE-EDIT       PIC ZZZZ9 VALUE ZEROES.
           05 WRK-DO-VALOR-EDIT     PIC ZZZZZZZ9,99 VALUE ZEROES.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN'. *> MAIN SCREEN
           COPY 'SCVIDMSG'. *> MESSAGES
      *
       01 SCREEN-DOACAO-MENU.
           05 LINE 07 COLUMN 02 VALUE "1 - REGISTRAR DOACAO".
           05 LINE 08 COLUMN 02 VALUE
               "2 - CARTA DE AGRADECIMENTO (IMPR.)".
           05 LINE 09 COLUMN 02 VALUE
               "3 - RELATORIO ANUAL P/ APM (IMPR.)".
           05 LINE 10 COLUMN 02 VALUE "0 - VOLTAR".
           05 LINE 11 COLUMN 02 VALUE "OPCAO: ".
           05 COLUMN PLUS 01    PIC X(01) USING WRK-OPTION.
      *
       01 SCREEN-DOACAO-DOADOR.
           05 LINE 12 COLUMN 02 VALUE "DOACAO......: ".
           05 COLUMN PLUS 01    PIC 9(05) FROM DOA-NUMERO.
           05 LINE 13 COLUMN 02 VALUE "DOADOR......: ".
           05 COLUMN PLUS 01    PIC X(40) USING DOA-DOADOR.
           05 LINE 14 COLUMN 02 VALUE "CONTATO.....: ".
           05 COLUMN PLUS 01    PIC X(40) USING DOA-CONTATO.
           05 LINE 15 COLUMN 02 VALUE "TIPO........: ".
           05 COLUMN PLUS 01    PIC X(01) USING DOA-TIPO-DOADOR.
           05 COLUMN PLUS 02    VALUE
               "(F=FAMILIA P=PROFESSOR O=OUTROS)".
      *
       01 SCREEN-DOACAO-ITEM.
           05 LINE 16 COLUMN 02 VALUE "ITEM........: ".
           05 COLUMN PLUS 01    PIC 9(03) FROM DOI-SEQ.
           05 COLUMN PLUS 02    VALUE "(TITULO EM BRANCO ENCERRA)".
           05 LINE 17 COLUMN 02 VALUE "TITULO......: ".
           05 COLUMN PLUS 01    PIC X(30) USING DOI-TITULO.
           05 LINE 18 COLUMN 02 VALUE "GENERO......: ".
           05 COLUMN PLUS 01    PIC X(08) USING DOI-GENERO.
           05 LINE 18 COLUMN 30 VALUE "MIDIA: ".
           05 COLUMN PLUS 01    PIC X(01) USING DOI-MIDIA.
           05 LINE 18 COLUMN 42 VALUE "CLASSIF: ".
           05 COLUMN PLUS 01    PIC X(02) USING DOI-CLASSIF.
           05 LINE 18 COLUMN 57 VALUE "CONDICAO: ".
           05 COLUMN PLUS 01    PIC X(01) USING DOI-CONDICAO.
      *
       01 SCREEN-DOACAO-DECISAO.
           05 LINE 20 COLUMN 02 VALUE
               "DECISAO (A=ACEITA R=RECUSA): ".
           05 COLUMN PLUS 01    PIC X(01) USING WRK-DO-DECISAO.
           05 LINE 21 COLUMN 02 VALUE
               "MOTIVO (D=DUPLICADO E=ESTADO C=CLASSIF O=OUTROS): ".
           05 COLUMN PLUS 01    PIC X(01) USING WRK-DO-MOTIVO.
      *
       01 SCREEN-DOACAO-NUMERO.
           05 LINE 13 COLUMN 02 VALUE "NUMERO DA DOACAO: ".
           05 COLUMN PLUS 01    PIC 9(05) USING WRK-DO-NUMERO.
      *
       01 SCREEN-DOACAO-ANO.
           05 LINE 13 COLUMN 02 VALUE "ANO DAS DOACOES..: ".
           05 COLUMN PLUS 01    PIC 9(04) USING WRK-DO-ANO.
      *
       PROCEDURE DIVISION.
       0000-MAIN SECTION.
      *    O CHAMADOR NAO USA CANCEL, ENTAO WRK-OPTION FICA COM O '0'
      *    DA SAIDA ANTERIOR NA MESMA SESSAO; SEM ESTE RESET, A SEGUNDA
      *    ENTRADA NO PROGRAMA TERMINARIA SEM MOSTRAR O MENU.
           MOVE SPACES TO WRK-OPTION.
           PERFORM 0100-OPEN-DATA.
           PERFORM 0300-PROCESS-DATA UNTIL WRK-OPTION EQUAL '0'.
           PERFORM 0500-CLOSE-DATA.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.

       0100-OPEN-DATA SECTION.
           OPEN INPUT MOVIES.
      *
           IF FS-MOVIES NOT EQUAL "00"
               MOVE '46ERRO AO ABRIR ARQUIVO DE DADOS DE FILMES.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-MOVIES TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE DADOS DE FILMES'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT GENEROS.
      *
           IF FS-GENEROS EQUAL "35"
               OPEN OUTPUT GENEROS
               CLOSE GENEROS
               OPEN INPUT GENEROS
           END-IF.
      *
           OPEN INPUT VALORES.
      *
           IF FS-VALORES EQUAL "35"
               OPEN OUTPUT VALORES
               CLOSE VALORES
               OPEN INPUT VALORES
           END-IF.
      *
           OPEN I-O CATPEND.
      *
           IF FS-CATPEND EQUAL "35"
               OPEN OUTPUT CATPEND
               CLOSE CATPEND
               OPEN I-O CATPEND
           END-IF.
      *
           IF FS-CATPEND NOT EQUAL "00"
               MOVE '45ERRO AO ABRIR ARQUIVO DE TRIAGEM.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-CATPEND TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE TRIAGEM'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O DOACOES.
      *
           IF FS-DOACOES EQUAL "35"
               OPEN OUTPUT DOACOES
               CLOSE DOACOES
               OPEN I-O DOACOES
           END-IF.
      *
           IF FS-DOACOES NOT EQUAL "00"
               MOVE '45ERRO AO ABRIR ARQUIVO DE DOACOES.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-DOACOES TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE DOACOES'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O DOAITENS.
      *
           IF FS-DOAITENS EQUAL "35"
               OPEN OUTPUT DOAITENS
               CLOSE DOAITENS
               OPEN I-O DOAITENS
           END-IF.
      *
           IF FS-DOAITENS NOT EQUAL "00"
               MOVE '44ERRO AO ABRIR ITENS DE DOACAO.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-DOAITENS TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ITENS DE DOACAO'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
       0100-OPEN-DATA-END. EXIT.

       0300-PROCESS-DATA SECTION.
           COPY 'CPVIDDTE'. *> DATE/TIME PROCEDURE
           MOVE " * * * * DOACOES RECEBIDAS * * * *"     TO WRK-TITLE.
           MOVE "PF3=FIM"                                 TO WRK-KEYS.
           INITIALIZE WRK-MSG.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-DOACAO-MENU.
           ACCEPT  SCREEN-DOACAO-MENU.
      *
           EVALUATE WRK-OPTION
               WHEN '1' PERFORM 0310-REGISTRAR-DOACAO
               WHEN '2' PERFORM 0330-CARTA-AGRADECIMENTO
               WHEN '3' PERFORM 0340-RELATORIO-ANUAL
               WHEN '0' CONTINUE
               WHEN OTHER
                   INITIALIZE WRK-MSG
                   MOVE '20OPCAO INVALIDA.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
           END-EVALUATE.
       0300-PROCESS-DATA-END. EXIT.

       0310-REGISTRAR-DOACAO SECTION.
      *    UMA ENTREGA POR VEZ: O DOADOR E DIGITADO UMA SO VEZ E OS
      *    ITENS EM SEGUIDA, CADA UM COM A SUA DECISAO NA HORA.
           INITIALIZE WRK-MSG.
      *
      *    O NUMERO DA DOACAO E SEQUENCIAL, OBTIDO VARRENDO O MAIOR
      *    JA GRAVADO (MESMO CRITERIO DO CODIGO EM INVIDPRG).
           MOVE ZEROES TO WRK-DO-MAX.
           MOVE ZEROES TO DOA-NUMERO.
           START DOACOES KEY IS NOT LESS THAN DOA-NUMERO
               INVALID KEY
                   CONTINUE
           END-START.
      *
           IF FS-DOACOES EQUAL "00"
               READ DOACOES NEXT RECORD
               PERFORM UNTIL FS-DOACOES EQUAL "10"
                   MOVE DOA-NUMERO TO WRK-DO-MAX
                   READ DOACOES NEXT RECORD
               END-PERFORM
           END-IF.
      *
           INITIALIZE REG-DOA.
           ADD 1 TO WRK-DO-MAX GIVING DOA-NUMERO.
           MOVE 'F' TO DOA-TIPO-DOADOR.
           DISPLAY SCREEN-DOACAO-DOADOR.
           ACCEPT  SCREEN-DOACAO-DOADOR.
      *
           IF DOA-DOADOR EQUAL SPACES
               MOVE '25NOME DO DOADOR OBRIGATORIO.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0310-REGISTRAR-DOACAO-END
           END-IF.
      *
           IF DOA-TIPO-DOADOR EQUAL 'f' OR 'p' OR 'o'
               INSPECT DOA-TIPO-DOADOR CONVERTING 'fpo' TO 'FPO'
           END-IF.
      *
           IF DOA-TIPO-DOADOR NOT EQUAL 'F' AND NOT EQUAL 'P'
                          AND NOT EQUAL 'O'
               MOVE 'O' TO DOA-TIPO-DOADOR
           END-IF.
      *
           MOVE WRK-DATA-SISTEMA TO DOA-DATA.
           MOVE WRK-OPERADOR     TO DOA-OPERADOR.
           WRITE REG-DOA
               INVALID KEY
                   MOVE '25ERRO AO GRAVAR A DOACAO.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   GO TO 0310-REGISTRAR-DOACAO-END
           END-WRITE.
      *
           MOVE DOA-NUMERO TO WRK-DO-NUMERO.
           MOVE ZEROES     TO WRK-DO-SEQ.
           MOVE 'S'        TO WRK-DO-CONTINUA.
      *
           PERFORM UNTIL WRK-DO-CONTINUA EQUAL 'N'
               PERFORM 0320-INCLUI-ITEM
           END-PERFORM.
      *
           INITIALIZE WRK-MSG.
           IF WRK-DO-SEQ EQUAL ZEROES
      *        ENTREGA SEM NENHUM ITEM NAO FICA NO CADASTRO A TOA.
               MOVE WRK-DO-NUMERO TO DOA-NUMERO
               READ DOACOES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DELETE DOACOES
               END-READ
               MOVE '26DOACAO SEM ITENS, DESCARTADA.' TO WRK-MSG
           ELSE
               PERFORM 0315-GRAVA-LOG
      *
               STRING '19DOACAO ' DELIMITED BY SIZE
                      WRK-DO-NUMERO DELIMITED BY SIZE
                      ' REGISTRADA COM ' DELIMITED BY SIZE
                      WRK-DO-SEQ DELIMITED BY SIZE
                      ' ITEM(NS).' DELIMITED BY SIZE
                 INTO WRK-MSG
           END-IF.
      *
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0310-REGISTRAR-DOACAO-END. EXIT.

       0315-GRAVA-LOG SECTION.
      *    A DOACAO NAO TEM CODIGO DE FILME; O LOG REGISTRA ZEROS.
           MOVE ZEROES   TO CODIGO.
           MOVE 'DOACAO' TO WRK-LOG-ACAO.
           COPY 'CPVIDLGP'. *> GRAVA LINHA NO LOG DE AUDITORIA
       0315-GRAVA-LOG-END. EXIT.

       0320-INCLUI-ITEM SECTION.
           INITIALIZE REG-DOI.
           INITIALIZE WRK-MSG.
           MOVE WRK-DO-NUMERO TO DOI-NUMERO.
           ADD 1 TO WRK-DO-SEQ GIVING DOI-SEQ.
           MOVE 'D'  TO DOI-MIDIA.
           MOVE 'L ' TO DOI-CLASSIF.
           MOVE 'B'  TO DOI-CONDICAO.
           DISPLAY SCREEN-DOACAO-ITEM.
           ACCEPT  SCREEN-DOACAO-ITEM.
      *
           IF DOI-TITULO EQUAL SPACES
               MOVE 'N' TO WRK-DO-CONTINUA
               GO TO 0320-INCLUI-ITEM-END
           END-IF.
      *
           IF DOI-CONDICAO NOT EQUAL 'B' AND NOT EQUAL 'R'
                       AND NOT EQUAL 'D'
               MOVE '20CONDICAO INVALIDA (B, R OU D).' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0320-INCLUI-ITEM-END
           END-IF.
      *
      *    SUGESTAO DE DECISAO: TITULO JA ATIVO NO ACERVO SUGERE A
      *    RECUSA POR DUPLICIDADE E COPIA DANIFICADA A RECUSA POR
      *    ESTADO; O OPERADOR CONFIRMA OU TROCA NA TELA.
           MOVE 'A'    TO WRK-DO-DECISAO.
           MOVE SPACES TO WRK-DO-MOTIVO.
      *
           IF DOI-CONDICAO EQUAL 'D'
               MOVE 'R' TO WRK-DO-DECISAO
               MOVE 'E' TO WRK-DO-MOTIVO
           END-IF.
      *
           MOVE DOI-TITULO TO TITULO.
           READ MOVIES KEY IS TITULO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF VID-SITUACAO NOT EQUAL 'B'
                       MOVE 'R' TO WRK-DO-DECISAO
                       MOVE 'D' TO WRK-DO-MOTIVO
                       STRING '10TITULO JA EXISTE NO ACERVO (CODIGO '
                                  DELIMITED BY SIZE
                              CODIGO DELIMITED BY SIZE
                              '). SUGERIDA A RECUSA.'
                                  DELIMITED BY SIZE
                         INTO WRK-MSG
                       DISPLAY SCREEN-MSG
                   END-IF
           END-READ.
      *
           DISPLAY SCREEN-DOACAO-DECISAO.
           ACCEPT  SCREEN-DOACAO-DECISAO.
      *
           PERFORM 0325-CRITICA-DECISAO.
      *
           IF WRK-DO-ITEM-OK EQUAL 'N'
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0320-INCLUI-ITEM-END
           END-IF.
      *
           IF DOI-SITUACAO EQUAL 'A'
               PERFORM 0327-ENVIA-TRIAGEM
           END-IF.
      *
           WRITE REG-DOI
               INVALID KEY
                   INITIALIZE WRK-MSG
                   MOVE '25ERRO AO GRAVAR ITEM DA DOACAO.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   GO TO 0320-INCLUI-ITEM-END
           END-WRITE.
      *
           ADD 1 TO WRK-DO-SEQ.
       0320-INCLUI-ITEM-END. EXIT.

       0325-CRITICA-DECISAO SECTION.
           MOVE 'S' TO WRK-DO-ITEM-OK.
           INITIALIZE WRK-MSG.
      *
           EVALUATE WRK-DO-DECISAO
               WHEN 'A'
               WHEN 'a'
      *            O GENERO E CONFERIDO JA NA ENTRADA PARA O ITEM NAO
      *            FICAR PRESO NA REVISAO DA TRIAGEM.
                   IF DOI-GENERO NOT EQUAL SPACES
                       MOVE DOI-GENERO TO GEN-NOME
                       READ GENEROS
                           INVALID KEY
                               MOVE 'N' TO WRK-DO-ITEM-OK
                               MOVE '21GENERO FORA DA LISTA CONTROLADA.'
                                   TO WRK-MSG
                       END-READ
                   END-IF
                   MOVE 'A'    TO DOI-SITUACAO
                   MOVE SPACES TO DOI-MOTIVO
               WHEN 'R'
               WHEN 'r'
                   IF WRK-DO-MOTIVO EQUAL 'd' OR 'e' OR 'c' OR 'o'
                       INSPECT WRK-DO-MOTIVO
                           CONVERTING 'deco' TO 'DECO'
                   END-IF
                   IF WRK-DO-MOTIVO NOT EQUAL 'D' AND NOT EQUAL 'E'
                                AND NOT EQUAL 'C' AND NOT EQUAL 'O'
                       MOVE 'N' TO WRK-DO-ITEM-OK
                       MOVE '15MOTIVO DA RECUSA INVALIDO (D, E, C OU O)
      -                '.' TO WRK-MSG
                   END-IF
                   MOVE 'R'           TO DOI-SITUACAO
                   MOVE WRK-DO-MOTIVO TO DOI-MOTIVO
               WHEN OTHER
                   MOVE 'N' TO WRK-DO-ITEM-OK
                   MOVE '20DECISAO INVALIDA (A OU R).' TO WRK-MSG
           END-EVALUATE.
       0325-CRITICA-DECISAO-END. EXIT.

       0327-ENVIA-TRIAGEM SECTION.
      *    O ITEM ACEITO NAO VAI DIRETO AO CATALOGO: ENTRA NA TRIAGEM
      *    COMO QUALQUER TITULO NOVO E O COORDENADOR O EFETIVA EM
      *    PCVIDPRG. O NUMERO DA TRIAGEM SEGUE O MESMO CRITERIO DE
      *    PCVIDPRG (MAIOR JA GRAVADO + 1).
           MOVE ZEROES TO WRK-STG-MAX.
           MOVE ZEROES TO STG-NUMERO.
           START CATPEND KEY IS NOT LESS THAN STG-NUMERO
               INVALID KEY
                   CONTINUE
           END-START.
      *
           IF FS-CATPEND EQUAL "00"
               READ CATPEND NEXT RECORD
               PERFORM UNTIL FS-CATPEND EQUAL "10"
                   MOVE STG-NUMERO TO WRK-STG-MAX
                   READ CATPEND NEXT RECORD
               END-PERFORM
           END-IF.
      *
           INITIALIZE REG-STG.
           ADD 1 TO WRK-STG-MAX GIVING STG-NUMERO.
           MOVE DOI-TITULO       TO STG-TITULO.
           MOVE DOI-GENERO       TO STG-GENERO.
           MOVE DOI-MIDIA        TO STG-MIDIA.
           MOVE 'SED'            TO STG-LOCAL.
           MOVE DOI-CLASSIF      TO STG-CLASSIF.
           MOVE 'P'              TO STG-SITUACAO.
           MOVE WRK-OPERADOR     TO STG-OPERADOR.
           MOVE WRK-DATA-SISTEMA TO STG-DATA.
           MOVE ZEROES           TO STG-CODIGO-GERADO.
           WRITE REG-STG.
      *
           MOVE STG-NUMERO TO DOI-STG-NUMERO.
       0327-ENVIA-TRIAGEM-END. EXIT.

       0330-CARTA-AGRADECIMENTO SECTION.
      *    CARTA/RECIBO DE UMA DOACAO COM OS TITULOS INCORPORADOS:
      *    ITEM ACEITO NA ENTRADA QUE NAO FOI REJEITADO NA TRIAGEM.
           INITIALIZE WRK-MSG.
           MOVE ZEROES TO WRK-DO-NUMERO.
           DISPLAY SCREEN-DOACAO-NUMERO.
           ACCEPT  SCREEN-DOACAO-NUMERO.
      *
           MOVE WRK-DO-NUMERO TO DOA-NUMERO.
           READ DOACOES
               INVALID KEY
                   MOVE '26DOACAO NAO ENCONTRADA.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   GO TO 0330-CARTA-AGRADECIMENTO-END
           END-READ.
      *
           MOVE SPACES TO WRK-SPL-NOME.
           STRING './dat/DOACAO-'  DELIMITED BY SIZE
                  DOA-NUMERO       DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WRK-DATA-AAAA    DELIMITED BY SIZE
                  WRK-DATA-MM      DELIMITED BY SIZE
                  WRK-DATA-DD      DELIMITED BY SIZE
                  '.prt'           DELIMITED BY SIZE
             INTO WRK-SPL-NOME.
      *
           OPEN OUTPUT DOACAO-REL.
      *
           IF FS-DOACAO-REL NOT EQUAL "00"
               MOVE '42ERRO AO ABRIR ARQUIVO DE RELATORIO.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0330-CARTA-AGRADECIMENTO-END
           END-IF.
      *
           INITIALIZE WRK-ESTATISTICA.
           MOVE DOA-DATA TO WRK-DO-DATA.
           PERFORM 0335-EDITA-DATA.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'VIDEOTECA - CARTA DE AGRADECIMENTO   EMISSAO: '
                       DELIMITED BY SIZE
                  WRK-DATA-EDIT-DD   DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  WRK-DATA-EDIT-MM   DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  WRK-DATA-EDIT-AAAA DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
           MOVE SPACES TO FIL-REL.
           STRING 'AO(A) SR(A). ' DELIMITED BY SIZE
                  DOA-DOADOR      DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
           MOVE SPACES TO FIL-REL.
           STRING 'CONTATO: '     DELIMITED BY SIZE
                  DOA-CONTATO     DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
           MOVE SPACES TO FIL-REL.
           STRING 'A VIDEOTECA DA ESCOLA AGRADECE A DOACAO NUMERO '
                      DELIMITED BY SIZE
                  DOA-NUMERO       DELIMITED BY SIZE
                  ', RECEBIDA EM ' DELIMITED BY SIZE
                  WRK-DO-DATA-EDIT DELIMITED BY SIZE
                  '.'              DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
           MOVE 'OS TITULOS ABAIXO FORAM INCORPORADOS AO ACERVO:'
               TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
           MOVE 'ITEM TITULO                         MIDIA'
               TO FIL-REL.
           WRITE FIL-REL.
           MOVE '---- ------------------------------ -----'
               TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE DOA-NUMERO TO DOI-NUMERO.
           MOVE ZEROES     TO DOI-SEQ.
           START DOAITENS KEY IS NOT LESS THAN DOI-CHAVE
               INVALID KEY
                   MOVE '10' TO FS-DOAITENS
           END-START.
      *
           IF FS-DOAITENS EQUAL "00"
               READ DOAITENS NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-DOAITENS EQUAL "10"
                      OR DOI-NUMERO NOT EQUAL DOA-NUMERO
               ADD 1 TO WRK-DO-ITENS
               PERFORM 0345-APURA-RESULTADO
      *
               IF WRK-DO-ACEITO EQUAL 'S'
                   MOVE SPACES TO FIL-REL
                   STRING ' '        DELIMITED BY SIZE
                          DOI-SEQ    DELIMITED BY SIZE
                          ' '        DELIMITED BY SIZE
                          DOI-TITULO DELIMITED BY SIZE
                          '   '      DELIMITED BY SIZE
                          DOI-MIDIA  DELIMITED BY SIZE
                     INTO FIL-REL
                   WRITE FIL-REL
               END-IF
      *
               READ DOAITENS NEXT RECORD
           END-PERFORM.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
           MOVE SPACES TO FIL-REL.
           MOVE WRK-DO-ITENS   TO WRK-DO-QTD-EDIT.
           MOVE WRK-DO-ACEITOS TO WRK-DO-ACE-EDIT.
           STRING 'ITENS RECEBIDOS: '  DELIMITED BY SIZE
                  WRK-DO-QTD-EDIT      DELIMITED BY SIZE
                  '   INCORPORADOS: '  DELIMITED BY SIZE
                  WRK-DO-ACE-EDIT      DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
           MOVE 'ESTE DOCUMENTO SERVE COMO RECIBO DA DOACAO. OS ITENS NA
      -    'O INCORPORADOS PODEM SER RETIRADOS NA VIDEOTECA.'
               TO FIL-REL.
           WRITE FIL-REL.
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
           MOVE 'ATENCIOSAMENTE,' TO FIL-REL.
           WRITE FIL-REL.
           MOVE 'COORDENACAO DA VIDEOTECA' TO FIL-REL.
           WRITE FIL-REL.
      *
           CLOSE DOACAO-REL.
           PERFORM 0360-REGISTRA-SPOOL.
      *
           INITIALIZE WRK-MSG.
           MOVE '25CARTA DE AGRADECIMENTO GERADA.' TO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0330-CARTA-AGRADECIMENTO-END. EXIT.

       0335-EDITA-DATA SECTION.
           MOVE WRK-DO-DATA-DD   TO WRK-DO-EDIT-DD.
           MOVE WRK-DO-DATA-MM   TO WRK-DO-EDIT-MM.
           MOVE WRK-DO-DATA-AAAA TO WRK-DO-EDIT-AAAA.
       0335-EDITA-DATA-END. EXIT.

       0340-RELATORIO-ANUAL SECTION.
      *    PRESTACAO DE CONTAS DAS DOACOES DO ANO PARA A APM: CADA
      *    ENTREGA COM OS SEUS ITENS E O DESTINO DE CADA UM, E OS
      *    TOTAIS POR TIPO DE DOADOR, POR DESFECHO E O VALOR DE
      *    REPOSICAO (VALORES.DAT) DO QUE FOI CATALOGADO.
           INITIALIZE WRK-ESTATISTICA.
           INITIALIZE WRK-MSG.
           MOVE WRK-DATA-AAAA TO WRK-DO-ANO.
           DISPLAY SCREEN-DOACAO-ANO.
           ACCEPT  SCREEN-DOACAO-ANO.
      *
           MOVE SPACES TO WRK-SPL-NOME.
           STRING './dat/DOACOES-' DELIMITED BY SIZE
                  WRK-DATA-AAAA    DELIMITED BY SIZE
                  WRK-DATA-MM      DELIMITED BY SIZE
                  WRK-DATA-DD      DELIMITED BY SIZE
                  '.prt'           DELIMITED BY SIZE
             INTO WRK-SPL-NOME.
      *
           OPEN OUTPUT DOACAO-REL.
      *
           IF FS-DOACAO-REL NOT EQUAL "00"
               MOVE '42ERRO AO ABRIR ARQUIVO DE RELATORIO.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               GO TO 0340-RELATORIO-ANUAL-END
           END-IF.
      *
           MOVE SPACES TO FIL-REL.
           STRING 'VIDEOTECA - DOACOES RECEBIDAS EM ' DELIMITED BY SIZE
                  WRK-DO-ANO         DELIMITED BY SIZE
                  '   EMISSAO: '     DELIMITED BY SIZE
                  WRK-DATA-EDIT-DD   DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  WRK-DATA-EDIT-MM   DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  WRK-DATA-EDIT-AAAA DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE ZEROES TO DOA-NUMERO.
           START DOACOES KEY IS NOT LESS THAN DOA-NUMERO
               INVALID KEY
                   MOVE '10' TO FS-DOACOES
           END-START.
      *
           IF FS-DOACOES EQUAL "00"
               READ DOACOES NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-DOACOES EQUAL "10"
               MOVE DOA-DATA TO WRK-DO-DATA
               IF WRK-DO-DATA-AAAA EQUAL WRK-DO-ANO
                   PERFORM 0350-DOACAO-NO-RELATORIO
               END-IF
               READ DOACOES NEXT RECORD
           END-PERFORM.
      *
           PERFORM 0355-TOTAIS-RELATORIO.
      *
           CLOSE DOACAO-REL.
           PERFORM 0360-REGISTRA-SPOOL.
      *
           MOVE WRK-DO-DOACOES TO WRK-DO-QTD-EDIT.
           INITIALIZE WRK-MSG.
           STRING '25RELATORIO GERADO. DOACOES NO ANO: '
                      DELIMITED BY SIZE
                  WRK-DO-QTD-EDIT DELIMITED BY SIZE
             INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0340-RELATORIO-ANUAL-END. EXIT.

       0345-APURA-RESULTADO SECTION.
      *    DESTINO DO ITEM CORRENTE EM WRK-DO-RESULTADO, CONFERINDO A
      *    TRIAGEM PARA O ITEM ACEITO (O COORDENADOR AINDA PODE TE-LO
      *    REJEITADO OU AINDA NAO TE-LO REVISADO). WRK-DO-ACEITO = 'S'
      *    QUANDO O TITULO ENTROU OU VAI ENTRAR NO ACERVO.
           MOVE 'N'    TO WRK-DO-ACEITO.
           MOVE SPACES TO WRK-DO-RESULTADO.
      *
           IF DOI-SITUACAO EQUAL 'R'
               EVALUATE DOI-MOTIVO
                   WHEN 'D'
                       ADD 1 TO WRK-DO-REC-DUPLIC
                       MOVE 'RECUSADO - DUPLICADO' TO WRK-DO-RESULTADO
                   WHEN 'E'
                       ADD 1 TO WRK-DO-REC-ESTADO
                       MOVE 'RECUSADO - ESTADO RUIM'
                           TO WRK-DO-RESULTADO
                   WHEN 'C'
                       ADD 1 TO WRK-DO-REC-CLASSIF
                       MOVE 'RECUSADO - CLASSIFICACAO'
                           TO WRK-DO-RESULTADO
                   WHEN OTHER
                       ADD 1 TO WRK-DO-REC-OUTROS
                       MOVE 'RECUSADO - OUTROS' TO WRK-DO-RESULTADO
               END-EVALUATE
               GO TO 0345-APURA-RESULTADO-END
           END-IF.
      *
           MOVE DOI-STG-NUMERO TO STG-NUMERO.
           READ CATPEND
               INVALID KEY
                   MOVE SPACES TO STG-SITUACAO
           END-READ.
      *
           EVALUATE STG-SITUACAO
               WHEN 'R'
                   ADD 1 TO WRK-DO-REJ-TRIAGEM
                   MOVE 'RECUSADO NA TRIAGEM' TO WRK-DO-RESULTADO
               WHEN 'A'
                   MOVE 'S' TO WRK-DO-ACEITO
                   ADD 1 TO WRK-DO-ACEITOS
                   ADD 1 TO WRK-DO-CATALOGADOS
                   STRING 'CATALOGADO - CODIGO ' DELIMITED BY SIZE
                          STG-CODIGO-GERADO      DELIMITED BY SIZE
                     INTO WRK-DO-RESULTADO
                   MOVE STG-CODIGO-GERADO TO VAL-CODIGO
                   READ VALORES
                       NOT INVALID KEY
                           ADD VAL-CUSTO-REPOS TO WRK-DO-VALOR
                   END-READ
               WHEN OTHER
                   MOVE 'S' TO WRK-DO-ACEITO
                   ADD 1 TO WRK-DO-ACEITOS
                   ADD 1 TO WRK-DO-EM-TRIAGEM
                   MOVE 'ACEITO - EM TRIAGEM' TO WRK-DO-RESULTADO
           END-EVALUATE.
       0345-APURA-RESULTADO-END. EXIT.

       0350-DOACAO-NO-RELATORIO SECTION.
      *    CABECALHO DA ENTREGA E, ABAIXO, TODOS OS SEUS ITENS. A
      *    VARREDURA DOS ITENS SOBRESCREVE REG-DOI APENAS.
           ADD 1 TO WRK-DO-DOACOES.
           EVALUATE DOA-TIPO-DOADOR
               WHEN 'F'
                   ADD 1 TO WRK-DO-FAMILIA
                   MOVE 'FAMILIA'   TO WRK-DO-TIPO-DESC
               WHEN 'P'
                   ADD 1 TO WRK-DO-PROFESSOR
                   MOVE 'PROFESSOR' TO WRK-DO-TIPO-DESC
               WHEN OTHER
                   ADD 1 TO WRK-DO-OUTROS
                   MOVE 'OUTROS'    TO WRK-DO-TIPO-DESC
           END-EVALUATE.
      *
           PERFORM 0335-EDITA-DATA.
      *
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
           MOVE SPACES TO FIL-REL.
           STRING 'DOACAO '         DELIMITED BY SIZE
                  DOA-NUMERO        DELIMITED BY SIZE
                  '  '              DELIMITED BY SIZE
                  WRK-DO-DATA-EDIT  DELIMITED BY SIZE
                  '  '              DELIMITED BY SIZE
                  WRK-DO-TIPO-DESC  DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  DOA-DOADOR        DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE DOA-NUMERO TO DOI-NUMERO.
           MOVE ZEROES     TO DOI-SEQ.
           START DOAITENS KEY IS NOT LESS THAN DOI-CHAVE
               INVALID KEY
                   MOVE '10' TO FS-DOAITENS
           END-START.
      *
           IF FS-DOAITENS EQUAL "00"
               READ DOAITENS NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-DOAITENS EQUAL "10"
                      OR DOI-NUMERO NOT EQUAL DOA-NUMERO
               ADD 1 TO WRK-DO-ITENS
               PERFORM 0345-APURA-RESULTADO
               MOVE SPACES TO FIL-REL
               STRING '  '             DELIMITED BY SIZE
                      DOI-SEQ          DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      DOI-TITULO       DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      DOI-MIDIA        DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      DOI-CONDICAO     DELIMITED BY SIZE
                      '  '             DELIMITED BY SIZE
                      WRK-DO-RESULTADO DELIMITED BY SIZE
                 INTO FIL-REL
               WRITE FIL-REL
               READ DOAITENS NEXT RECORD
           END-PERFORM.
       0350-DOACAO-NO-RELATORIO-END. EXIT.

       0355-TOTAIS-RELATORIO SECTION.
           MOVE SPACES TO FIL-REL.
           WRITE FIL-REL.
           MOVE 'TOTAIS DO ANO' TO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE WRK-DO-DOACOES TO WRK-DO-QTD-EDIT.
           MOVE SPACES TO FIL-REL.
           STRING '  DOACOES RECEBIDAS.........: ' DELIMITED BY SIZE
                  WRK-DO-QTD-EDIT                  DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE WRK-DO-FAMILIA TO WRK-DO-QTD-EDIT.
           MOVE SPACES TO FIL-REL.
           STRING '    DE FAMILIAS.............: ' DELIMITED BY SIZE
                  WRK-DO-QTD-EDIT                  DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE WRK-DO-PROFESSOR TO WRK-DO-QTD-EDIT.
           MOVE SPACES TO FIL-REL.
           STRING '    DE PROFESSORES..........: ' DELIMITED BY SIZE
                  WRK-DO-QTD-EDIT                  DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE WRK-DO-OUTROS TO WRK-DO-QTD-EDIT.
           MOVE SPACES TO FIL-REL.
           STRING '    DE OUTROS DOADORES......: ' DELIMITED BY SIZE
                  WRK-DO-QTD-EDIT                  DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE WRK-DO-ITENS TO WRK-DO-QTD-EDIT.
           MOVE SPACES TO FIL-REL.
           STRING '  ITENS DOADOS..............: ' DELIMITED BY SIZE
                  WRK-DO-QTD-EDIT                  DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE WRK-DO-CATALOGADOS TO WRK-DO-QTD-EDIT.
           MOVE SPACES TO FIL-REL.
           STRING '    CATALOGADOS.............: ' DELIMITED BY SIZE
                  WRK-DO-QTD-EDIT                  DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE WRK-DO-EM-TRIAGEM TO WRK-DO-QTD-EDIT.
           MOVE SPACES TO FIL-REL.
           STRING '    ACEITOS, EM TRIAGEM.....: ' DELIMITED BY SIZE
                  WRK-DO-QTD-EDIT                  DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE WRK-DO-REJ-TRIAGEM TO WRK-DO-QTD-EDIT.
           MOVE SPACES TO FIL-REL.
           STRING '    RECUSADOS NA TRIAGEM....: ' DELIMITED BY SIZE
                  WRK-DO-QTD-EDIT                  DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE WRK-DO-REC-DUPLIC TO WRK-DO-QTD-EDIT.
           MOVE SPACES TO FIL-REL.
           STRING '    RECUSADOS - DUPLICADOS..: ' DELIMITED BY SIZE
                  WRK-DO-QTD-EDIT                  DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE WRK-DO-REC-ESTADO TO WRK-DO-QTD-EDIT.
           MOVE SPACES TO FIL-REL.
           STRING '    RECUSADOS - ESTADO RUIM.: ' DELIMITED BY SIZE
                  WRK-DO-QTD-EDIT                  DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE WRK-DO-REC-CLASSIF TO WRK-DO-QTD-EDIT.
           MOVE SPACES TO FIL-REL.
           STRING '    RECUSADOS - CLASSIF.....: ' DELIMITED BY SIZE
                  WRK-DO-QTD-EDIT                  DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE WRK-DO-REC-OUTROS TO WRK-DO-QTD-EDIT.
           MOVE SPACES TO FIL-REL.
           STRING '    RECUSADOS - OUTROS......: ' DELIMITED BY SIZE
                  WRK-DO-QTD-EDIT                  DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
      *
           MOVE WRK-DO-VALOR TO WRK-DO-VALOR-EDIT.
           MOVE SPACES TO FIL-REL.
           STRING '  VALOR DE REPOSICAO (R$)...: ' DELIMITED BY SIZE
                  WRK-DO-VALOR-EDIT                DELIMITED BY SIZE
             INTO FIL-REL.
           WRITE FIL-REL.
       0355-TOTAIS-RELATORIO-END. EXIT.

       0360-REGISTRA-SPOOL SECTION.
           MOVE 'DOVIDPRG' TO WRK-SPL-PROGRAMA.
           COPY 'CPVIDSPP'. *> REGISTRA O RELATORIO NO SPOOL
       0360-REGISTRA-SPOOL-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE MOVIES.
           CLOSE GENEROS.
           CLOSE VALORES.
           CLOSE CATPEND.
           CLOSE DOAITENS.
           CLOSE DOACOES.
      *
           IF FS-DOACOES NOT EQUAL "00"
               MOVE '44ERRO AO FECHAR ARQUIVO DE DOACOES.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-DOACOES TO WS-ABEND-CODE
               MOVE 'ERRO AO FECHAR ARQUIVO DE DOACOES.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
       0500-CLOSE-DATA-END. EXIT.

       0600-ROT-ABEND SECTION.
           MOVE 'DOVIDPRG' TO WS-ABEND-PROGRAM.
           COPY 'CPVIDRAB'. *> ABEND ROUTINE.
      *
           PERFORM 0700-END-PROGRAM.
       0600-ROT-ABEND-END. EXIT.

       0700-END-PROGRAM SECTION.
           GOBACK.
       0700-END-PROGRAM-END. EXIT.

       END PROGRAM DOVIDPRG.
