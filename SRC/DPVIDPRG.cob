      * DATE        : 2026-08-22                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : DUPLICATE-TITLE AND DUPLICATE-BORROWER DETECTION *
      *               AND RECORD MERGE UTILITY OF VIDEOTECA PROGRAM -  *
      *               REPORTS TITLES THAT MATCH IGNORING CASE, ACCENTS *
      *               AND EXTRA SPACES, AND MERGES A LOSER INTO A      *
      *               SURVIVOR REPOINTING THE OPEN LOANS; REPORTS      *
      *               BORROWERS WITH THE SAME NORMALIZED NAME PLUS     *
      *               BIRTH DATE OR PHONE, AND MERGES A LOSER BORROWER *
      *               INTO THE SURVIVOR REPOINTING EVERY MOVEMENT FILE *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DPVIDPRG.
       FILE-CONTROL.
           COPY 'CPVIDFCV'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDPFC'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDTFC'. *> TOMADORES DAT WORKBOOK
           COPY 'CPVIDHFC'. *> LOANHIST DAT WORKBOOK
           COPY 'CPVIDMFC'. *> MULTAS DAT WORKBOOK
           COPY 'CPVIDPLF'. *> PARCELAS (INSTALLMENT PLANS)
           COPY 'CPVIDRXF'. *> CXRECIBO DAT WORKBOOK
           COPY 'CPVIDRFC'. *> RESERVAS DAT WORKBOOK
           COPY 'CPVIDAGF'. *> AGENDA DAT WORKBOOK
           COPY 'CPVIDAVF'. *> AVISOS DAT WORKBOOK
           COPY 'CPVIDULF'. *> USOLOCAL DAT WORKBOOK
           COPY 'CPVIDEEF'. *> EQEMP DAT WORKBOOK
           COPY 'CPVIDCAF'. *> CARTOES DAT WORKBOOK
           COPY 'CPVIDBRF'. *> BARCODE DAT WORKBOOK
           COPY 'CPVIDOVF'. *> EXCECOES DAT WORKBOOK
           COPY 'CPVIDADF'. *> ACESSDIG DAT WORKBOOK
           COPY 'CPVIDCMF'. *> COMPONEN DAT WORKBOOK
           COPY 'CPVIDMOF'. *> MOSTRAS DAT WORKBOOK
           COPY 'CPVIDHAF'. *> LOANHIST ANUAL (ARQUIVADO)
           COPY 'CPVIDHXF'. *> ANOS ARQUIVADOS
      *
           SELECT DUPLICA-REL
              ASSIGN       TO './dat/DUPLICA-REL.prt'
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-DUPLICA-REL.
      *
           SELECT DUPTOMAD-REL
              ASSIGN       TO './dat/DUPTOMAD-REL.prt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-DUPTOMAD-REL.
      *
           COPY 'CPVIDJNF'. *> RECOVERY JOURNAL
           COPY 'CPVIDALF'. *> ABEND LOG
           COPY 'CPVIDLGF'. *> MAINTENANCE AUDIT LOG
      *
       FD LOANS.
           COPY 'CPVIDPDT'.

       FD TOMADORES.
           COPY 'CPVIDTDT'.

       FD LOANHIST.
           COPY 'CPVIDHDT'.

       FD MULTAS.
           COPY 'CPVIDMDT'.

       FD PARCELAS.
           COPY 'CPVIDPLD'.

       FD CXRECIBO.
           COPY 'CPVIDRXD'.

       FD RESERVAS.
           COPY 'CPVIDRDT'.

       FD AGENDA.
           COPY 'CPVIDAGD'.

       FD AVISREG.
           COPY 'CPVIDAVD'.

       FD USOLOCAL.
           COPY 'CPVIDULD'.

       FD EQEMP.
           COPY 'CPVIDEED'.

       FD CARTOES.
           COPY 'CPVIDCAD'.

       FD BARCODE.
           COPY 'CPVIDBRD'.

       FD EXCECOES.
           COPY 'CPVIDOVD'.

       FD ACESSDIG.
           COPY 'CPVIDADD'.

       FD COMPONEN.
           COPY 'CPVIDCMD'.

       FD MOSTRAS.
           COPY 'CPVIDMOD'.

       FD HISTARQ.
           COPY 'CPVIDHAD'.

       FD HISTANOS.
           COPY 'CPVIDHXD'.

       FD DUPLICA-REL.
           01 FIL-REL          PIC X(132).

       FD DUPTOMAD-REL.
           01 FIL-REL-TOM      PIC X(132).

       FD VIDJRN.
           COPY 'CPVIDJND'.

       FD VIDABEND.
           COPY 'CPVIDALD'.

           COPY 'CPVIDMSG'. *> MESSAGES
           COPY 'CPVIDFCW'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDPNW'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDTNW'. *> TOMADORES DAT WORKBOOK
           COPY 'CPVIDHNW'. *> LOANHIST DAT WORKBOOK
           COPY 'CPVIDMNW'. *> MULTAS DAT WORKBOOK
           COPY 'CPVIDPLW'. *> PARCELAS (INSTALLMENT PLANS)
           COPY 'CPVIDRXW'. *> CXRECIBO DAT WORKBOOK
           COPY 'CPVIDRNW'. *> RESERVAS DAT WORKBOOK
           COPY 'CPVIDAGW'. *> AGENDA DAT WORKBOOK
           COPY 'CPVIDAVW'. *> AVISOS DAT WORKBOOK
           COPY 'CPVIDULW'. *> USOLOCAL DAT WORKBOOK
           COPY 'CPVIDEEW'. *> EQEMP DAT WORKBOOK
           COPY 'CPVIDCAW'. *> CARTOES DAT WORKBOOK
           COPY 'CPVIDBRW'. *> BARCODE DAT WORKBOOK
           COPY 'CPVIDOVW'. *> EXCECOES DAT WORKBOOK
           COPY 'CPVIDADW'. *> ACESSDIG DAT WORKBOOK
           COPY 'CPVIDCMW'. *> COMPONEN DAT WORKBOOK
           COPY 'CPVIDMOW'. *> MOSTRAS DAT WORKBOOK
           COPY 'CPVIDHAW'. *> LOANHIST ANUAL (ARQUIVADO)
           COPY 'CPVIDHXW'. *> ANOS ARQUIVADOS
           COPY 'CPVIDABE'. *> ABEND
           COPY 'CPVIDALW'. *> ABEND LOG
           COPY 'CPVIDJNW'. *> RECOVERY JOURNAL
           COPY 'CPVIDLGW'. *> MAINTENANCE AUDIT LOG
           COPY 'CPVIDOPW'. *> OPERATOR SESSION
      *
       77 FS-DUPLICA-REL            PIC X(02).
       77 FS-DUPTOMAD-REL           PIC X(02).
      *
      *    TABELA DOS TITULOS NORMALIZADOS DO CATALOGO INTEIRO (2000
      *    POSICOES; ESTOURO ABENDA, MESMO CRITERIO DA TABELA DE
                                     VALUE ZEROES.
       77 WRK-FUS-OK                PIC X(01) VALUE 'S'.
       77 WRK-REG-EMP-SALVO         PIC X(39).
      *
      *    TABELA DOS TOMADORES COM NOME NORMALIZADO (MESMA ROTINA DOS
      *    TITULOS) E TELEFONE SO COM OS DIGITOS, PARA CASAR 'MARIA DA
      *    SILVA' DA SECRETARIA COM 'Maria da  Silva' DO BALCAO.
       01 WRK-TAB-TOMADORES.
           05 WRK-TMD-ITEM OCCURS 5000 TIMES.
               10 WRK-TMD-CODIGO    PIC 9(04).
               10 WRK-TMD-NOME      PIC X(30).
               10 WRK-TMD-NORM      PIC X(30).
               10 WRK-TMD-TURMA     PIC X(10).
               10 WRK-TMD-NASC      PIC 9(08).
               10 WRK-TMD-FONE      PIC X(12).
       77 WRK-TMD-QTD               PIC 9(04) USAGE COMP-3
                                     VALUE ZEROES.
       77 WRK-TMD-I                 PIC 9(04) USAGE COMP-3
                                     VALUE ZEROES.
       77 WRK-TMD-J                 PIC 9(04) USAGE COMP-3
                                     VALUE ZEROES.
       77 WRK-TMD-CRITERIO          PIC X(12) VALUE SPACES.
       77 WRK-TMD-FONE-OUT          PIC X(12) VALUE SPACES.
       77 WRK-TMD-FONE-IDX          PIC 9(02) USAGE COMP-3.
       77 WRK-TMD-FONE-OUT-IDX      PIC 9(02) USAGE COMP-3.
      *
      *    FUSAO DE TOMADORES: CODIGOS, DADOS DO SOBREVIVENTE LIDOS
      *    ANTES DA FUSAO E CONTAGEM DE REGISTROS REAPONTADOS.
       77 WRK-FTM-SOBREVIVE         PIC 9(04) VALUE ZEROES.
       77 WRK-FTM-PERDEDOR          PIC 9(04) VALUE ZEROES.
       77 WRK-FTM-CARTAO            PIC X(01) VALUE 'N'.
       77 WRK-FTM-REPONTADOS        PIC 9(05) USAGE COMP-3
                                     VALUE ZEROES.
       77 WRK-FTM-REPONTADOS-EDIT   PIC ZZZZ9 VALUE ZEROES.
       01 WRK-FTM-REG-PERDEDOR.
           05 WRK-FTM-P-CODIGO      PIC 9(04).
           05 WRK-FTM-P-NOME        PIC X(30).
           05 WRK-FTM-P-TURMA       PIC X(10).
           05 WRK-FTM-P-FONE        PIC X(12).
           05 WRK-FTM-P-DATA-NASC   PIC 9(08).
           05 WRK-FTM-P-ANO-MATRIC  PIC 9(04).
           05 WRK-FTM-P-SITUACAO    PIC X(01).
       77 WRK-REG-CAR-SALVO         PIC X(35).
       77 WRK-FTM-ACESSO            PIC X(01) VALUE 'N'.
       77 WRK-REG-ADG-SALVO         PIC X(35).
       77 WRK-FTM-ADG-FIM           PIC 9(08) VALUE ZEROES.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN'. *> MAIN SCREEN
       01 SCREEN-DUPLICA-MENU.
           05 LINE 07 COLUMN 02 VALUE
               "1 - RELATORIO DE TITULOS DUPLICADOS".
           05 LINE 08 COLUMN 02 VALUE "2 - FUNDIR TITULOS".
           05 LINE 09 COLUMN 02 VALUE
               "3 - RELATORIO DE TOMADORES DUPLICADOS".
           05 LINE 10 COLUMN 02 VALUE "4 - FUNDIR TOMADORES".
           05 LINE 11 COLUMN 02 VALUE "0 - VOLTAR".
           05 LINE 12 COLUMN 02 VALUE "OPCAO: ".
           05 COLUMN PLUS 01    PIC X(01) USING WRK-OPTION.
      *
       01 SCREEN-DUPLICA-FUSAO.
           05 LINE 14 COLUMN 02 VALUE "CODIGO SOBREVIVENTE: ".
           05 COLUMN PLUS 01    PIC 9(07) USING WRK-FUS-SOBREVIVE.
           05 LINE 15 COLUMN 02 VALUE "CODIGO A FUNDIR....: ".
           05 COLUMN PLUS 01    PIC 9(07) USING WRK-FUS-PERDEDOR.
      *
       01 SCREEN-DUPLICA-FUSAO-TOM.
           05 LINE 14 COLUMN 02 VALUE "TOMADOR SOBREVIVENTE: ".
           05 COLUMN PLUS 01    PIC 9(04) USING WRK-FTM-SOBREVIVE.
           05 LINE 15 COLUMN 02 VALUE "TOMADOR A FUNDIR....: ".
           05 COLUMN PLUS 01    PIC 9(04) USING WRK-FTM-PERDEDOR.
      *
       PROCEDURE DIVISION.
       0000-MAIN SECTION.
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O TOMADORES.
      *
           IF FS-TOMADORES EQUAL "35"
               OPEN OUTPUT TOMADORES
               CLOSE TOMADORES
               OPEN I-O TOMADORES
           END-IF.
      *
           IF FS-TOMADORES NOT EQUAL "00"
               MOVE '22ERRO AO ABRIR ARQUIVO DE TOMADORES.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-TOMADORES TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE TOMADORES'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O LOANHIST.
      *
           IF FS-LOANHIST EQUAL "35"
               OPEN OUTPUT LOANHIST
               CLOSE LOANHIST
               OPEN I-O LOANHIST
           END-IF.
      *
           IF FS-LOANHIST NOT EQUAL "00"
               MOVE '22ERRO AO ABRIR ARQUIVO DE HISTORICO.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-LOANHIST TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE HISTORICO'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O MULTAS.
      *
           IF FS-MULTAS EQUAL "35"
               OPEN OUTPUT MULTAS
               CLOSE MULTAS
               OPEN I-O MULTAS
           END-IF.
      *
           IF FS-MULTAS NOT EQUAL "00"
               MOVE '24ERRO AO ABRIR ARQUIVO DE MULTAS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-MULTAS TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE MULTAS'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O PARCELAS.
      *
           IF FS-PARCELAS EQUAL "35"
               OPEN OUTPUT PARCELAS
               CLOSE PARCELAS
               OPEN I-O PARCELAS
           END-IF.
      *
           IF FS-PARCELAS NOT EQUAL "00"
               MOVE '23ERRO AO ABRIR ARQUIVO DE PARCELAS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-PARCELAS TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE PARCELAS'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O CXRECIBO.
      *
           IF FS-CXRECIBO EQUAL "35"
               OPEN OUTPUT CXRECIBO
               CLOSE CXRECIBO
               OPEN I-O CXRECIBO
           END-IF.
      *
           IF FS-CXRECIBO NOT EQUAL "00"
               MOVE '23ERRO AO ABRIR ARQUIVO DE RECIBOS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-CXRECIBO TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE RECIBOS'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O RESERVAS.
      *
           IF FS-RESERVAS EQUAL "35"
               OPEN OUTPUT RESERVAS
               CLOSE RESERVAS
               OPEN I-O RESERVAS
           END-IF.
      *
           IF FS-RESERVAS NOT EQUAL "00"
               MOVE '23ERRO AO ABRIR ARQUIVO DE RESERVAS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-RESERVAS TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE RESERVAS'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O AGENDA.
      *
           IF FS-AGENDA EQUAL "35"
               OPEN OUTPUT AGENDA
               CLOSE AGENDA
               OPEN I-O AGENDA
           END-IF.
      *
           IF FS-AGENDA NOT EQUAL "00"
               MOVE '24ERRO AO ABRIR ARQUIVO DE AGENDA.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-AGENDA TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE AGENDA'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O AVISREG.
      *
           IF FS-AVISREG EQUAL "35"
               OPEN OUTPUT AVISREG
               CLOSE AVISREG
               OPEN I-O AVISREG
           END-IF.
      *
           IF FS-AVISREG NOT EQUAL "00"
               MOVE '24ERRO AO ABRIR ARQUIVO DE AVISOS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-AVISREG TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE AVISOS'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O USOLOCAL.
      *
           IF FS-USOLOCAL EQUAL "35"
               OPEN OUTPUT USOLOCAL
               CLOSE USOLOCAL
               OPEN I-O USOLOCAL
           END-IF.
      *
           IF FS-USOLOCAL NOT EQUAL "00"
               MOVE '22ERRO AO ABRIR ARQUIVO DE USO LOCAL.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-USOLOCAL TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE USO LOCAL'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O EQEMP.
      *
           IF FS-EQEMP EQUAL "35"
               OPEN OUTPUT EQEMP
               CLOSE EQEMP
               OPEN I-O EQEMP
           END-IF.
      *
           IF FS-EQEMP NOT EQUAL "00"
               MOVE '21ERRO AO ABRIR ARQUIVO DE EQUIPAMENTOS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-EQEMP TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE EQUIPAMENTOS'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O CARTOES.
      *
           IF FS-CARTOES EQUAL "35"
               OPEN OUTPUT CARTOES
               CLOSE CARTOES
               OPEN I-O CARTOES
           END-IF.
      *
           IF FS-CARTOES NOT EQUAL "00"
               MOVE '21ERRO AO ABRIR ARQUIVO DE CARTEIRINHAS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-CARTOES TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE CARTEIRINHAS'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O BARCODE.
      *
           IF FS-BARCODE EQUAL "35"
               OPEN OUTPUT BARCODE
               CLOSE BARCODE
               OPEN I-O BARCODE
           END-IF.
      *
           IF FS-BARCODE NOT EQUAL "00"
               MOVE '18ERRO AO ABRIR ARQUIVO DE CODIGOS DE BARRAS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-BARCODE TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE CODIGOS DE BARRAS'
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
               MOVE '23ERRO AO ABRIR ARQUIVO DE EXCECOES.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-EXCECOES TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE EXCECOES'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O ACESSDIG.
      *
           IF FS-ACESSDIG EQUAL "35"
               OPEN OUTPUT ACESSDIG
               CLOSE ACESSDIG
               OPEN I-O ACESSDIG
           END-IF.
      *
           IF FS-ACESSDIG NOT EQUAL "00"
               MOVE '20ERRO AO ABRIR ACESSOS DIGITAIS ATIVOS.'
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
           OPEN I-O COMPONEN.
      *
           IF FS-COMPONEN EQUAL "35"
               OPEN OUTPUT COMPONEN
               CLOSE COMPONEN
               OPEN I-O COMPONEN
           END-IF.
      *
           IF FS-COMPONEN NOT EQUAL "00"
               MOVE '22ERRO AO ABRIR ARQUIVO DE COMPONENTES.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-COMPONEN TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE COMPONENTES'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O MOSTRAS.
      *
           IF FS-MOSTRAS EQUAL "35"
               OPEN OUTPUT MOSTRAS
               CLOSE MOSTRAS
               OPEN I-O MOSTRAS
           END-IF.
      *
           IF FS-MOSTRAS NOT EQUAL "00"
               MOVE '23ERRO AO ABRIR ARQUIVO DE MOSTRAS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-MOSTRAS TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE MOSTRAS'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
       0100-OPEN-DATA-END. EXIT.

       0300-PROCESS-DATA SECTION.
           COPY 'CPVIDDTE'. *> DATE/TIME PROCEDURE
           MOVE " * * * * REGISTROS DUPLICADOS * * * *"    TO WRK-TITLE.
           MOVE "PF3=FIM"                                   TO WRK-KEYS.
           INITIALIZE WRK-MSG.
      *
           EVALUATE WRK-OPTION
               WHEN '1' PERFORM 0310-RELATORIO-DUPLICATAS
               WHEN '2' PERFORM 0330-FUNDIR-REGISTROS
               WHEN '3' PERFORM 0350-RELATORIO-TOMADORES
               WHEN '4' PERFORM 0370-FUNDIR-TOMADORES
               WHEN '0' CONTINUE
               WHEN OTHER
                   INITIALIZE WRK-MSG
      *    VIRAM MAIUSCULAS, ACENTOS CAEM PARA A LETRA BASE E
      *    ESPACOS E PONTUACAO SAO DESCARTADOS, PARA 'JURASSIC PARK'
      *    E 'Jurassic  Park.' CAIREM NA MESMA CHAVE DE COMPARACAO.
      *    OS ACENTOS VAO EM HEXADECIMAL (LATIN-1) PARA A LISTA NAO
      *    DEPENDER DA CODIFICACAO DO FONTE.
           MOVE FUNCTION UPPER-CASE(WRK-NRM-SRC) TO WRK-NRM-SRC.
           INSPECT WRK-NRM-SRC CONVERTING
               X'C1C0C3C2C9CACDD3D4D5DAC7E1E0E3E2E9EAEDF3F4F5FAE7'
               TO 'AAAAEEIOOOUCAAAAEEIOOOUC'.
      *
           MOVE SPACES TO WRK-NRM-OUT.
           PERFORM UNTIL FS-LOANS EQUAL "10"
               IF EMP-CODIGO EQUAL WRK-FUS-PERDEDOR
                   MOVE REG-EMP TO WRK-REG-EMP-SALVO
                   MOVE REG-EMP TO WRK-JRN-ANTES
                   DELETE LOANS
                   MOVE 'LOANS'  TO WRK-JRN-ARQUIVO
                   MOVE 'E'      TO WRK-JRN-OPERACAO
                   MOVE FS-LOANS TO WRK-JRN-STATUS
                   PERFORM 0590-GRAVA-DIARIO
                   MOVE WRK-REG-EMP-SALVO TO REG-EMP
                   MOVE WRK-FUS-SOBREVIVE TO EMP-CODIGO
                   MOVE REG-EMP           TO WRK-JRN-DEPOIS
                   WRITE REG-EMP
                       INVALID KEY
      *                    JA HAVIA EMPRESTIMO DO SOBREVIVENTE NA
      *                    MESMA COPIA; O EMPRESTIMO ORIGINAL E
      *                    REGRAVADO NO PERDEDOR PARA NAO SE PERDER.
                           MOVE WRK-REG-EMP-SALVO TO REG-EMP
                           MOVE WRK-REG-EMP-SALVO TO WRK-JRN-DEPOIS
                           WRITE REG-EMP
                           END-WRITE
                       NOT INVALID KEY
                           ADD 1 TO WRK-FUS-REPONTADOS
                   END-WRITE
                   MOVE 'LOANS'  TO WRK-JRN-ARQUIVO
                   MOVE 'I'      TO WRK-JRN-OPERACAO
                   MOVE FS-LOANS TO WRK-JRN-STATUS
                   PERFORM 0590-GRAVA-DIARIO
               END-IF
               READ LOANS NEXT RECORD
           END-PERFORM.
           COPY 'CPVIDLGP'. *> GRAVA LINHA NO LOG DE AUDITORIA
       0340-GRAVA-LOG-END. EXIT.

       0345-GRAVA-LOG-ACAO SECTION.
      *    LINHA DE AUDITORIA COM A ACAO JA MOVIDA PELO CHAMADOR.
           COPY 'CPVIDLGP'. *> GRAVA LINHA NO LOG DE AUDITORIA
       0345-GRAVA-LOG-ACAO-END. EXIT.

       0350-RELATORIO-TOMADORES SECTION.
      *    CARREGA OS TOMADORES COM NOME NORMALIZADO E COMPARA TODOS
      *    CONTRA TODOS: MESMO NOME E MESMA DATA DE NASCIMENTO OU
      *    MESMO TELEFONE E PROVAVEL DUPLICATA (CARGA ANUAL DO
      *    IBVIDPRG MAIS CADASTRO MANUAL NO BALCAO).
           INITIALIZE WRK-MSG.
           MOVE ZEROES TO WRK-TMD-QTD WRK-DUP-PARES.
      *
           MOVE ZEROES TO TOM-CODIGO.
           START TOMADORES KEY IS NOT LESS THAN TOM-CODIGO
               INVALID KEY
                   MOVE '10' TO FS-TOMADORES
           END-START.
      *
           IF FS-TOMADORES EQUAL "00"
               READ TOMADORES NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-TOMADORES EQUAL "10"
      *        CADASTRO ANONIMIZADO PELA RETENCAO NAO TEM NOME A
      *        COMPARAR.
               IF TOM-NOME(1:2) NOT EQUAL '**'
                   IF WRK-TMD-QTD GREATER THAN OR EQUAL 5000
                       MOVE '99' TO WS-ABEND-CODE
                       MOVE
               'TABELA DE TOMADORES CHEIA. MAXIMO DE 5000 TOMADORES'
                           TO WS-ABEND-MESSAGE
                       PERFORM 0600-ROT-ABEND
                   END-IF
                   ADD 1 TO WRK-TMD-QTD
                   MOVE TOM-CODIGO    TO WRK-TMD-CODIGO(WRK-TMD-QTD)
                   MOVE TOM-NOME      TO WRK-TMD-NOME(WRK-TMD-QTD)
                   MOVE TOM-TURMA     TO WRK-TMD-TURMA(WRK-TMD-QTD)
                   MOVE TOM-DATA-NASC TO WRK-TMD-NASC(WRK-TMD-QTD)
                   MOVE TOM-NOME      TO WRK-NRM-SRC
                   PERFORM 0305-NORMALIZA-TITULO
                   MOVE WRK-NRM-OUT   TO WRK-TMD-NORM(WRK-TMD-QTD)
                   PERFORM 0355-NORMALIZA-FONE
                   MOVE WRK-TMD-FONE-OUT TO WRK-TMD-FONE(WRK-TMD-QTD)
               END-IF
               READ TOMADORES NEXT RECORD
           END-PERFORM.
      *
           OPEN OUTPUT DUPTOMAD-REL.
      *
           MOVE SPACES TO FIL-REL-TOM.
           STRING 'VIDEOTECA - TOMADORES DUPLICADOS     EMISSAO: '
                       DELIMITED BY SIZE
                  WRK-DATA-EDIT-DD   DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  WRK-DATA-EDIT-MM   DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  WRK-DATA-EDIT-AAAA DELIMITED BY SIZE
             INTO FIL-REL-TOM.
           WRITE FIL-REL-TOM.
      *
           MOVE SPACES TO FIL-REL-TOM.
           STRING 'CRITERIO     COD. NOME                           '
                      DELIMITED BY SIZE
                  'TURMA      NASC.    = COD. NOME'
                      DELIMITED BY SIZE
             INTO FIL-REL-TOM.
           WRITE FIL-REL-TOM.
      *
           MOVE SPACES TO FIL-REL-TOM.
           WRITE FIL-REL-TOM.
      *
           PERFORM 0360-COMPARA-TOMADORES
               VARYING WRK-TMD-I FROM 1 BY 1
               UNTIL WRK-TMD-I GREATER THAN WRK-TMD-QTD.
      *
           MOVE WRK-DUP-PARES TO WRK-DUP-PARES-EDIT.
           MOVE SPACES TO FIL-REL-TOM.
           WRITE FIL-REL-TOM.
      *
           MOVE SPACES TO FIL-REL-TOM.
           STRING 'PARES DE POSSIVEIS DUPLICATAS: '
                      DELIMITED BY SIZE
                  WRK-DUP-PARES-EDIT DELIMITED BY SIZE
             INTO FIL-REL-TOM.
           WRITE FIL-REL-TOM.
      *
           MOVE SPACES TO FIL-REL-TOM.
           STRING 'FUNDIR PELA OPCAO 4, INFORMANDO COMO SOBREVIVENTE '
                      DELIMITED BY SIZE
                  'O CADASTRO DA SECRETARIA.' DELIMITED BY SIZE
             INTO FIL-REL-TOM.
           WRITE FIL-REL-TOM.
      *
           CLOSE DUPTOMAD-REL.
      *
           STRING '18RELATORIO GERADO. PARES DE DUPLICATAS: '
                      DELIMITED BY SIZE
                  WRK-DUP-PARES-EDIT DELIMITED BY SIZE
             INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0350-RELATORIO-TOMADORES-END. EXIT.

       0355-NORMALIZA-FONE SECTION.
      *    SO OS DIGITOS DE TOM-FONE, PARA '(11) 4444-5555' E
      *    '1144445555' CAIREM NA MESMA CHAVE.
           MOVE SPACES TO WRK-TMD-FONE-OUT.
           MOVE 1      TO WRK-TMD-FONE-OUT-IDX.
           PERFORM VARYING WRK-TMD-FONE-IDX FROM 1 BY 1
               UNTIL WRK-TMD-FONE-IDX GREATER THAN 12
               IF TOM-FONE(WRK-TMD-FONE-IDX:1) IS NUMERIC
                   MOVE TOM-FONE(WRK-TMD-FONE-IDX:1)
                       TO WRK-TMD-FONE-OUT(WRK-TMD-FONE-OUT-IDX:1)
                   ADD 1 TO WRK-TMD-FONE-OUT-IDX
               END-IF
           END-PERFORM.
       0355-NORMALIZA-FONE-END. EXIT.

       0360-COMPARA-TOMADORES SECTION.
           PERFORM VARYING WRK-TMD-J FROM WRK-TMD-I BY 1
               UNTIL WRK-TMD-J GREATER THAN WRK-TMD-QTD
               MOVE SPACES TO WRK-TMD-CRITERIO
               IF WRK-TMD-J GREATER THAN WRK-TMD-I
              AND WRK-TMD-NORM(WRK-TMD-I) EQUAL
                  WRK-TMD-NORM(WRK-TMD-J)
                   IF WRK-TMD-NASC(WRK-TMD-I) NOT EQUAL ZEROES
                  AND WRK-TMD-NASC(WRK-TMD-I) EQUAL
                      WRK-TMD-NASC(WRK-TMD-J)
                       MOVE 'NOME+NASC.' TO WRK-TMD-CRITERIO
                   END-IF
                   IF WRK-TMD-CRITERIO EQUAL SPACES
                  AND WRK-TMD-FONE(WRK-TMD-I) NOT EQUAL SPACES
                  AND WRK-TMD-FONE(WRK-TMD-I) EQUAL
                      WRK-TMD-FONE(WRK-TMD-J)
                       MOVE 'NOME+FONE' TO WRK-TMD-CRITERIO
                   END-IF
               END-IF
      *
               IF WRK-TMD-CRITERIO NOT EQUAL SPACES
                   ADD 1 TO WRK-DUP-PARES
                   MOVE SPACES TO FIL-REL-TOM
                   STRING WRK-TMD-CRITERIO          DELIMITED BY SIZE
                          ' '                       DELIMITED BY SIZE
                          WRK-TMD-CODIGO(WRK-TMD-I) DELIMITED BY SIZE
                          ' '                       DELIMITED BY SIZE
                          WRK-TMD-NOME(WRK-TMD-I)   DELIMITED BY SIZE
                          ' '                       DELIMITED BY SIZE
                          WRK-TMD-TURMA(WRK-TMD-I)  DELIMITED BY SIZE
                          ' '                       DELIMITED BY SIZE
                          WRK-TMD-NASC(WRK-TMD-I)   DELIMITED BY SIZE
                          ' = '                     DELIMITED BY SIZE
                          WRK-TMD-CODIGO(WRK-TMD-J) DELIMITED BY SIZE
                          ' '                       DELIMITED BY SIZE
                          WRK-TMD-NOME(WRK-TMD-J)   DELIMITED BY SIZE
                          ' '                       DELIMITED BY SIZE
                          WRK-TMD-TURMA(WRK-TMD-J)  DELIMITED BY SIZE
                     INTO FIL-REL-TOM
                   WRITE FIL-REL-TOM
               END-IF
           END-PERFORM.
       0360-COMPARA-TOMADORES-END. EXIT.

       0370-FUNDIR-TOMADORES SECTION.
      *    FUNDE O TOMADOR PERDEDOR NO SOBREVIVENTE: TODO MOVIMENTO
      *    DO PERDEDOR PASSA AO SOBREVIVENTE (ASSIM O LIMITE DE
      *    EMPRESTIMOS VOLTA A VALER SOBRE O TOTAL), O SOBREVIVENTE
      *    HERDA A MATRICULA MAIS RECENTE E O PERDEDOR E EXCLUIDO,
      *    COM LINHA DE AUDITORIA.
           MOVE ZEROES TO WRK-FTM-SOBREVIVE WRK-FTM-PERDEDOR.
           INITIALIZE WRK-MSG.
           DISPLAY SCREEN-DUPLICA-FUSAO-TOM.
           ACCEPT  SCREEN-DUPLICA-FUSAO-TOM.
      *
           MOVE 'S' TO WRK-FUS-OK.
      *
           IF WRK-FTM-SOBREVIVE EQUAL ZEROES
           OR WRK-FTM-PERDEDOR EQUAL ZEROES
           OR WRK-FTM-SOBREVIVE EQUAL WRK-FTM-PERDEDOR
               MOVE 'N' TO WRK-FUS-OK
               MOVE '18INFORME DOIS CODIGOS DIFERENTES.' TO WRK-MSG
           END-IF.
      *
           IF WRK-FUS-OK EQUAL 'S'
               MOVE WRK-FTM-PERDEDOR TO TOM-CODIGO
               READ TOMADORES
                   INVALID KEY
                       MOVE 'N' TO WRK-FUS-OK
                       MOVE '24PERDEDOR NAO LOCALIZADO.' TO WRK-MSG
                   NOT INVALID KEY
                       MOVE REG-TOM TO WRK-FTM-REG-PERDEDOR
               END-READ
           END-IF.
      *
           IF WRK-FUS-OK EQUAL 'S'
               MOVE WRK-FTM-SOBREVIVE TO TOM-CODIGO
               READ TOMADORES
                   INVALID KEY
                       MOVE 'N' TO WRK-FUS-OK
                       MOVE '23SOBREVIVENTE NAO LOCALIZADO.'
                           TO WRK-MSG
               END-READ
           END-IF.
      *
           IF WRK-FUS-OK EQUAL 'S'
               STRING '10FUNDIR ' DELIMITED BY SIZE
                      WRK-FTM-P-NOME DELIMITED BY '  '
                      ' EM '      DELIMITED BY SIZE
                      TOM-NOME    DELIMITED BY '  '
                      ' (S/N)?'   DELIMITED BY SIZE
                 INTO WRK-MSG
               DISPLAY SCREEN-CONFIRMATION
               ACCEPT SCREEN-CONFIRMATION-WAIT
      *
               IF WRK-AWAIT EQUAL 'S' OR EQUAL 's'
                   PERFORM 0375-APLICA-FUSAO-TOMADOR
               ELSE
                   INITIALIZE WRK-MSG
                   MOVE '28FUSAO CANCELADA.' TO WRK-MSG
               END-IF
           END-IF.
      *
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0370-FUNDIR-TOMADORES-END. EXIT.

       0375-APLICA-FUSAO-TOMADOR SECTION.
           MOVE ZEROES TO WRK-FTM-REPONTADOS.
      *
      *    O SOBREVIVENTE (JA LIDO) COMPLETA FONE E NASCIMENTO EM
      *    BRANCO COM OS DO PERDEDOR E HERDA TURMA, ANO E SITUACAO
      *    QUANDO A MATRICULA DO PERDEDOR E MAIS RECENTE.
           IF TOM-FONE EQUAL SPACES
               MOVE WRK-FTM-P-FONE TO TOM-FONE
           END-IF.
           IF TOM-DATA-NASC EQUAL ZEROES
               MOVE WRK-FTM-P-DATA-NASC TO TOM-DATA-NASC
           END-IF.
           IF WRK-FTM-P-ANO-MATRIC GREATER THAN TOM-ANO-MATRICULA
               MOVE WRK-FTM-P-TURMA      TO TOM-TURMA
               MOVE WRK-FTM-P-ANO-MATRIC TO TOM-ANO-MATRICULA
               MOVE WRK-FTM-P-SITUACAO   TO TOM-SITUACAO
           END-IF.
           REWRITE REG-TOM.
      *
           MOVE ZEROES TO EMP-CODIGO.
           MOVE ZEROES TO EMP-EXEMPLAR.
           START LOANS KEY IS NOT LESS THAN EMP-CHAVE
               INVALID KEY
                   MOVE '10' TO FS-LOANS
           END-START.
      *
           IF FS-LOANS EQUAL "00"
               READ LOANS NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-LOANS EQUAL "10"
               IF EMP-TOM-CODIGO EQUAL WRK-FTM-PERDEDOR
                   MOVE REG-EMP           TO WRK-JRN-ANTES
                   MOVE WRK-FTM-SOBREVIVE TO EMP-TOM-CODIGO
                   MOVE REG-EMP           TO WRK-JRN-DEPOIS
                   REWRITE REG-EMP
                   MOVE 'LOANS'           TO WRK-JRN-ARQUIVO
                   MOVE 'A'               TO WRK-JRN-OPERACAO
                   MOVE FS-LOANS          TO WRK-JRN-STATUS
                   PERFORM 0590-GRAVA-DIARIO
                   ADD 1 TO WRK-FTM-REPONTADOS
               END-IF
               READ LOANS NEXT RECORD
           END-PERFORM.
      *
      *    LOANHIST E PARCELAS TEM O TOMADOR COMO CHAVE ALTERNATIVA;
      *    A VARREDURA VAI PELA CHAVE PRIMARIA PARA A REGRAVACAO NAO
      *    MEXER NA POSICAO DA LEITURA.
           MOVE ZEROES TO HIS-NUMERO.
           START LOANHIST KEY IS NOT LESS THAN HIS-NUMERO
               INVALID KEY
                   MOVE '10' TO FS-LOANHIST
           END-START.
      *
           IF FS-LOANHIST EQUAL "00"
               READ LOANHIST NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-LOANHIST EQUAL "10"
               IF HIS-TOM-CODIGO EQUAL WRK-FTM-PERDEDOR
                   MOVE REG-HIS           TO WRK-JRN-ANTES
                   MOVE WRK-FTM-SOBREVIVE TO HIS-TOM-CODIGO
                   MOVE REG-HIS           TO WRK-JRN-DEPOIS
                   REWRITE REG-HIS
                   MOVE 'LOANHIST'        TO WRK-JRN-ARQUIVO
                   MOVE 'A'               TO WRK-JRN-OPERACAO
                   MOVE FS-LOANHIST       TO WRK-JRN-STATUS
                   PERFORM 0590-GRAVA-DIARIO
                   ADD 1 TO WRK-FTM-REPONTADOS
               END-IF
               READ LOANHIST NEXT RECORD
           END-PERFORM.
      *
           MOVE ZEROES TO MUL-NUMERO.
           START MULTAS KEY IS NOT LESS THAN MUL-NUMERO
               INVALID KEY
                   MOVE '10' TO FS-MULTAS
           END-START.
      *
           IF FS-MULTAS EQUAL "00"
               READ MULTAS NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-MULTAS EQUAL "10"
               IF MUL-TOM-CODIGO EQUAL WRK-FTM-PERDEDOR
                   MOVE REG-MUL           TO WRK-JRN-ANTES
                   MOVE WRK-FTM-SOBREVIVE TO MUL-TOM-CODIGO
                   MOVE REG-MUL           TO WRK-JRN-DEPOIS
                   REWRITE REG-MUL
                   MOVE 'MULTAS'          TO WRK-JRN-ARQUIVO
                   MOVE 'A'               TO WRK-JRN-OPERACAO
                   MOVE FS-MULTAS         TO WRK-JRN-STATUS
                   PERFORM 0590-GRAVA-DIARIO
                   ADD 1 TO WRK-FTM-REPONTADOS
               END-IF
               READ MULTAS NEXT RECORD
           END-PERFORM.
      *
           MOVE LOW-VALUES TO PCL-CHAVE.
           START PARCELAS KEY IS NOT LESS THAN PCL-CHAVE
               INVALID KEY
                   MOVE '10' TO FS-PARCELAS
           END-START.
      *
           IF FS-PARCELAS EQUAL "00"
               READ PARCELAS NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-PARCELAS EQUAL "10"
               IF PCL-TOM-CODIGO EQUAL WRK-FTM-PERDEDOR
                   MOVE WRK-FTM-SOBREVIVE TO PCL-TOM-CODIGO
                   REWRITE REG-PCL
                   ADD 1 TO WRK-FTM-REPONTADOS
               END-IF
               READ PARCELAS NEXT RECORD
           END-PERFORM.
      *
           MOVE ZEROES TO RCX-NUMERO.
           START CXRECIBO KEY IS NOT LESS THAN RCX-NUMERO
               INVALID KEY
                   MOVE '10' TO FS-CXRECIBO
           END-START.
      *
           IF FS-CXRECIBO EQUAL "00"
               READ CXRECIBO NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-CXRECIBO EQUAL "10"
               IF RCX-TOM-CODIGO EQUAL WRK-FTM-PERDEDOR
                   MOVE REG-RCX           TO WRK-JRN-ANTES
                   MOVE WRK-FTM-SOBREVIVE TO RCX-TOM-CODIGO
                   MOVE REG-RCX           TO WRK-JRN-DEPOIS
                   REWRITE REG-RCX
                   MOVE 'CXRECIBO'        TO WRK-JRN-ARQUIVO
                   MOVE 'A'               TO WRK-JRN-OPERACAO
                   MOVE FS-CXRECIBO       TO WRK-JRN-STATUS
                   PERFORM 0590-GRAVA-DIARIO
                   ADD 1 TO WRK-FTM-REPONTADOS
               END-IF
               READ CXRECIBO NEXT RECORD
           END-PERFORM.
      *
           MOVE ZEROES TO RES-NUMERO.
           START RESERVAS KEY IS NOT LESS THAN RES-NUMERO
               INVALID KEY
                   MOVE '10' TO FS-RESERVAS
           END-START.
      *
           IF FS-RESERVAS EQUAL "00"
               READ RESERVAS NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-RESERVAS EQUAL "10"
               IF RES-TOM-CODIGO EQUAL WRK-FTM-PERDEDOR
                   MOVE REG-RES           TO WRK-JRN-ANTES
                   MOVE WRK-FTM-SOBREVIVE TO RES-TOM-CODIGO
                   MOVE REG-RES           TO WRK-JRN-DEPOIS
                   REWRITE REG-RES
                   MOVE 'RESERVAS'        TO WRK-JRN-ARQUIVO
                   MOVE 'A'               TO WRK-JRN-OPERACAO
                   MOVE FS-RESERVAS       TO WRK-JRN-STATUS
                   PERFORM 0590-GRAVA-DIARIO
                   ADD 1 TO WRK-FTM-REPONTADOS
               END-IF
               READ RESERVAS NEXT RECORD
           END-PERFORM.
      *
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
               IF AGE-TOM-CODIGO EQUAL WRK-FTM-PERDEDOR
                   MOVE WRK-FTM-SOBREVIVE TO AGE-TOM-CODIGO
                   REWRITE REG-AGE
                   ADD 1 TO WRK-FTM-REPONTADOS
               END-IF
               READ AGENDA NEXT RECORD
           END-PERFORM.
      *
           MOVE ZEROES TO AVI-NUMERO.
           START AVISREG KEY IS NOT LESS THAN AVI-NUMERO
               INVALID KEY
                   MOVE '10' TO FS-AVISREG
           END-START.
      *
           IF FS-AVISREG EQUAL "00"
               READ AVISREG NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-AVISREG EQUAL "10"
               IF AVI-TOM-CODIGO EQUAL WRK-FTM-PERDEDOR
                   MOVE WRK-FTM-SOBREVIVE TO AVI-TOM-CODIGO
                   REWRITE REG-AVI
                   ADD 1 TO WRK-FTM-REPONTADOS
               END-IF
               READ AVISREG NEXT RECORD
           END-PERFORM.
      *
           MOVE LOW-VALUES TO EQE-NUMERO.
           START EQEMP KEY IS NOT LESS THAN EQE-NUMERO
               INVALID KEY
                   MOVE '10' TO FS-EQEMP
           END-START.
      *
           IF FS-EQEMP EQUAL "00"
               READ EQEMP NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-EQEMP EQUAL "10"
               IF EQE-TOM-CODIGO EQUAL WRK-FTM-PERDEDOR
                   MOVE WRK-FTM-SOBREVIVE TO EQE-TOM-CODIGO
                   REWRITE REG-EQE
                   ADD 1 TO WRK-FTM-REPONTADOS
               END-IF
               READ EQEMP NEXT RECORD
           END-PERFORM.
      *
           MOVE ZEROES TO USO-NUMERO.
           START USOLOCAL KEY IS NOT LESS THAN USO-NUMERO
               INVALID KEY
                   MOVE '10' TO FS-USOLOCAL
           END-START.
      *
           IF FS-USOLOCAL EQUAL "00"
               READ USOLOCAL NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-USOLOCAL EQUAL "10"
               IF USO-TOM-CODIGO EQUAL WRK-FTM-PERDEDOR
                   MOVE WRK-FTM-SOBREVIVE TO USO-TOM-CODIGO
                   REWRITE REG-USO
                   ADD 1 TO WRK-FTM-REPONTADOS
               END-IF
               READ USOLOCAL NEXT RECORD
           END-PERFORM.
      *
           MOVE ZEROES TO OVR-NUMERO.
           START EXCECOES KEY IS NOT LESS THAN OVR-NUMERO
               INVALID KEY
                   MOVE '10' TO FS-EXCECOES
           END-START.
      *
           IF FS-EXCECOES EQUAL "00"
               READ EXCECOES NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-EXCECOES EQUAL "10"
               IF OVR-TOM-CODIGO EQUAL WRK-FTM-PERDEDOR
                   MOVE WRK-FTM-SOBREVIVE TO OVR-TOM-CODIGO
                   REWRITE REG-OVR
                   ADD 1 TO WRK-FTM-REPONTADOS
               END-IF
               READ EXCECOES NEXT RECORD
           END-PERFORM.
      *
      *    PECA QUE FALTOU NA DEVOLUCAO FICA PENDENTE COM O TOMADOR.
           MOVE LOW-VALUES TO CMP-CHAVE.
           START COMPONEN KEY IS NOT LESS THAN CMP-CHAVE
               INVALID KEY
                   MOVE '10' TO FS-COMPONEN
           END-START.
      *
           IF FS-COMPONEN EQUAL "00"
               READ COMPONEN NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-COMPONEN EQUAL "10"
               IF CMP-TOM-CODIGO EQUAL WRK-FTM-PERDEDOR
                   MOVE WRK-FTM-SOBREVIVE TO CMP-TOM-CODIGO
                   REWRITE REG-CMP
                   ADD 1 TO WRK-FTM-REPONTADOS
               END-IF
               READ COMPONEN NEXT RECORD
           END-PERFORM.
      *
      *    PROFESSOR RESPONSAVEL PELA MOSTRA.
           MOVE ZEROES TO MOS-NUMERO.
           START MOSTRAS KEY IS NOT LESS THAN MOS-NUMERO
               INVALID KEY
                   MOVE '10' TO FS-MOSTRAS
           END-START.
      *
           IF FS-MOSTRAS EQUAL "00"
               READ MOSTRAS NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-MOSTRAS EQUAL "10"
               IF MOS-TOM-CODIGO EQUAL WRK-FTM-PERDEDOR
                   MOVE WRK-FTM-SOBREVIVE TO MOS-TOM-CODIGO
                   REWRITE REG-MOS
                   ADD 1 TO WRK-FTM-REPONTADOS
               END-IF
               READ MOSTRAS NEXT RECORD
           END-PERFORM.
      *
      *    OS ANOS ARQUIVADOS (LOANHIST-AAAA.DAT) RECEBEM A MESMA
      *    TROCA DO LOANHIST VIVO.
           COPY 'CPVIDHAP'. *> CARREGA OS ANOS JA ARQUIVADOS
           PERFORM VARYING WRK-HSA-IX FROM 1 BY 1
                     UNTIL WRK-HSA-IX GREATER WRK-HSA-QTD
               PERFORM 0377-FUNDE-ARQUIVADO
           END-PERFORM.
      *
           PERFORM 0380-FUNDE-CARTEIRINHA.
           PERFORM 0385-FUNDE-ACESSOS.
      *
      *    EXCLUI O PERDEDOR DO CADASTRO COM AUDITORIA: UMA LINHA
      *    PARA O CODIGO EXCLUIDO E OUTRA PARA O QUE O RECEBEU.
           MOVE WRK-FTM-PERDEDOR TO TOM-CODIGO.
           DELETE TOMADORES
               INVALID KEY
                   CONTINUE
           END-DELETE.
      *
           MOVE WRK-FTM-PERDEDOR  TO CODIGO.
           MOVE 'FUSAO-TOM'       TO WRK-LOG-ACAO.
           PERFORM 0345-GRAVA-LOG-ACAO.
           MOVE WRK-FTM-SOBREVIVE TO CODIGO.
           MOVE 'FUSAO-DEST'      TO WRK-LOG-ACAO.
           PERFORM 0345-GRAVA-LOG-ACAO.
      *
           MOVE WRK-FTM-REPONTADOS TO WRK-FTM-REPONTADOS-EDIT.
           INITIALIZE WRK-MSG.
           STRING '12FUSAO CONCLUIDA. REGISTROS REAPONTADOS: '
                      DELIMITED BY SIZE
                  WRK-FTM-REPONTADOS-EDIT DELIMITED BY SIZE
                  '. PERDEDOR EXCLUIDO.'  DELIMITED BY SIZE
             INTO WRK-MSG.
       0375-APLICA-FUSAO-TOMADOR-END. EXIT.

       0377-FUNDE-ARQUIVADO SECTION.
      *    O ARQUIVO DO ANO E ESTATICO E FICA FORA DO DIARIO DE
      *    RECUPERACAO; A REGRAVACAO SO TROCA O TOMADOR.
           COPY 'CPVIDHAN'. *> NOME DO ARQUIVO DO ANO
      *
           OPEN I-O HISTARQ.
      *
           IF FS-HISTARQ NOT EQUAL "00"
               GO TO 0377-FUNDE-ARQUIVADO-END
           END-IF.
      *
           MOVE ZEROES TO HSA-NUMERO.
           START HISTARQ KEY IS NOT LESS THAN HSA-NUMERO
               INVALID KEY
                   MOVE '10' TO FS-HISTARQ
           END-START.
      *
           IF FS-HISTARQ EQUAL "00"
               READ HISTARQ NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-HISTARQ EQUAL "10"
               IF HSA-TOM-CODIGO EQUAL WRK-FTM-PERDEDOR
                   MOVE WRK-FTM-SOBREVIVE TO HSA-TOM-CODIGO
                   REWRITE REG-HSA
                   ADD 1 TO WRK-FTM-REPONTADOS
               END-IF
               READ HISTARQ NEXT RECORD
           END-PERFORM.
      *
           CLOSE HISTARQ.
       0377-FUNDE-ARQUIVADO-END. EXIT.

       0380-FUNDE-CARTEIRINHA SECTION.
      *    CARTOES TEM O TOMADOR COMO CHAVE. SEM CARTEIRINHA NO
      *    SOBREVIVENTE, A DO PERDEDOR PASSA PARA ELE E O CODIGO DE
      *    BARRAS CONTINUA VALENDO; SE O SOBREVIVENTE JA TEM A SUA, A
      *    DO PERDEDOR E EXCLUIDA E SEU CODIGO DE BARRAS FICA
      *    CANCELADO ('X'), COMO NA SEGUNDA VIA.
           MOVE 'N' TO WRK-FTM-CARTAO.
           MOVE WRK-FTM-SOBREVIVE TO CAR-TOM-CODIGO.
           READ CARTOES
               NOT INVALID KEY
                   MOVE 'S' TO WRK-FTM-CARTAO
           END-READ.
      *
           MOVE WRK-FTM-PERDEDOR TO CAR-TOM-CODIGO.
           READ CARTOES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE REG-CAR TO WRK-REG-CAR-SALVO
                   DELETE CARTOES
                   ADD 1 TO WRK-FTM-REPONTADOS
                   IF WRK-FTM-CARTAO EQUAL 'N'
                       MOVE WRK-REG-CAR-SALVO TO REG-CAR
                       MOVE WRK-FTM-SOBREVIVE TO CAR-TOM-CODIGO
                       WRITE REG-CAR
                   END-IF
           END-READ.
      *
           MOVE LOW-VALUES TO BAR-VALOR.
           START BARCODE KEY IS NOT LESS THAN BAR-VALOR
               INVALID KEY
                   MOVE '10' TO FS-BARCODE
           END-START.
      *
           IF FS-BARCODE EQUAL "00"
               READ BARCODE NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-BARCODE EQUAL "10"
               IF BAR-TIPO NOT EQUAL 'E'
              AND BAR-TOM-CODIGO EQUAL WRK-FTM-PERDEDOR
                   MOVE WRK-FTM-SOBREVIVE TO BAR-TOM-CODIGO
                   IF WRK-FTM-CARTAO EQUAL 'S'
                       MOVE 'X' TO BAR-TIPO
                   END-IF
                   REWRITE REG-BAR
                   ADD 1 TO WRK-FTM-REPONTADOS
               END-IF
               READ BARCODE NEXT RECORD
           END-PERFORM.
       0380-FUNDE-CARTEIRINHA-END. EXIT.

       0385-FUNDE-ACESSOS SECTION.
      *    ACESSDIG TEM O TOMADOR NA CHAVE: CADA ACESSO DO PERDEDOR E
      *    EXCLUIDO E REGRAVADO NO SOBREVIVENTE, COMO A CARTEIRINHA.
      *    SE O SOBREVIVENTE JA TEM ACESSO AO MESMO TITULO, FICA O
      *    DELE, COM A DATA FIM MAIS DISTANTE DAS DUAS. A POSICAO E
      *    REFEITA A CADA ACESSO, POIS A EXCLUSAO A PERDE.
           MOVE 'S' TO WRK-FTM-ACESSO.
           PERFORM UNTIL WRK-FTM-ACESSO EQUAL 'N'
               MOVE WRK-FTM-PERDEDOR TO ADG-TOM-CODIGO
               START ACESSDIG KEY IS EQUAL TO ADG-TOM-CODIGO
                   INVALID KEY
                       MOVE 'N' TO WRK-FTM-ACESSO
               END-START
               IF WRK-FTM-ACESSO EQUAL 'S'
                   READ ACESSDIG NEXT RECORD
                   IF FS-ACESSDIG NOT EQUAL "00"
                  AND FS-ACESSDIG NOT EQUAL "02"
                       MOVE 'N' TO WRK-FTM-ACESSO
                   END-IF
               END-IF
               IF WRK-FTM-ACESSO EQUAL 'S'
                   MOVE REG-ADG      TO WRK-REG-ADG-SALVO
                   MOVE ADG-DATA-FIM TO WRK-FTM-ADG-FIM
                   DELETE ACESSDIG
                   ADD 1 TO WRK-FTM-REPONTADOS
                   MOVE WRK-REG-ADG-SALVO TO REG-ADG
                   MOVE WRK-FTM-SOBREVIVE TO ADG-TOM-CODIGO
                   READ ACESSDIG KEY IS ADG-CHAVE
                       INVALID KEY
                           MOVE WRK-REG-ADG-SALVO TO REG-ADG
                           MOVE WRK-FTM-SOBREVIVE TO ADG-TOM-CODIGO
                           WRITE REG-ADG
                       NOT INVALID KEY
                           IF WRK-FTM-ADG-FIM GREATER THAN ADG-DATA-FIM
                               MOVE WRK-FTM-ADG-FIM TO ADG-DATA-FIM
                               REWRITE REG-ADG
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.
       0385-FUNDE-ACESSOS-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE MOVIES.
      *
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           CLOSE TOMADORES.
           CLOSE LOANHIST.
           CLOSE MULTAS.
           CLOSE PARCELAS.
           CLOSE CXRECIBO.
           CLOSE RESERVAS.
           CLOSE AGENDA.
           CLOSE AVISREG.
           CLOSE USOLOCAL.
           CLOSE EQEMP.
           CLOSE CARTOES.
           CLOSE BARCODE.
           CLOSE EXCECOES.
           CLOSE ACESSDIG.
           CLOSE COMPONEN.
           CLOSE MOSTRAS.
       0500-CLOSE-DATA-END. EXIT.

       0590-GRAVA-DIARIO SECTION.
           MOVE 'DPVIDPRG' TO WRK-JRN-PROGRAMA.
           COPY 'CPVIDJNP'. *> GRAVA ENTRADA NO DIARIO DE RECUPERACAO
       0590-GRAVA-DIARIO-END. EXIT.

       0600-ROT-ABEND SECTION.
           MOVE 'DPVIDPRG' TO WS-ABEND-PROGRAM.
           COPY 'CPVIDRAB'. *> ABEND ROUTINE.
