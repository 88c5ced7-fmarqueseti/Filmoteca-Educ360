      ******************************************************************
      * FILE NAME   : TRVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : TRAINING COPY LOAD OF VIDEOTECA PROGRAM          *
      *               (UNATTENDED BATCH: REBUILDS THE PRACTICE DATA    *
      *               SET UNDER ./treino FROM THE LAST NIGHTLY ARCHIVE *
      *               GENERATION - ARVIDPRG - WITH BORROWER NAMES AND  *
      *               PHONES MASKED, PLUS THE CONFIGURATION AND THE    *
      *               FILES THE ARCHIVE DOES NOT KEEP, TAKEN FROM THE  *
      *               LIVE ./dat; THE PRACTICE CASH SESSIONS, AUDIT    *
      *               LOG AND JOURNAL START EMPTY)                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRVIDPRG.
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
           COPY 'CPVIDBFC'. *> DISTRIBS DAT WORKBOOK
           COPY 'CPVIDPFC'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDTFC'. *> TOMADORES DAT WORKBOOK
           COPY 'CPVIDMFC'. *> MULTAS DAT WORKBOOK
           COPY 'CPVIDRFC'. *> RESERVAS DAT WORKBOOK
           COPY 'CPVIDXFC'. *> EXEMPLAR DAT WORKBOOK
           COPY 'CPVIDHFC'. *> LOAN HISTORY
           COPY 'CPVIDDEF'. *> DETALHES DAT WORKBOOK
           COPY 'CPVIDRSF'. *> RESENHAS DAT WORKBOOK
           COPY 'CPVIDWSF'. *> WISHLIST DAT WORKBOOK
           COPY 'CPVIDFEF'. *> FERIADOS DAT WORKBOOK
           COPY 'CPVIDDGF'. *> MIDIADIG DAT WORKBOOK
           COPY 'CPVIDLCF'. *> LOCAIS DAT WORKBOOK
           COPY 'CPVIDUSF'. *> OPERADOR DAT WORKBOOK
           COPY 'CPVIDPOF'. *> POLITICA DAT WORKBOOK
           COPY 'CPVIDPAF'. *> SYSTEM PARAMETERS
           COPY 'CPVIDAGF'. *> AGENDA DAT WORKBOOK
           COPY 'CPVIDPLF'. *> PARCELAS DAT WORKBOOK
           COPY 'CPVIDSRF'. *> SERIES DAT WORKBOOK
           COPY 'CPVIDCMF'. *> COMPONEN DAT WORKBOOK
           COPY 'CPVIDADF'. *> ACESSDIG DAT WORKBOOK
           COPY 'CPVIDRXF'. *> CXRECIBO DAT WORKBOOK
           COPY 'CPVIDCXF'. *> CAIXA DAT WORKBOOK
           COPY 'CPVIDJNF'. *> RECOVERY JOURNAL
           COPY 'CPVIDTRF'. *> TRAINING COPY LOAD CONTROL
           COPY 'CPVIDLGF'. *> MAINTENANCE AUDIT LOG
      *
           SELECT MOV-ARC
              ASSIGN       TO WRK-TR-ARC-NOME
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-MOV-ARC.
      *
           SELECT ARQ-ARC
              ASSIGN       TO WRK-TR-ARC-NOME
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-ARQ-ARC.
      *
           SELECT MANIFESTO
              ASSIGN       TO WRK-TR-MAN-NOME
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-MANIFESTO.
      *
           COPY 'CPVIDALF'. *> ABEND LOG
      *
       DATA DIVISION.
       FILE SECTION.
       FD  MOVIES.
           COPY 'CPVIDDAT'.

       FD  GENEROS.
           COPY 'CPVIDGDT'.

       FD  DISTRIBS.
           COPY 'CPVIDBDT'.

       FD  LOANS.
           COPY 'CPVIDPDT'.

       FD  TOMADORES.
           COPY 'CPVIDTDT'.

       FD  MULTAS.
           COPY 'CPVIDMDT'.

       FD  RESERVAS.
           COPY 'CPVIDRDT'.

       FD  EXEMPLAR.
           COPY 'CPVIDXDT'.

       FD  LOANHIST.
           COPY 'CPVIDHDT'.

       FD  DETALHES.
           COPY 'CPVIDDED'.

       FD  RESENHAS.
           COPY 'CPVIDRSD'.

       FD  WISHLIST.
           COPY 'CPVIDWSD'.

       FD  FERIADOS.
           COPY 'CPVIDFED'.

       FD  MIDIADIG.
           COPY 'CPVIDDGD'.

       FD  LOCAIS.
           COPY 'CPVIDLCD'.

       FD  OPERADOR.
           COPY 'CPVIDUSD'.

       FD  POLITICA.
           COPY 'CPVIDPOD'.

       FD  VIDPARAM.
           COPY 'CPVIDPAD'.

       FD  AGENDA.
           COPY 'CPVIDAGD'.

       FD  PARCELAS.
           COPY 'CPVIDPLD'.

       FD  SERIES.
           COPY 'CPVIDSRD'.

       FD  COMPONEN.
           COPY 'CPVIDCMD'.

       FD  ACESSDIG.
           COPY 'CPVIDADD'.

       FD  CXRECIBO.
           COPY 'CPVIDRXD'.

       FD  CAIXA.
           COPY 'CPVIDCXD'.

       FD  VIDJRN.
           COPY 'CPVIDJND'.

       FD  TREINOCTL.
           COPY 'CPVIDTRD'.

       FD  VIDLOG.
           COPY 'CPVIDLGD'.

       FD  MOV-ARC
           RECORDING MODE IS F.
           01 REG-MOV-ARC      PIC X(96).

       FD  ARQ-ARC
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 1 TO 132
           DEPENDING ON WRK-TR-TAM.
           01 REG-ARQ-ARC      PIC X(132).

       FD  MANIFESTO.
           01 FIL-MAN          PIC X(80).

       FD  VIDABEND.
           COPY 'CPVIDALD'.
      *
       WORKING-STORAGE SECTION.
           COPY 'CPVIDMAN'. *> MAIN SCREEN
           COPY 'CPVIDFCW'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDGNW'. *> GENEROS DAT WORKBOOK
           COPY 'CPVIDBNW'. *> DISTRIBS DAT WORKBOOK
           COPY 'CPVIDPNW'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDTNW'. *> TOMADORES DAT WORKBOOK
           COPY 'CPVIDMNW'. *> MULTAS DAT WORKBOOK
           COPY 'CPVIDRNW'. *> RESERVAS DAT WORKBOOK
           COPY 'CPVIDXNW'. *> EXEMPLAR DAT WORKBOOK
           COPY 'CPVIDHNW'. *> LOAN HISTORY
           COPY 'CPVIDDEW'. *> DETALHES DAT WORKBOOK
           COPY 'CPVIDRSW'. *> RESENHAS DAT WORKBOOK
           COPY 'CPVIDWSW'. *> WISHLIST DAT WORKBOOK
           COPY 'CPVIDFEW'. *> FERIADOS DAT WORKBOOK
           COPY 'CPVIDDGW'. *> MIDIADIG DAT WORKBOOK
           COPY 'CPVIDLCW'. *> LOCAIS DAT WORKBOOK
           COPY 'CPVIDUSW'. *> OPERADOR DAT WORKBOOK
           COPY 'CPVIDPOW'. *> POLITICA DAT WORKBOOK
           COPY 'CPVIDPAW'. *> SYSTEM PARAMETERS
           COPY 'CPVIDAGW'. *> AGENDA DAT WORKBOOK
           COPY 'CPVIDPLW'. *> PARCELAS DAT WORKBOOK
           COPY 'CPVIDSRW'. *> SERIES DAT WORKBOOK
           COPY 'CPVIDCMW'. *> COMPONEN DAT WORKBOOK
           COPY 'CPVIDADW'. *> ACESSDIG DAT WORKBOOK
           COPY 'CPVIDRXW'. *> CXRECIBO DAT WORKBOOK
           COPY 'CPVIDCXW'. *> CAIXA DAT WORKBOOK
           COPY 'CPVIDJNW'. *> RECOVERY JOURNAL
           COPY 'CPVIDTRW'. *> TRAINING COPY LOAD CONTROL
           COPY 'CPVIDLGW'. *> MAINTENANCE AUDIT LOG
           COPY 'CPVIDABE'. *> ABEND
           COPY 'CPVIDALW'. *> ABEND LOG
           COPY 'CPVIDOPW'. *> OPERATOR SESSION
      *
       77 FS-MOV-ARC                PIC X(02).
       77 FS-ARQ-ARC                PIC X(02).
       77 FS-MANIFESTO              PIC X(02).
      *
       77 WRK-TR-ARC-NOME           PIC X(40).
       77 WRK-TR-MAN-NOME           PIC X(40).
       77 WRK-TR-TAM                PIC 9(03) USAGE COMP-3
                                    VALUE ZEROES.
      *
      *    A COPIA DE TREINAMENTO FICA EM ./treino/dat; COM O DIRETORIO
      *    CORRENTE EM ./treino, OS ./dat/... DOS PROGRAMAS CAEM NELA E
      *    AS GERACOES REAIS FICAM EM ../dat.
       77 WRK-TR-DIR-TREINO         PIC X(20) VALUE './treino'.
       77 WRK-TR-DIR-DADOS          PIC X(20) VALUE './treino/dat'.
       77 WRK-TR-DIR-VOLTA          PIC X(20) VALUE '..'.
       77 WRK-TR-DIR-STATUS         PIC S9(09) COMP-5 VALUE ZERO.
       77 WRK-TR-NO-TREINO          PIC X(01) VALUE 'N'.
      *
      *    JANELA DE BUSCA DA ULTIMA GERACAO (MESMA DA RESTAURACAO).
       77 WRK-TR-JANELA             PIC 9(03) VALUE 120.
       77 WRK-TR-OFFSET             PIC 9(03) VALUE ZEROES.
       77 WRK-TR-DATA               PIC 9(08) VALUE ZEROES.
       77 WRK-TR-DATA-INT           PIC 9(08) VALUE ZEROES.
       77 WRK-TR-GERACAO            PIC 9(08) VALUE ZEROES.
      *
      *    ARQUIVOS CARREGADOS DA GERACAO (ALEM DE MOVIES), COM O
      *    TAMANHO DO REGISTRO GRAVADO PELO ARQUIVO NOTURNO. DO 15 EM
      *    DIANTE SAO ARQUIVOS QUE O ARQUIVO NOTURNO NAO GUARDA
      *    (CONFIGURACAO E OS QUE ACOMPANHAM OS DADOS CARREGADOS): VEM
      *    DO ./dat REAL NO MOMENTO DA CARGA.
       01 WRK-TR-TAB-ARQUIVOS.
           05 FILLER                PIC X(11) VALUE 'GENEROS 008'.
           05 FILLER                PIC X(11) VALUE 'DISTRIBS015'.
           05 FILLER                PIC X(11) VALUE 'LOANS   039'.
           05 FILLER                PIC X(11) VALUE 'TOMADORE070'.
           05 FILLER                PIC X(11) VALUE 'MULTAS  098'.
           05 FILLER                PIC X(11) VALUE 'RESERVAS033'.
           05 FILLER                PIC X(11) VALUE 'EXEMPLAR029'.
           05 FILLER                PIC X(11) VALUE 'LOANHIST045'.
           05 FILLER                PIC X(11) VALUE 'DETALHES101'.
           05 FILLER                PIC X(11) VALUE 'RESENHAS100'.
           05 FILLER                PIC X(11) VALUE 'WISHLIST089'.
           05 FILLER                PIC X(11) VALUE 'FERIADOS038'.
           05 FILLER                PIC X(11) VALUE 'MIDIADIG090'.
           05 FILLER                PIC X(11) VALUE 'LOCAIS  023'.
           05 FILLER                PIC X(11) VALUE 'OPERADOR048'.
           05 FILLER                PIC X(11) VALUE 'POLITICA030'.
           05 FILLER                PIC X(11) VALUE 'VIDPARAM080'.
           05 FILLER                PIC X(11) VALUE 'AGENDA  033'.
           05 FILLER                PIC X(11) VALUE 'PARCELAS058'.
           05 FILLER                PIC X(11) VALUE 'SERIES  043'.
           05 FILLER                PIC X(11) VALUE 'COMPONEN066'.
           05 FILLER                PIC X(11) VALUE 'ACESSDIG035'.
       01 FILLER REDEFINES WRK-TR-TAB-ARQUIVOS.
           05 WRK-TR-ARQ            OCCURS 22 TIMES.
               10 WRK-TR-NOME       PIC X(08).
               10 WRK-TR-TAMANHO    PIC 9(03).
      *
       77 WRK-TR-IX                 PIC 9(02) USAGE COMP-3
                                    VALUE ZEROES.
       77 WRK-TR-FS                 PIC X(02) VALUE SPACES.
       77 WRK-TR-REGISTRO           PIC X(132) VALUE SPACES.
      *    PRIMEIRO ARQUIVO DA TABELA QUE VEM DO ./dat REAL.
       77 WRK-TR-IX-VIVO            PIC 9(02) VALUE 15.
       77 WRK-TR-PREFIXO            PIC X(10) VALUE SPACES.
       77 WRK-TR-COUNT              PIC 9(07) VALUE ZEROES.
       77 WRK-TR-TOT-TOMADORES      PIC 9(07) VALUE ZEROES.
      *
       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           PERFORM 0100-OPEN-DATA.
           PERFORM 0300-PROCESS-DATA.
           PERFORM 0500-CLOSE-DATA.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.

       0100-OPEN-DATA SECTION.
           COPY 'CPVIDDTE'. *> DATE/TIME PROCEDURE
      *
      *    DENTRO DE UMA SESSAO DE TREINAMENTO O DIRETORIO CORRENTE JA
      *    E A COPIA; A CARGA SO RODA A PARTIR DO AMBIENTE REAL.
           IF WRK-AMBIENTE-TREINO
               DISPLAY 'TRVIDPRG: A CARGA NAO RODA EM SESSAO DE TREINAM'
                       'ENTO.'
               MOVE 'AMBIENTE' TO WS-ABEND-CODE
               MOVE 'CARGA DO TREINAMENTO CHAMADA DENTRO DO TREINAMENTO'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           MOVE ZEROES TO WRK-TR-GERACAO.
           MOVE WRK-DATA-SISTEMA TO WRK-TR-DATA.
           COMPUTE WRK-TR-DATA-INT =
               FUNCTION INTEGER-OF-DATE(WRK-TR-DATA).
      *
           PERFORM 0110-PROCURA-GERACAO
               VARYING WRK-TR-OFFSET FROM 0 BY 1
               UNTIL WRK-TR-OFFSET NOT LESS THAN WRK-TR-JANELA
                  OR WRK-TR-GERACAO NOT EQUAL ZEROES.
      *
           IF WRK-TR-GERACAO EQUAL ZEROES
               DISPLAY 'TRVIDPRG: NENHUMA GERACAO DO ARQUIVO NOTURNO.'
               MOVE 'SEM-GER' TO WS-ABEND-CODE
               MOVE 'NENHUMA GERACAO DO ARQUIVO NOTURNO NA JANELA'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           DISPLAY 'TRVIDPRG: CARGA DO TREINAMENTO PELA GERACAO '
                   WRK-TR-GERACAO.
       0100-OPEN-DATA-END. EXIT.

       0110-PROCURA-GERACAO SECTION.
      *    A GERACAO SO CONTA SE TIVER O MANIFESTO, GRAVADO PELO
      *    ARQUIVO NOTURNO AO FIM DE CADA RODADA.
           COMPUTE WRK-TR-DATA =
               FUNCTION DATE-OF-INTEGER(WRK-TR-DATA-INT
                                        - WRK-TR-OFFSET).
      *
           MOVE SPACES TO WRK-TR-MAN-NOME.
           STRING './dat/BACKUP-MAN-' DELIMITED BY SIZE
                  WRK-TR-DATA         DELIMITED BY SIZE
                  '.txt'              DELIMITED BY SIZE
             INTO WRK-TR-MAN-NOME.
      *
           OPEN INPUT MANIFESTO.
      *
           IF FS-MANIFESTO EQUAL "00"
               CLOSE MANIFESTO
               MOVE WRK-TR-DATA TO WRK-TR-GERACAO
           END-IF.
       0110-PROCURA-GERACAO-END. EXIT.

       0300-PROCESS-DATA SECTION.
      *    O DIRETORIO DA COPIA E CRIADO NA PRIMEIRA CARGA (JA
      *    EXISTINDO, O RETORNO E IGNORADO); A MUDANCA PARA ELE TEM DE
      *    DAR CERTO, SENAO A CARGA GRAVARIA POR CIMA DOS DADOS REAIS.
           CALL 'CBL_CREATE_DIR' USING WRK-TR-DIR-TREINO
               RETURNING WRK-TR-DIR-STATUS
           END-CALL.
           CALL 'CBL_CREATE_DIR' USING WRK-TR-DIR-DADOS
               RETURNING WRK-TR-DIR-STATUS
           END-CALL.
      *
      *    OS ARQUIVOS QUE VEM DO ./dat REAL SAO DESCARREGADOS ANTES DE
      *    ENTRAR NA COPIA, ENQUANTO O DIRETORIO CORRENTE E O REAL.
           PERFORM 0350-EXTRAI-VIVO
               VARYING WRK-TR-IX FROM WRK-TR-IX-VIVO BY 1
               UNTIL WRK-TR-IX GREATER THAN 22.
      *
           CALL 'CBL_CHANGE_DIR' USING WRK-TR-DIR-TREINO
               RETURNING WRK-TR-DIR-STATUS
           END-CALL.
      *
           IF WRK-TR-DIR-STATUS NOT EQUAL ZERO
               DISPLAY 'TRVIDPRG: ERRO AO ENTRAR NA COPIA DE TREINAMENT'
                       'O.'
               MOVE 'CHDIR' TO WS-ABEND-CODE
               MOVE 'ERRO AO ENTRAR NO DIRETORIO ./treino'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           MOVE 'S' TO WRK-TR-NO-TREINO.
      *
           PERFORM 0310-CARREGA-FILMES.
      *
           PERFORM 0320-CARREGA-ARQUIVO
               VARYING WRK-TR-IX FROM 1 BY 1
               UNTIL WRK-TR-IX GREATER THAN 22.
      *
           PERFORM 0330-LIMPA-MOVIMENTO.
           PERFORM 0340-GRAVA-CONTROLE.
       0300-PROCESS-DATA-END. EXIT.

       0310-CARREGA-FILMES SECTION.
      *    A GERACAO DO CATALOGO E O DUMP FIXO DE 96 POSICOES.
           MOVE 'MOVIES' TO WRK-TR-PREFIXO.
           PERFORM 0315-MONTA-NOME-ARC.
           MOVE ZEROES TO WRK-TR-COUNT.
      *
           OPEN OUTPUT MOVIES.
           IF FS-MOVIES NOT EQUAL "00"
               MOVE FS-MOVIES TO WS-ABEND-CODE
               MOVE 'ERRO AO RECRIAR MOVIES NA COPIA DE TREINAMENTO'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT MOV-ARC.
           IF FS-MOV-ARC EQUAL "00"
               READ MOV-ARC
               PERFORM UNTIL FS-MOV-ARC NOT EQUAL "00"
                   MOVE REG-MOV-ARC TO REG-FIL
                   WRITE REG-FIL
                       INVALID KEY CONTINUE
                   END-WRITE
                   IF FS-MOVIES EQUAL "00"
                       ADD 1 TO WRK-TR-COUNT
                   END-IF
                   READ MOV-ARC
               END-PERFORM
               CLOSE MOV-ARC
           END-IF.
      *
           CLOSE MOVIES.
           DISPLAY 'TRVIDPRG: MOVIES   ' WRK-TR-COUNT ' REGISTROS.'.
       0310-CARREGA-FILMES-END. EXIT.

       0315-MONTA-NOME-ARC SECTION.
           MOVE SPACES TO WRK-TR-ARC-NOME.
           STRING '../dat/'       DELIMITED BY SIZE
                  WRK-TR-PREFIXO  DELIMITED BY SPACE
                  '-ARC-'         DELIMITED BY SIZE
                  WRK-TR-GERACAO  DELIMITED BY SIZE
                  '.dat'          DELIMITED BY SIZE
             INTO WRK-TR-ARC-NOME.
       0315-MONTA-NOME-ARC-END. EXIT.

       0316-MONTA-NOME-VIVO SECTION.
      *    O ARQUIVO DE TRABALHO FICA DENTRO DA COPIA; O CAMINHO
      *    DEPENDE DE ONDE ESTA O DIRETORIO CORRENTE.
           MOVE SPACES TO WRK-TR-ARC-NOME.
           IF WRK-TR-NO-TREINO EQUAL 'S'
               STRING './dat/'        DELIMITED BY SIZE
                      WRK-TR-PREFIXO  DELIMITED BY SPACE
                      '-VIVO.tmp'     DELIMITED BY SIZE
                 INTO WRK-TR-ARC-NOME
           ELSE
               STRING './treino/dat/' DELIMITED BY SIZE
                      WRK-TR-PREFIXO  DELIMITED BY SPACE
                      '-VIVO.tmp'     DELIMITED BY SIZE
                 INTO WRK-TR-ARC-NOME
           END-IF.
       0316-MONTA-NOME-VIVO-END. EXIT.

       0320-CARREGA-ARQUIVO SECTION.
      *    ARQUIVO SEM COPIA NA GERACAO (O ARQUIVO NOTURNO NAO
      *    CONSEGUIU ABRI-LO NAQUELA NOITE) FICA VAZIO NA COPIA.
           MOVE WRK-TR-NOME(WRK-TR-IX) TO WRK-TR-PREFIXO.
           IF WRK-TR-PREFIXO EQUAL 'TOMADORE'
               MOVE 'TOMADORES' TO WRK-TR-PREFIXO
           END-IF.
           IF WRK-TR-IX NOT LESS THAN WRK-TR-IX-VIVO
               PERFORM 0316-MONTA-NOME-VIVO
           ELSE
               PERFORM 0315-MONTA-NOME-ARC
           END-IF.
           MOVE WRK-TR-TAMANHO(WRK-TR-IX) TO WRK-TR-TAM.
           MOVE ZEROES TO WRK-TR-COUNT.
      *
           PERFORM 0400-ABRE-SAIDA.
           IF WRK-TR-FS NOT EQUAL "00"
               MOVE WRK-TR-FS TO WS-ABEND-CODE
               MOVE 'ERRO AO RECRIAR ARQUIVO NA COPIA DE TREINAMENTO'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT ARQ-ARC.
           IF FS-ARQ-ARC EQUAL "00"
               READ ARQ-ARC
               PERFORM UNTIL FS-ARQ-ARC NOT EQUAL "00"
                   MOVE SPACES TO WRK-TR-REGISTRO
                   MOVE REG-ARQ-ARC(1:WRK-TR-TAM) TO WRK-TR-REGISTRO
                   PERFORM 0410-GRAVA-REGISTRO
                   IF WRK-TR-FS EQUAL "00"
                       ADD 1 TO WRK-TR-COUNT
                   END-IF
                   READ ARQ-ARC
               END-PERFORM
               CLOSE ARQ-ARC
           END-IF.
      *
           PERFORM 0420-FECHA-SAIDA.
      *
           IF WRK-TR-IX NOT LESS THAN WRK-TR-IX-VIVO
               CALL 'CBL_DELETE_FILE' USING WRK-TR-ARC-NOME
                   RETURNING WRK-TR-DIR-STATUS
               END-CALL
           END-IF.
      *
           IF WRK-TR-IX EQUAL 4
               MOVE WRK-TR-COUNT TO WRK-TR-TOT-TOMADORES
           END-IF.
      *
           DISPLAY 'TRVIDPRG: ' WRK-TR-NOME(WRK-TR-IX) ' '
                   WRK-TR-COUNT ' REGISTROS.'.
       0320-CARREGA-ARQUIVO-END. EXIT.

       0330-LIMPA-MOVIMENTO SECTION.
      *    O TREINAMENTO COMECA SEM SESSOES NEM RECIBOS DE CAIXA, COM
      *    O LOG DE AUDITORIA E O DIARIO VAZIOS: O QUE OS MONITORES
      *    FIZEREM NA PRATICA FICA SO NA COPIA E SOME NA PROXIMA CARGA.
           OPEN OUTPUT CAIXA.
           CLOSE CAIXA.
           OPEN OUTPUT CXRECIBO.
           CLOSE CXRECIBO.
           OPEN OUTPUT VIDLOG.
           CLOSE VIDLOG.
           OPEN OUTPUT VIDJRN.
           CLOSE VIDJRN.
       0330-LIMPA-MOVIMENTO-END. EXIT.

       0340-GRAVA-CONTROLE SECTION.
      *    O CONTROLE E A ULTIMA COISA GRAVADA: O LOGIN EM MODO
      *    TREINAMENTO SO ACEITA A COPIA QUE O TIVER.
           OPEN OUTPUT TREINOCTL.
           MOVE SPACES               TO REG-TRN.
           MOVE WRK-DATA-SISTEMA     TO TRN-DATA-CARGA.
           MOVE WRK-HORA-SISTEMA(1:6) TO TRN-HORA-CARGA.
           MOVE WRK-TR-GERACAO       TO TRN-GERACAO.
           MOVE WRK-TR-TOT-TOMADORES TO TRN-TOMADORES.
           WRITE REG-TRN.
      *
           IF FS-TREINOCTL NOT EQUAL "00"
               MOVE FS-TREINOCTL TO WS-ABEND-CODE
               MOVE 'ERRO AO GRAVAR O CONTROLE DA COPIA DE TREINAMENTO'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           CLOSE TREINOCTL.
       0340-GRAVA-CONTROLE-END. EXIT.

       0350-EXTRAI-VIVO SECTION.
      *    O ARQUIVO REAL E DESCARREGADO NUM ARQUIVO DE TRABALHO DENTRO
      *    DA COPIA, NO MESMO FORMATO DAS GERACOES, E A CARGA O LE
      *    DEPOIS COMO AS DEMAIS. ARQUIVO REAL QUE NAO ABRE (AINDA NAO
      *    CRIADO) FICA VAZIO NA COPIA.
           MOVE WRK-TR-NOME(WRK-TR-IX) TO WRK-TR-PREFIXO.
           PERFORM 0316-MONTA-NOME-VIVO.
           MOVE WRK-TR-TAMANHO(WRK-TR-IX) TO WRK-TR-TAM.
      *
           OPEN OUTPUT ARQ-ARC.
           IF FS-ARQ-ARC NOT EQUAL "00"
               MOVE FS-ARQ-ARC TO WS-ABEND-CODE
               MOVE 'ERRO AO GRAVAR ARQUIVO DE TRABALHO DA CARGA'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           PERFORM 0360-ABRE-VIVO.
           IF WRK-TR-FS EQUAL "00"
               PERFORM 0370-LE-VIVO
               PERFORM UNTIL WRK-TR-FS NOT EQUAL "00"
                   MOVE WRK-TR-REGISTRO(1:WRK-TR-TAM) TO REG-ARQ-ARC
                   WRITE REG-ARQ-ARC
                   PERFORM 0370-LE-VIVO
               END-PERFORM
               PERFORM 0380-FECHA-VIVO
           END-IF.
      *
           CLOSE ARQ-ARC.
       0350-EXTRAI-VIVO-END. EXIT.

       0360-ABRE-VIVO SECTION.
           EVALUATE WRK-TR-IX
               WHEN 15
                   OPEN INPUT OPERADOR
                   MOVE FS-OPERADOR TO WRK-TR-FS
               WHEN 16
                   OPEN INPUT POLITICA
                   MOVE FS-POLITICA TO WRK-TR-FS
               WHEN 17
                   OPEN INPUT VIDPARAM
                   MOVE FS-VIDPARAM TO WRK-TR-FS
               WHEN 18
                   OPEN INPUT AGENDA
                   MOVE FS-AGENDA TO WRK-TR-FS
               WHEN 19
                   OPEN INPUT PARCELAS
                   MOVE FS-PARCELAS TO WRK-TR-FS
               WHEN 20
                   OPEN INPUT SERIES
                   MOVE FS-SERIES TO WRK-TR-FS
               WHEN 21
                   OPEN INPUT COMPONEN
                   MOVE FS-COMPONEN TO WRK-TR-FS
               WHEN 22
                   OPEN INPUT ACESSDIG
                   MOVE FS-ACESSDIG TO WRK-TR-FS
           END-EVALUATE.
       0360-ABRE-VIVO-END. EXIT.

       0370-LE-VIVO SECTION.
           MOVE SPACES TO WRK-TR-REGISTRO.
           EVALUATE WRK-TR-IX
               WHEN 15
                   READ OPERADOR NEXT RECORD
                   MOVE FS-OPERADOR TO WRK-TR-FS
                   MOVE REG-OPE TO WRK-TR-REGISTRO
               WHEN 16
                   READ POLITICA NEXT RECORD
                   MOVE FS-POLITICA TO WRK-TR-FS
                   MOVE REG-POL TO WRK-TR-REGISTRO
               WHEN 17
                   READ VIDPARAM
                   MOVE FS-VIDPARAM TO WRK-TR-FS
                   MOVE FIL-PAR TO WRK-TR-REGISTRO
               WHEN 18
                   READ AGENDA NEXT RECORD
                   MOVE FS-AGENDA TO WRK-TR-FS
                   MOVE REG-AGE TO WRK-TR-REGISTRO
               WHEN 19
                   READ PARCELAS NEXT RECORD
                   MOVE FS-PARCELAS TO WRK-TR-FS
                   MOVE REG-PCL TO WRK-TR-REGISTRO
               WHEN 20
                   READ SERIES NEXT RECORD
                   MOVE FS-SERIES TO WRK-TR-FS
                   MOVE REG-SER TO WRK-TR-REGISTRO
               WHEN 21
                   READ COMPONEN NEXT RECORD
                   MOVE FS-COMPONEN TO WRK-TR-FS
                   MOVE REG-CMP TO WRK-TR-REGISTRO
               WHEN 22
                   READ ACESSDIG NEXT RECORD
                   MOVE FS-ACESSDIG TO WRK-TR-FS
                   MOVE REG-ADG TO WRK-TR-REGISTRO
           END-EVALUATE.
       0370-LE-VIVO-END. EXIT.

       0380-FECHA-VIVO SECTION.
           EVALUATE WRK-TR-IX
               WHEN 15 CLOSE OPERADOR
               WHEN 16 CLOSE POLITICA
               WHEN 17 CLOSE VIDPARAM
               WHEN 18 CLOSE AGENDA
               WHEN 19 CLOSE PARCELAS
               WHEN 20 CLOSE SERIES
               WHEN 21 CLOSE COMPONEN
               WHEN 22 CLOSE ACESSDIG
           END-EVALUATE.
       0380-FECHA-VIVO-END. EXIT.

       0400-ABRE-SAIDA SECTION.
           EVALUATE WRK-TR-IX
               WHEN 1
                   OPEN OUTPUT GENEROS
                   MOVE FS-GENEROS TO WRK-TR-FS
               WHEN 2
                   OPEN OUTPUT DISTRIBS
                   MOVE FS-DISTRIBS TO WRK-TR-FS
               WHEN 3
                   OPEN OUTPUT LOANS
                   MOVE FS-LOANS TO WRK-TR-FS
               WHEN 4
                   OPEN OUTPUT TOMADORES
                   MOVE FS-TOMADORES TO WRK-TR-FS
               WHEN 5
                   OPEN OUTPUT MULTAS
                   MOVE FS-MULTAS TO WRK-TR-FS
               WHEN 6
                   OPEN OUTPUT RESERVAS
                   MOVE FS-RESERVAS TO WRK-TR-FS
               WHEN 7
                   OPEN OUTPUT EXEMPLAR
                   MOVE FS-EXEMPLAR TO WRK-TR-FS
               WHEN 8
                   OPEN OUTPUT LOANHIST
                   MOVE FS-LOANHIST TO WRK-TR-FS
               WHEN 9
                   OPEN OUTPUT DETALHES
                   MOVE FS-DETALHES TO WRK-TR-FS
               WHEN 10
                   OPEN OUTPUT RESENHAS
                   MOVE FS-RESENHAS TO WRK-TR-FS
               WHEN 11
                   OPEN OUTPUT WISHLIST
                   MOVE FS-WISHLIST TO WRK-TR-FS
               WHEN 12
                   OPEN OUTPUT FERIADOS
                   MOVE FS-FERIADOS TO WRK-TR-FS
               WHEN 13
                   OPEN OUTPUT MIDIADIG
                   MOVE FS-MIDIADIG TO WRK-TR-FS
               WHEN 14
                   OPEN OUTPUT LOCAIS
                   MOVE FS-LOCAIS TO WRK-TR-FS
               WHEN 15
                   OPEN OUTPUT OPERADOR
                   MOVE FS-OPERADOR TO WRK-TR-FS
               WHEN 16
                   OPEN OUTPUT POLITICA
                   MOVE FS-POLITICA TO WRK-TR-FS
               WHEN 17
                   OPEN OUTPUT VIDPARAM
                   MOVE FS-VIDPARAM TO WRK-TR-FS
               WHEN 18
                   OPEN OUTPUT AGENDA
                   MOVE FS-AGENDA TO WRK-TR-FS
               WHEN 19
                   OPEN OUTPUT PARCELAS
                   MOVE FS-PARCELAS TO WRK-TR-FS
               WHEN 20
                   OPEN OUTPUT SERIES
                   MOVE FS-SERIES TO WRK-TR-FS
               WHEN 21
                   OPEN OUTPUT COMPONEN
                   MOVE FS-COMPONEN TO WRK-TR-FS
               WHEN 22
                   OPEN OUTPUT ACESSDIG
                   MOVE FS-ACESSDIG TO WRK-TR-FS
           END-EVALUATE.
       0400-ABRE-SAIDA-END. EXIT.

       0410-GRAVA-REGISTRO SECTION.
      *    NOMES E TELEFONES DE PESSOAS NAO VAO PARA A COPIA: O TOMADOR
      *    VIRA 'TOMADOR NNNN' COM FONE ZERADO, E O SOLICITANTE DA
      *    LISTA DE DESEJOS E O AUTOR DA RESENHA SAO TROCADOS POR UM
      *    NOME GENERICO. CODIGOS E DEMAIS CAMPOS FICAM COMO ESTAO,
      *    PARA EMPRESTIMOS, MULTAS E RESERVAS CONTINUAREM LIGADOS.
      *    OS ARQUIVOS VINDOS DO ./dat REAL NAO TEM NOME NEM TELEFONE
      *    DE TOMADOR (SO O CODIGO) E VAO COMO ESTAO; O OPERADOR VAI
      *    COM A SENHA, QUE A LIBERACAO DO SUPERVISOR CONFERE DENTRO
      *    DA SESSAO DE TREINAMENTO.
           EVALUATE WRK-TR-IX
               WHEN 1
                   MOVE WRK-TR-REGISTRO TO REG-GEN
                   WRITE REG-GEN
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-GENEROS TO WRK-TR-FS
               WHEN 2
                   MOVE WRK-TR-REGISTRO TO REG-DIS
                   WRITE REG-DIS
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-DISTRIBS TO WRK-TR-FS
               WHEN 3
                   MOVE WRK-TR-REGISTRO TO REG-EMP
                   WRITE REG-EMP
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-LOANS TO WRK-TR-FS
               WHEN 4
                   MOVE WRK-TR-REGISTRO TO REG-TOM
                   MOVE SPACES TO TOM-NOME
                   STRING 'TOMADOR '  DELIMITED BY SIZE
                          TOM-CODIGO  DELIMITED BY SIZE
                     INTO TOM-NOME
                   MOVE ALL '0' TO TOM-FONE
                   WRITE REG-TOM
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-TOMADORES TO WRK-TR-FS
               WHEN 5
                   MOVE WRK-TR-REGISTRO TO REG-MUL
                   WRITE REG-MUL
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-MULTAS TO WRK-TR-FS
               WHEN 6
                   MOVE WRK-TR-REGISTRO TO REG-RES
                   WRITE REG-RES
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-RESERVAS TO WRK-TR-FS
               WHEN 7
                   MOVE WRK-TR-REGISTRO TO REG-EXE
                   WRITE REG-EXE
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-EXEMPLAR TO WRK-TR-FS
               WHEN 8
                   MOVE WRK-TR-REGISTRO TO REG-HIS
                   WRITE REG-HIS
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-LOANHIST TO WRK-TR-FS
               WHEN 9
                   MOVE WRK-TR-REGISTRO TO REG-DET
                   WRITE REG-DET
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-DETALHES TO WRK-TR-FS
               WHEN 10
                   MOVE WRK-TR-REGISTRO TO REG-REV
                   IF REV-AUTOR NOT EQUAL SPACES
                       MOVE 'AUTOR DO TREINAMENTO' TO REV-AUTOR
                   END-IF
                   WRITE REG-REV
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-RESENHAS TO WRK-TR-FS
               WHEN 11
                   MOVE WRK-TR-REGISTRO TO REG-WSH
                   IF WSH-SOLICITANTE NOT EQUAL SPACES
                       MOVE 'SOLICITANTE DO TREINAMENTO'
                           TO WSH-SOLICITANTE
                   END-IF
                   WRITE REG-WSH
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-WISHLIST TO WRK-TR-FS
               WHEN 12
                   MOVE WRK-TR-REGISTRO TO REG-FER
                   WRITE REG-FER
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-FERIADOS TO WRK-TR-FS
               WHEN 13
                   MOVE WRK-TR-REGISTRO TO REG-LOC
                   WRITE REG-LOC
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-MIDIADIG TO WRK-TR-FS
               WHEN 14
                   MOVE WRK-TR-REGISTRO TO REG-LCL
                   WRITE REG-LCL
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-LOCAIS TO WRK-TR-FS
               WHEN 15
                   MOVE WRK-TR-REGISTRO TO REG-OPE
                   WRITE REG-OPE
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-OPERADOR TO WRK-TR-FS
               WHEN 16
                   MOVE WRK-TR-REGISTRO TO REG-POL
                   WRITE REG-POL
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-POLITICA TO WRK-TR-FS
               WHEN 17
                   MOVE WRK-TR-REGISTRO TO FIL-PAR
                   WRITE FIL-PAR
                   MOVE FS-VIDPARAM TO WRK-TR-FS
               WHEN 18
                   MOVE WRK-TR-REGISTRO TO REG-AGE
                   WRITE REG-AGE
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-AGENDA TO WRK-TR-FS
               WHEN 19
                   MOVE WRK-TR-REGISTRO TO REG-PCL
                   WRITE REG-PCL
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-PARCELAS TO WRK-TR-FS
               WHEN 20
                   MOVE WRK-TR-REGISTRO TO REG-SER
                   WRITE REG-SER
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-SERIES TO WRK-TR-FS
               WHEN 21
                   MOVE WRK-TR-REGISTRO TO REG-CMP
                   WRITE REG-CMP
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-COMPONEN TO WRK-TR-FS
               WHEN 22
                   MOVE WRK-TR-REGISTRO TO REG-ADG
                   WRITE REG-ADG
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-ACESSDIG TO WRK-TR-FS
           END-EVALUATE.
       0410-GRAVA-REGISTRO-END. EXIT.

       0420-FECHA-SAIDA SECTION.
           EVALUATE WRK-TR-IX
               WHEN 1  CLOSE GENEROS
               WHEN 2  CLOSE DISTRIBS
               WHEN 3  CLOSE LOANS
               WHEN 4  CLOSE TOMADORES
               WHEN 5  CLOSE MULTAS
               WHEN 6  CLOSE RESERVAS
               WHEN 7  CLOSE EXEMPLAR
               WHEN 8  CLOSE LOANHIST
               WHEN 9  CLOSE DETALHES
               WHEN 10 CLOSE RESENHAS
               WHEN 11 CLOSE WISHLIST
               WHEN 12 CLOSE FERIADOS
               WHEN 13 CLOSE MIDIADIG
               WHEN 14 CLOSE LOCAIS
               WHEN 15 CLOSE OPERADOR
               WHEN 16 CLOSE POLITICA
               WHEN 17 CLOSE VIDPARAM
               WHEN 18 CLOSE AGENDA
               WHEN 19 CLOSE PARCELAS
               WHEN 20 CLOSE SERIES
               WHEN 21 CLOSE COMPONEN
               WHEN 22 CLOSE ACESSDIG
           END-EVALUATE.
       0420-FECHA-SAIDA-END. EXIT.

       0500-CLOSE-DATA SECTION.
      *    DE VOLTA AO DIRETORIO REAL, A CARGA E REGISTRADA NO LOG DE
      *    AUDITORIA VERDADEIRO (A COPIA TEM O SEU, VAZIO).
           PERFORM 0510-VOLTA-DIRETORIO.
      *
           MOVE ZEROES       TO CODIGO.
           MOVE 'TREINO-CRG' TO WRK-LOG-ACAO.
           PERFORM 0520-GRAVA-LOG.
      *
           DISPLAY 'TRVIDPRG: COPIA DE TREINAMENTO CARREGADA ('
                   WRK-TR-TOT-TOMADORES ' TOMADORES MASCARADOS).'.
       0500-CLOSE-DATA-END. EXIT.

       0510-VOLTA-DIRETORIO SECTION.
           IF WRK-TR-NO-TREINO EQUAL 'S'
               CALL 'CBL_CHANGE_DIR' USING WRK-TR-DIR-VOLTA
                   RETURNING WRK-TR-DIR-STATUS
               END-CALL
               MOVE 'N' TO WRK-TR-NO-TREINO
           END-IF.
       0510-VOLTA-DIRETORIO-END. EXIT.

       0520-GRAVA-LOG SECTION.
           COPY 'CPVIDLGP'. *> GRAVA LINHA NO LOG DE AUDITORIA
       0520-GRAVA-LOG-END. EXIT.

       0600-ROT-ABEND SECTION.
      *    O ABEND E REGISTRADO NO VIDABEND REAL, FORA DA COPIA.
           PERFORM 0510-VOLTA-DIRETORIO.
           MOVE 'TRVIDPRG' TO WS-ABEND-PROGRAM.
           COPY 'CPVIDRAB'. *> ABEND ROUTINE.
      *
           PERFORM 0700-END-PROGRAM.
       0600-ROT-ABEND-END. EXIT.

       0700-END-PROGRAM SECTION.
           GOBACK.
       0700-END-PROGRAM-END. EXIT.

       END PROGRAM TRVIDPRG.
