           COPY 'CPVIDFCV'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDPFC'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDHFC'. *> LOAN HISTORY
           COPY 'CPVIDCEF'. *> CIRCEST (CIRCULATION STATISTICS)
           COPY 'CPVIDDLF'. *> DEMLOCAL (DEMAND BY LOCATION)
           COPY 'CPVIDTFC'. *> TOMADORES DAT WORKBOOK
           COPY 'CPVIDMFC'. *> MULTAS DAT WORKBOOK
           COPY 'CPVIDRFC'. *> RESERVAS DAT WORKBOOK
           COPY 'CPVIDVLF'. *> VALORES DAT WORKBOOK
           COPY 'CPVIDEQF'. *> EQUIPAM DAT WORKBOOK
           COPY 'CPVIDEEF'. *> EQEMP DAT WORKBOOK
           COPY 'CPVIDEUF'. *> EQUSO (EQUIPMENT USAGE)
           COPY 'CPVIDEPF'. *> EQPLANO (MAINTENANCE PLAN)
           COPY 'CPVIDPLF'. *> PARCELAS (INSTALLMENT PLANS)
      *
           SELECT RECIBOS
              ASSIGN       TO WRK-RECIBO-FILENAME
      *
           COPY 'CPVIDOVF'. *> OVERRIDE (POLICY EXCEPTIONS)
           COPY 'CPVIDUSF'. *> OPERADOR MASTER
           COPY 'CPVIDPOF'. *> POLITICA DAT WORKBOOK
           COPY 'CPVIDSRF'. *> SERIES DAT WORKBOOK
           COPY 'CPVIDCMF'. *> COMPONEN DAT WORKBOOK
           COPY 'CPVIDDGF'. *> MIDIADIG DAT WORKBOOK
           COPY 'CPVIDADF'. *> ACESSDIG (ACTIVE DIGITAL GRANTS)
           COPY 'CPVIDDMF'. *> DEMDIG (DIGITAL LENDING DEMAND)
           COPY 'CPVIDSUF'. *> SUGESTAO (TITLE SUGGESTIONS)
           COPY 'CPVIDJNF'. *> RECOVERY JOURNAL
           COPY 'CPVIDALF'. *> ABEND LOG
           COPY 'CPVIDLGF'. *> MAINTENANCE AUDIT LOG
           COPY 'CPVIDHCF'. *> CONDHIST DAT WORKBOOK
           COPY 'CPVIDHAF'. *> LOANHIST ANUAL (ARQUIVADO)
           COPY 'CPVIDHXF'. *> LOANHIST-ANOS (TOTAIS POR ANO)
      *
       DATA DIVISION.
       FILE SECTION.
       FD LOANHIST.
           COPY 'CPVIDHDT'.

       FD CIRCEST.
           COPY 'CPVIDCED'.

       FD DEMLOCAL.
           COPY 'CPVIDDLD'.

       FD TOMADORES.
           COPY 'CPVIDTDT'.

       FD EQEMP.
           COPY 'CPVIDEED'.

       FD EQUSO.
           COPY 'CPVIDEUD'.

       FD EQPLANO.
           COPY 'CPVIDEPD'.

       FD PARCELAS.
           COPY 'CPVIDPLD'.

       FD RECIBOS.
           01 FIL-RCB          PIC X(132).

       FD OPERADOR.
           COPY 'CPVIDUSD'.

       FD POLITICA.
           COPY 'CPVIDPOD'.

       FD SERIES.
           COPY 'CPVIDSRD'.

       FD COMPONEN.
           COPY 'CPVIDCMD'.

       FD MIDIADIG.
           COPY 'CPVIDDGD'.

       FD ACESSDIG.
           COPY 'CPVIDADD'.

       FD DEMDIG.
           COPY 'CPVIDDMD'.

       FD SUGESTAO.
           COPY 'CPVIDSUD'.

       FD OVERREL.
           01 FIL-OVR          PIC X(132).

       FD VIDJRN.
           COPY 'CPVIDJND'.

       FD VIDABEND.
           COPY 'CPVIDALD'.

       FD VIDLOG.
           COPY 'CPVIDLGD'.

       FD CONDHIST.
           COPY 'CPVIDHCD'.

       FD HISTARQ.
           COPY 'CPVIDHAD'.

       FD HISTANOS.
           COPY 'CPVIDHXD'.
      *
       WORKING-STORAGE SECTION.
           COPY 'CPVIDMAN'. *> MAIN SCREEN
           COPY 'CPVIDFCW'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDPNW'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDHNW'. *> LOAN HISTORY
           COPY 'CPVIDCEW'. *> CIRCEST (CIRCULATION STATISTICS)
           COPY 'CPVIDDLW'. *> DEMLOCAL (DEMAND BY LOCATION)
           COPY 'CPVIDTNW'. *> TOMADORES DAT WORKBOOK
           COPY 'CPVIDMNW'. *> MULTAS DAT WORKBOOK
           COPY 'CPVIDRNW'. *> RESERVAS DAT WORKBOOK
           COPY 'CPVIDVLW'. *> VALORES DAT WORKBOOK
           COPY 'CPVIDEQW'. *> EQUIPAM DAT WORKBOOK
           COPY 'CPVIDEEW'. *> EQEMP DAT WORKBOOK
           COPY 'CPVIDEUW'. *> EQUSO (EQUIPMENT USAGE)
           COPY 'CPVIDEPW'. *> EQPLANO (MAINTENANCE PLAN)
           COPY 'CPVIDPLW'. *> PARCELAS (INSTALLMENT PLANS)
           COPY 'CPVIDOVW'. *> OVERRIDE (POLICY EXCEPTIONS)
           COPY 'CPVIDUSW'. *> OPERADOR MASTER
           COPY 'CPVIDPOW'. *> POLITICA DAT WORKBOOK
           COPY 'CPVIDSRW'. *> SERIES DAT WORKBOOK
           COPY 'CPVIDCMW'. *> COMPONEN DAT WORKBOOK
           COPY 'CPVIDDGW'. *> MIDIADIG DAT WORKBOOK
           COPY 'CPVIDADW'. *> ACESSDIG (ACTIVE DIGITAL GRANTS)
           COPY 'CPVIDDMW'. *> DEMDIG (DIGITAL LENDING DEMAND)
           COPY 'CPVIDSUW'. *> SUGESTAO (TITLE SUGGESTIONS)
           COPY 'CPVIDABE'. *> ABEND
           COPY 'CPVIDALW'. *> ABEND LOG
           COPY 'CPVIDJNW'. *> RECOVERY JOURNAL
           COPY 'CPVIDLGW'. *> MAINTENANCE AUDIT LOG
           COPY 'CPVIDOPW'. *> OPERATOR SESSION
           COPY 'CPVIDHCW'. *> CONDHIST DAT WORKBOOK
           COPY 'CPVIDHAW'. *> LOANHIST ANUAL (ARQUIVADO)
           COPY 'CPVIDHXW'. *> LOANHIST-ANOS (TOTAIS POR ANO)
      *
       77 WRK-LST-LINE              PIC 9(02) USAGE COMP-3 VALUE 14.
       77 WRK-LST-COUNT             PIC 9(02) USAGE COMP-3 VALUE ZEROES.
      *
       77 WRK-POLITICA-OK           PIC X(01) VALUE 'S'.
      *
      *    POLITICA EM VIGOR PARA O TOMADOR E A MIDIA DO FILME
      *    (0302): ORIGEM 'P' = LINHA DE POLITICA.DAT, 'G' = VALORES
      *    GLOBAIS DE VIDPARAM.DAT.
       77 WRK-POL-ORIGEM            PIC X(01) VALUE 'G'.
       77 WRK-POL-MIDIA             PIC X(01) VALUE SPACES.
       77 WRK-POL-PRAZO             PIC 9(03) VALUE ZEROES.
       77 WRK-POL-MAX-ITENS         PIC 9(02) VALUE ZEROES.
       77 WRK-POL-MAX-RENOV         PIC 9(02) VALUE ZEROES.
       77 WRK-POL-MULTA             PIC 9(05) VALUE ZEROES.
       77 WRK-TOM-ABERTOS-MIDIA     PIC 9(03) USAGE COMP-3
                                     VALUE ZEROES.
      *
      *    CAMPOS DO CALENDARIO DE DIAS UTEIS (SABADO, DOMINGO E
      *    FERIADOS DE FERIADOS.DAT NAO CONTAM).
       77 WRK-DU-DATA               PIC 9(08) VALUE ZEROES.
                                     VALUE ZEROES.
       77 WRK-REG-EMP-SALVO         PIC X(39).
       77 WRK-TOM-ALVO              PIC 9(04) VALUE ZEROES.
      *    A CONTAGEM DE ITENS ABERTOS (0364) TAMBEM RODA DENTRO DO
      *    EMPRESTIMO DA SERIE, QUE JA USA WRK-REG-EMP-SALVO; POR ISSO
      *    GUARDA O EMPRESTIMO E O FILME EM AREA PROPRIA.
       77 WRK-POL-REG-EMP           PIC X(39).
       77 WRK-POL-CODIGO            PIC 9(07) VALUE ZEROES.
       77 WRK-TOM-REPOSICAO         PIC 9(03) USAGE COMP-3
                                     VALUE ZEROES.
       77 WRK-TOM-PARC-VENCIDAS     PIC 9(03) USAGE COMP-3
                                     VALUE ZEROES.
      *
      *    CAMPOS DA CHECAGEM DE CLASSIFICACAO INDICATIVA.
       77 WRK-CLASSIF-OK            PIC X(01) VALUE 'S'.
       77 WRK-CLASSIF-IDADE-MIN     PIC 9(02) VALUE ZEROES.
       77 WRK-TOM-IDADE             PIC S9(03) USAGE COMP-3
                                     VALUE ZEROES.
      *
      *    SUGESTOES NO RECIBO: A PROCURA DE COPIA LIVRE RELE LOANS,
      *    EXEMPLAR E MOVIES, ENTAO O EMPRESTIMO E O EXEMPLAR EM
      *    ANDAMENTO FICAM GUARDADOS E VOLTAM NO FIM.
       77 WRK-SG-EMP-SALVO          PIC X(39).
       77 WRK-SG-EXE-SALVO          PIC X(29).
       77 WRK-SG-IMPRESSAS          PIC 9(01) VALUE ZEROES.
       77 WRK-SG-LIVRE              PIC X(01) VALUE 'N'.
       77 WRK-SG-SEM-EXE            PIC X(01) VALUE 'S'.
       77 WRK-SG-POS                PIC 9(02) USAGE COMP-3
                                     VALUE ZEROES.
       77 WRK-MULTA-VALOR-EDIT      PIC ZZZZ9,99 VALUE ZEROES.
      *
      *    CAMPOS DA RENOVACAO DE EMPRESTIMO.
       77 WRK-RENOVA-OK             PIC X(01) VALUE 'S'.
       77 WRK-DU-SOMA               PIC 9(03) VALUE ZEROES.
       77 WRK-NOVA-PREVISTA         PIC 9(08) VALUE ZEROES.
       77 WRK-HIS-TIPO              PIC X(01) VALUE 'D'.
       77 WRK-CES-REG-TOM           PIC X(70) VALUE SPACES.
      *
      *    CAMPOS DA EXCECAO DE POLITICA AUTORIZADA POR SUPERVISOR
      *    (PERFIL 'C' DO CADASTRO DE OPERADORES), COM MOTIVO
      *    VALOR LIDO RESOLVE FILME+EXEMPLAR (OU A CARTEIRINHA DO
      *    TOMADOR) VIA BARCODE.DAT, NO LUGAR DA DIGITACAO MANUAL.
       77 WRK-BAR-LEITURA           PIC X(13) VALUE SPACES.
       77 WRK-BAR-CANCELADA         PIC X(01) VALUE 'N'.
       77 WRK-BAR-TOM-EDIT          PIC ZZZ9  VALUE ZEROES.
      *
      *    CAMPOS DA GESTAO DE AVISOS COM ESCALONAMENTO: CADA CARTA
      *    GERADA VIRA UM REGISTRO EM AVISOS.DAT POR EMPRESTIMO E
       77 WRK-AVI-JA                PIC X(01) VALUE 'N'.
       77 WRK-AVI-MAX               PIC 9(05) VALUE ZEROES.
       77 WRK-HIS-MAX               PIC 9(07) VALUE ZEROES.
       77 WRK-HIS-LISTADOS          PIC 9(07) VALUE ZEROES.
      *
      *    CAMPOS DO EQUIPAMENTO ANEXADO AO EMPRESTIMO DO FILME
      *    (EQVIDPRG): SAI E VOLTA NA MESMA TRANSACAO DO FILME.
      *    CONTADOR DA RETENTATIVA DE ABERTURA QUANDO A OUTRA ESTACAO
      *    SEGURA O ARQUIVO (CONTENCAO DE COMPARTILHAMENTO).
       77 WRK-TENTATIVAS           PIC 9(01) VALUE ZEROES.
      *
      *    SERIES E COLECOES (SEVIDPRG): EMPRESTIMO DA SERIE COMPLETA
      *    NA MESMA TRANSACAO E AVISO DE SERIE DEVOLVIDA EM PARTE.
       77 WRK-SR-NUMERO             PIC 9(04) VALUE ZEROES.
       77 WRK-SR-CODIGO             PIC 9(07) VALUE ZEROES.
       77 WRK-SR-EXEMPLAR           PIC 9(02) VALUE ZEROES.
       77 WRK-SR-TOMADOR            PIC 9(04) VALUE ZEROES.
       77 WRK-SR-NOME               PIC X(30) VALUE SPACES.
       77 WRK-SR-ACHOU              PIC X(01) VALUE 'N'.
       77 WRK-SR-EMPRESTADOS        PIC 9(02) USAGE COMP-3
                                     VALUE ZEROES.
       77 WRK-SR-INDISPONIVEIS      PIC 9(02) USAGE COMP-3
                                     VALUE ZEROES.
       77 WRK-SR-EMPRESTADOS-EDIT   PIC Z9 VALUE ZEROES.
       77 WRK-SR-INDISPONIVEIS-EDIT PIC Z9 VALUE ZEROES.
       77 WRK-SR-FALTAM             PIC X(24) VALUE SPACES.
       77 WRK-SR-FALTAM-POS         PIC 9(02) USAGE COMP-3
                                     VALUE ZEROES.
       77 WRK-SR-MSG-SALVA          PIC X(80) VALUE SPACES.
      *    'S' = O TOMADOR CHEGOU AO MAXIMO DE ITENS DA POLITICA NO
      *    MEIO DA SERIE; OS VOLUMES SEGUINTES NAO SAEM.
       77 WRK-SR-LIMITE             PIC X(01) VALUE 'N'.
      *
      *    PECAS QUE ACOMPANHAM A COPIA (COMPONEN.DAT), CONFERIDAS NA
      *    DEVOLUCAO; PECA PENDENTE COM O TOMADOR BLOQUEIA NOVO
      *    EMPRESTIMO.
       77 WRK-CMP-FALTAS            PIC 9(02) USAGE COMP-3
                                     VALUE ZEROES.
       77 WRK-TOM-PECAS             PIC 9(03) USAGE COMP-3
                                     VALUE ZEROES.
      *
      *    EMPRESTIMO DIGITAL (MIDIA 'D'): ACESSOS EM VIGOR DO TITULO
      *    CONTRA AS LICENCAS DE MIDIADIG.DAT E EVENTO DA DEMANDA DO
      *    MES ('C' = CONCEDIDO, 'N' = NEGADO POR FALTA DE LICENCA).
       77 WRK-DG-EM-USO             PIC 9(03) VALUE ZEROES.
       77 WRK-DG-EM-USO-EDIT        PIC ZZ9 VALUE ZEROES.
       77 WRK-DG-EVENTO             PIC X(01) VALUE SPACES.
       77 WRK-DG-CODIGO             PIC 9(07) VALUE ZEROES.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN'. *> MAIN SCREEN
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT PARCELAS.
      *
           IF FS-PARCELAS EQUAL "35"
               OPEN OUTPUT PARCELAS
               CLOSE PARCELAS
               OPEN INPUT PARCELAS
           END-IF.
      *
           IF FS-PARCELAS NOT EQUAL "00"
               MOVE '45ERRO AO ABRIR ARQUIVO DE PARCELAS.'
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
           OPEN I-O RESERVAS.
      *
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT EQPLANO.
      *
           IF FS-EQPLANO EQUAL "35"
               OPEN OUTPUT EQPLANO
               CLOSE EQPLANO
               OPEN INPUT EQPLANO
           END-IF.
      *
           IF FS-EQPLANO NOT EQUAL "00"
               MOVE '40ERRO AO ABRIR PLANOS DE MANUTENCAO.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-EQPLANO TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR PLANOS DE MANUTENCAO'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O AVISREG.
      *
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O CIRCEST.
      *
           IF FS-CIRCEST EQUAL "35"
               OPEN OUTPUT CIRCEST
               CLOSE CIRCEST
               OPEN I-O CIRCEST
           END-IF.
      *
           IF FS-CIRCEST NOT EQUAL "00"
               MOVE '40ERRO AO ABRIR ESTATISTICAS DE CIRCULACAO.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-CIRCEST TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ESTATISTICAS DE CIRCULACAO'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
      *    O MAIOR HIS-NUMERO E LEVANTADO UMA UNICA VEZ NA ABERTURA
      *    E INCREMENTADO EM MEMORIA A CADA GRAVACAO, PARA A
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT POLITICA.
      *
           IF FS-POLITICA EQUAL "35"
               OPEN OUTPUT POLITICA
               CLOSE POLITICA
               OPEN INPUT POLITICA
           END-IF.
      *
           IF FS-POLITICA NOT EQUAL "00"
               MOVE '22ERRO AO ABRIR ARQUIVO DE POLITICAS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-POLITICA TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE POLITICAS'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
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
           IF FS-SERIES NOT EQUAL "00"
               MOVE '22ERRO AO ABRIR ARQUIVO DE SERIES.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-SERIES TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE SERIES'
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
           OPEN INPUT MIDIADIG.
      *
           IF FS-MIDIADIG EQUAL "35"
               OPEN OUTPUT MIDIADIG
               CLOSE MIDIADIG
               OPEN INPUT MIDIADIG
           END-IF.
      *
           IF FS-MIDIADIG NOT EQUAL "00"
               MOVE '41ERRO AO ABRIR REGISTRO DE MIDIA DIGITAL.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-MIDIADIG TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR REGISTRO DE MIDIA DIGITAL'
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
           OPEN I-O DEMDIG.
      *
           IF FS-DEMDIG EQUAL "35"
               OPEN OUTPUT DEMDIG
               CLOSE DEMDIG
               OPEN I-O DEMDIG
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
      *
           OPEN INPUT SUGESTAO.
      *
           IF FS-SUGESTAO EQUAL "35"
               OPEN OUTPUT SUGESTAO
               CLOSE SUGESTAO
               OPEN INPUT SUGESTAO
           END-IF.
      *
           IF FS-SUGESTAO NOT EQUAL "00"
               MOVE '30ERRO AO ABRIR ARQUIVO DE SUGESTOES.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-SUGESTAO TO WS-ABEND-CODE
               MOVE 'ERRO AO ABRIR ARQUIVO DE SUGESTOES'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           PERFORM 0150-CARREGA-PARAMETROS.
       0100-OPEN-DATA-END. EXIT.
           DISPLAY SCREEN-EMPRESTIMO-KEY.
           ACCEPT  SCREEN-EMPRESTIMO-KEY.
           PERFORM 0308-RESOLVE-BARRAS.
      *
           IF WRK-BAR-CANCELADA EQUAL 'S'
               GO TO 0310-REGISTRAR-EMPRESTIMO-END
           END-IF.
      *
           MOVE EMP-CODIGO TO CODIGO.
           READ MOVIES
                           ACCEPT SCREEN-WAIT
                           INITIALIZE WRK-MSG
                       END-IF
      *                COPIA DIGITAL NAO TEM EXEMPLAR NEM DEVOLUCAO:
      *                O EMPRESTIMO VIRA UM ACESSO COM PRAZO (0341).
                       IF MIDIA EQUAL 'D'
                           MOVE 'N' TO WRK-EXEMPLAR-OK
                           PERFORM 0341-CONCEDE-ACESSO-DIGITAL
                       ELSE
                           PERFORM 0312-VALIDA-EXEMPLAR
                       END-IF
                   END-IF
      *            LOANS.DAT SO GUARDA EMPRESTIMOS ATIVOS (OS
      *            ENCERRADOS VAO PARA LOANHIST.DAT NA DEVOLUCAO),
      *    QUANDO UMA LEITURA DE CODIGO DE BARRAS FOI FEITA NA TELA,
      *    ELA PREVALECE SOBRE OS CAMPOS DIGITADOS: ETIQUETA DE COPIA
      *    CARREGA FILME+EXEMPLAR E CARTEIRINHA CARREGA O TOMADOR.
           MOVE 'N' TO WRK-BAR-CANCELADA.
           IF WRK-BAR-LEITURA EQUAL SPACES
               GO TO 0308-RESOLVE-BARRAS-END
           END-IF.
                   ACCEPT SCREEN-WAIT
                   INITIALIZE WRK-MSG
               NOT INVALID KEY
                   EVALUATE BAR-TIPO
                       WHEN 'E'
                           MOVE BAR-CODIGO   TO EMP-CODIGO
                           MOVE BAR-EXEMPLAR TO EMP-EXEMPLAR
                       WHEN 'X'
                           PERFORM 0309-ALERTA-CARTAO-CANCELADO
                       WHEN OTHER
                           MOVE BAR-TOM-CODIGO TO EMP-TOM-CODIGO
                   END-EVALUATE
           END-READ.
      *
           MOVE SPACES TO WRK-BAR-LEITURA.
       0308-RESOLVE-BARRAS-END. EXIT.

       0309-ALERTA-CARTAO-CANCELADO SECTION.
      *    CARTEIRINHA SUBSTITUIDA POR SEGUNDA VIA (CAVIDPRG): QUEM
      *    APRESENTA O CARTAO ANTIGO NAO E IDENTIFICADO E A TRANSACAO
      *    E ABANDONADA (FILME E TOMADOR ZERADOS), PARA O CARTAO
      *    PERDIDO NAO SERVIR A QUEM O ACHOU.
           MOVE 'S'    TO WRK-BAR-CANCELADA.
           MOVE ZEROES TO EMP-CODIGO.
           MOVE ZEROES TO EMP-EXEMPLAR.
           MOVE ZEROES TO EMP-TOM-CODIGO.
      *
           MOVE BAR-TOM-CODIGO TO WRK-BAR-TOM-EDIT.
           INITIALIZE WRK-MSG.
           STRING '05ALERTA: CARTEIRINHA CANCELADA (2A VIA) '
                                        DELIMITED BY SIZE
                  '- TOMADOR '          DELIMITED BY SIZE
                  WRK-BAR-TOM-EDIT      DELIMITED BY SIZE
                  '. RETENHA O CARTAO.' DELIMITED BY SIZE
             INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
           INITIALIZE WRK-MSG.
       0309-ALERTA-CARTAO-CANCELADO-END. EXIT.

       0312-VALIDA-EXEMPLAR SECTION.
      *    VALIDA A COPIA PEDIDA CONTRA EXEMPLAR.DAT. TITULO SEM
      *    NENHUM EXEMPLAR CADASTRADO E TRATADO COMO COPIA UNICA DE
                       MOVE 'N' TO WRK-EXEMPLAR-OK
                       MOVE '24EXEMPLAR BAIXADO DO ACERVO.' TO WRK-MSG
                   END-IF
                   IF EXE-SITUACAO EQUAL 'F'
                       MOVE 'N' TO WRK-EXEMPLAR-OK
                       MOVE '20EXEMPLAR EM DEVOLUCAO AO FORNECEDOR.'
                           TO WRK-MSG
                   END-IF
                   IF EXE-SITUACAO EQUAL 'I'
                       MOVE 'N' TO WRK-EXEMPLAR-OK
                       MOVE '20EXEMPLAR EMPRESTADO A OUTRA BIBLIOTECA.'
                           TO WRK-MSG
                   END-IF
                   IF EXE-SITUACAO EQUAL 'C'
                       MOVE 'N' TO WRK-EXEMPLAR-OK
                       MOVE '20EXEMPLAR INCOMPLETO (FALTA PECA).'
                           TO WRK-MSG
                   END-IF
           END-READ.
       0312-VALIDA-EXEMPLAR-END. EXIT.

           PERFORM 0313-VALIDA-TOMADOR.
      *
           IF WRK-TOMADOR-OK EQUAL 'S'
               PERFORM 0302-CARREGA-POLITICA
               PERFORM 0311-VERIFICA-CLASSIFICACAO
           END-IF.
      *
          AND WRK-CLASSIF-OK EQUAL 'S'
               PERFORM 0317-VERIFICA-POLITICA
           END-IF.
      *
           IF WRK-TOMADOR-OK EQUAL 'S'
          AND WRK-CLASSIF-OK EQUAL 'S'
          AND WRK-POLITICA-OK EQUAL 'S'
               PERFORM 0304-PRAZO-DA-POLITICA
           END-IF.
      *
           IF WRK-TOMADOR-OK EQUAL 'S'
          AND WRK-CLASSIF-OK EQUAL 'S'
      *
               MOVE WRK-DATA-SISTEMA TO EMP-DATA-EMPRESTIMO
               MOVE ZEROES           TO EMP-DATA-DEVOLUCAO
               MOVE REG-EMP          TO WRK-JRN-DEPOIS
               WRITE REG-EMP
               MOVE 'LOANS'  TO WRK-JRN-ARQUIVO
               MOVE 'I'      TO WRK-JRN-OPERACAO
               MOVE FS-LOANS TO WRK-JRN-STATUS
               PERFORM 0590-GRAVA-DIARIO
               MOVE EMP-CODIGO TO WRK-DML-CODIGO
               MOVE 'E'        TO WRK-DML-EVENTO
               PERFORM 0366-SOMA-PROCURA-LOCAL
      *
               PERFORM 0318-ATENDE-RESERVA
               PERFORM 0319-IMPRIME-RECIBO
      *
      *        EPISODIO OU DISCO DE UMA SERIE: OFERECE LEVAR OS
      *        DEMAIS VOLUMES JUNTO, NA MESMA TRANSACAO.
               PERFORM 0305-EMPRESTA-SERIE
      *
      *        O PROJETOR OU O CARRINHO DE TV PODE SAIR NA MESMA
      *        TRANSACAO DO FILME, AMARRADO A ELE PARA VOLTAR JUNTO.
               INITIALIZE WRK-MSG
           END-IF.
       0315-GRAVAR-EMPRESTIMO-END. EXIT.

       0341-CONCEDE-ACESSO-DIGITAL SECTION.
      *    EMPRESTIMO DE TITULO DE MIDIA DIGITAL: O TOMADOR RECEBE UM
      *    ACESSO COM PRAZO (O DA POLITICA DA CATEGORIA PARA A MIDIA
      *    'D'), GRAVADO EM ACESSDIG.DAT, E OS ACESSOS EM VIGOR DO
      *    TITULO NAO PASSAM DAS LICENCAS DE MIDIADIG.DAT. NAO HA
      *    DEVOLUCAO NEM MULTA: O PROCESSAMENTO NOTURNO (DXVIDPRG)
      *    ENCERRA O ACESSO VENCIDO E O LEVA PARA LOANHIST.DAT. PEDIDO
      *    NEGADO POR FALTA DE LICENCA ENTRA NA DEMANDA DO MES.
           MOVE EMP-CODIGO TO LOC-CODIGO.
           READ MIDIADIG
               INVALID KEY
                   MOVE '18TITULO DIGITAL SEM LOCALIZACAO CADASTRADA.'
                       TO WRK-MSG
                   GO TO 0341-CONCEDE-ACESSO-DIGITAL-END
           END-READ.
      *
           IF LOC-LICENCAS EQUAL ZEROES
               MOVE 1 TO LOC-LICENCAS
           END-IF.
      *
           MOVE ZEROES TO EMP-EXEMPLAR.
           DISPLAY SCREEN-EMPRESTIMO-DADOS.
           ACCEPT  SCREEN-EMPRESTIMO-DADOS.
           PERFORM 0308-RESOLVE-BARRAS.
      *
           PERFORM 0313-VALIDA-TOMADOR.
           IF WRK-TOMADOR-OK NOT EQUAL 'S'
               GO TO 0341-CONCEDE-ACESSO-DIGITAL-END
           END-IF.
      *
           PERFORM 0302-CARREGA-POLITICA.
           PERFORM 0311-VERIFICA-CLASSIFICACAO.
           IF WRK-CLASSIF-OK NOT EQUAL 'S'
               GO TO 0341-CONCEDE-ACESSO-DIGITAL-END
           END-IF.
      *
           PERFORM 0317-VERIFICA-POLITICA.
           IF WRK-POLITICA-OK NOT EQUAL 'S'
               GO TO 0341-CONCEDE-ACESSO-DIGITAL-END
           END-IF.
      *
           MOVE EMP-CODIGO     TO ADG-CODIGO.
           MOVE EMP-TOM-CODIGO TO ADG-TOM-CODIGO.
           READ ACESSDIG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   INITIALIZE WRK-MSG
                   STRING '16TOMADOR JA TEM ACESSO A ESTE TITULO ATE '
                              DELIMITED BY SIZE
                          ADG-DATA-FIM(7:2) DELIMITED BY SIZE
                          '/'               DELIMITED BY SIZE
                          ADG-DATA-FIM(5:2) DELIMITED BY SIZE
                          '/'               DELIMITED BY SIZE
                          ADG-DATA-FIM(1:4) DELIMITED BY SIZE
                          '.'               DELIMITED BY SIZE
                     INTO WRK-MSG
                   GO TO 0341-CONCEDE-ACESSO-DIGITAL-END
           END-READ.
      *
           PERFORM 0342-CONTA-ACESSOS.
      *
           IF WRK-DG-EM-USO NOT LESS THAN LOC-LICENCAS
               MOVE 'N' TO WRK-DG-EVENTO
               PERFORM 0343-REGISTRA-DEMANDA
               MOVE WRK-DG-EM-USO TO WRK-DG-EM-USO-EDIT
               INITIALIZE WRK-MSG
               STRING '10LICENCAS ESGOTADAS (' DELIMITED BY SIZE
                      WRK-DG-EM-USO-EDIT       DELIMITED BY SIZE
                      ' EM USO). PEDIDO REGISTRADO NA DEMANDA DO MES.'
                          DELIMITED BY SIZE
                 INTO WRK-MSG
               GO TO 0341-CONCEDE-ACESSO-DIGITAL-END
           END-IF.
      *
           PERFORM 0304-PRAZO-DA-POLITICA.
      *
           IF FUNCTION TEST-DATE-YYYYMMDD(EMP-DATA-PREVISTA)
              NOT EQUAL ZEROES
           OR EMP-DATA-PREVISTA LESS THAN WRK-DATA-SISTEMA
               MOVE '24PRAZO NAO E UMA DATA VALIDA.' TO WRK-MSG
               GO TO 0341-CONCEDE-ACESSO-DIGITAL-END
           END-IF.
      *
           MOVE EMP-CODIGO        TO ADG-CODIGO.
           MOVE EMP-TOM-CODIGO    TO ADG-TOM-CODIGO.
           MOVE WRK-DATA-SISTEMA  TO ADG-DATA-INICIO.
           MOVE EMP-DATA-PREVISTA TO ADG-DATA-FIM.
           MOVE WRK-OPERADOR      TO ADG-OPERADOR.
           WRITE REG-ADG
               INVALID KEY
                   MOVE '22ERRO AO GRAVAR ACESSO DIGITAL.' TO WRK-MSG
                   GO TO 0341-CONCEDE-ACESSO-DIGITAL-END
           END-WRITE.
      *
           ADD 1 TO WRK-DG-EM-USO.
           MOVE 'C' TO WRK-DG-EVENTO.
           PERFORM 0343-REGISTRA-DEMANDA.
           PERFORM 0344-GRAVA-LOG-ACESSO.
      *
           DISPLAY 'SERVIDOR: '   AT LINE 17 COLUMN 02.
           DISPLAY LOC-SERVIDOR   AT LINE 17 COLUMN 12.
           DISPLAY LOC-CAMINHO    AT LINE 18 COLUMN 02.
      *
           INITIALIZE WRK-MSG.
           STRING '20ACESSO DIGITAL LIBERADO ATE ' DELIMITED BY SIZE
                  ADG-DATA-FIM(7:2)                DELIMITED BY SIZE
                  '/'                              DELIMITED BY SIZE
                  ADG-DATA-FIM(5:2)                DELIMITED BY SIZE
                  '/'                              DELIMITED BY SIZE
                  ADG-DATA-FIM(1:4)                DELIMITED BY SIZE
                  '.'                              DELIMITED BY SIZE
             INTO WRK-MSG.
       0341-CONCEDE-ACESSO-DIGITAL-END. EXIT.

       0342-CONTA-ACESSOS SECTION.
      *    ACESSOS EM VIGOR DO TITULO: A CHAVE DE ACESSDIG COMECA
      *    PELO FILME. ACESSO JA VENCIDO E AINDA NAO RECOLHIDO PELO
      *    PROCESSAMENTO NOTURNO NAO OCUPA LICENCA.
           MOVE ZEROES         TO WRK-DG-EM-USO.
           MOVE EMP-CODIGO     TO WRK-DG-CODIGO.
           MOVE EMP-CODIGO     TO ADG-CODIGO.
           MOVE ZEROES         TO ADG-TOM-CODIGO.
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
                      OR ADG-CODIGO NOT EQUAL WRK-DG-CODIGO
               IF ADG-DATA-FIM NOT LESS THAN WRK-DATA-SISTEMA
                   ADD 1 TO WRK-DG-EM-USO
               END-IF
               READ ACESSDIG NEXT RECORD
           END-PERFORM.
       0342-CONTA-ACESSOS-END. EXIT.

       0343-REGISTRA-DEMANDA SECTION.
      *    DEMANDA DO TITULO NO MES (DEMDIG.DAT): CONCEDIDOS, NEGADOS
      *    E O PICO DE ACESSOS SIMULTANEOS, BASE DO RELATORIO DE
      *    DEMANDA X LICENCAS DE MDVIDPRG.
           MOVE LOC-CODIGO                TO DMD-CODIGO.
           MOVE WRK-DATA-SISTEMA(1:6)     TO DMD-ANOMES.
           READ DEMDIG
               INVALID KEY
                   MOVE ZEROES TO DMD-CONCEDIDOS
                   MOVE ZEROES TO DMD-NEGADOS
                   MOVE ZEROES TO DMD-PICO
                   MOVE LOC-LICENCAS TO DMD-LICENCAS
                   WRITE REG-DMD
           END-READ.
      *
           IF WRK-DG-EVENTO EQUAL 'C'
               ADD 1 TO DMD-CONCEDIDOS
               IF WRK-DG-EM-USO GREATER THAN DMD-PICO
                   MOVE WRK-DG-EM-USO TO DMD-PICO
               END-IF
           ELSE
               ADD 1 TO DMD-NEGADOS
           END-IF.
           MOVE LOC-LICENCAS TO DMD-LICENCAS.
      *
           REWRITE REG-DMD.
       0343-REGISTRA-DEMANDA-END. EXIT.

       0344-GRAVA-LOG-ACESSO SECTION.
           MOVE 'ACESSO-DIG' TO WRK-LOG-ACAO.
           COPY 'CPVIDLGP'. *> GRAVA LINHA NO LOG DE AUDITORIA
       0344-GRAVA-LOG-ACESSO-END. EXIT.

       0302-CARREGA-POLITICA SECTION.
      *    POLITICA DE EMPRESTIMO DA CATEGORIA DO TOMADOR (REG-TOM)
      *    PARA A MIDIA DO FILME (REG-FIL): PRIMEIRO A LINHA EXATA DE
      *    POLITICA.DAT, DEPOIS A LINHA '*' DA CATEGORIA; SEM NENHUMA
      *    DAS DUAS VALEM OS PARAMETROS GLOBAIS DE VIDPARAM.DAT.
      *    TOMADOR SEM CATEGORIA (CADASTRO ANTERIOR A ELA) CONTA COMO
      *    ALUNO.
           MOVE 'G'                     TO WRK-POL-ORIGEM.
           MOVE MIDIA                   TO WRK-POL-MIDIA.
           MOVE WRK-PAR-PRAZO-DIAS      TO WRK-POL-PRAZO.
           MOVE WRK-PAR-MAX-EMPRESTIMOS TO WRK-POL-MAX-ITENS.
           MOVE WRK-PAR-MAX-RENOVACOES  TO WRK-POL-MAX-RENOV.
           MOVE WRK-PAR-MULTA-DIARIA    TO WRK-POL-MULTA.
      *
           IF TOM-CATEGORIA EQUAL SPACES
               MOVE 'A'           TO POL-CATEGORIA
           ELSE
               MOVE TOM-CATEGORIA TO POL-CATEGORIA
           END-IF.
           MOVE MIDIA TO POL-MIDIA.
      *
           READ POLITICA
               INVALID KEY
                   MOVE '*' TO POL-MIDIA
                   READ POLITICA
                       INVALID KEY
                           MOVE SPACES TO POL-CHAVE
                   END-READ
           END-READ.
      *
           IF POL-CHAVE NOT EQUAL SPACES
               MOVE 'P'            TO WRK-POL-ORIGEM
               MOVE POL-PRAZO-DIAS TO WRK-POL-PRAZO
               MOVE POL-MAX-ITENS  TO WRK-POL-MAX-ITENS
               MOVE POL-MAX-RENOV  TO WRK-POL-MAX-RENOV
               MOVE POL-MULTA-DIA  TO WRK-POL-MULTA
           END-IF.
       0302-CARREGA-POLITICA-END. EXIT.

       0303-POLITICA-DO-EMPRESTIMO SECTION.
      *    NA RENOVACAO E NA DEVOLUCAO SO O REG-EMP ESTA LIDO; A
      *    CATEGORIA VEM DE TOMADORES.DAT E A MIDIA DE MOVIES.DAT.
      *    TOMADOR OU FILME QUE SUMIU DO CADASTRO CAI NA LINHA DE
      *    ALUNO OU NOS VALORES GLOBAIS.
           MOVE EMP-TOM-CODIGO TO TOM-CODIGO.
           READ TOMADORES
               INVALID KEY
                   MOVE SPACES TO TOM-CATEGORIA
           END-READ.
      *
           MOVE EMP-CODIGO TO CODIGO.
           READ MOVIES
               INVALID KEY
                   MOVE SPACES TO MIDIA
           END-READ.
      *
           PERFORM 0302-CARREGA-POLITICA.
       0303-POLITICA-DO-EMPRESTIMO-END. EXIT.

       0304-PRAZO-DA-POLITICA SECTION.
      *    PRAZO EM BRANCO NA TELA RECEBE O PRAZO DA POLITICA (DIAS
      *    UTEIS A PARTIR DE HOJE); PRAZO DIGITADO ALEM DELE E
      *    CORTADO COM AVISO. PRAZO MENOR (FIM DE SEMESTRE, FERIAS)
      *    CONTINUA VALENDO.
           MOVE WRK-DATA-SISTEMA TO WRK-DU-DATA.
           MOVE WRK-POL-PRAZO    TO WRK-DU-SOMA.
           PERFORM 0386-SOMA-DIAS-UTEIS.
      *
           IF EMP-DATA-PREVISTA EQUAL ZEROES
               MOVE WRK-DU-DATA TO EMP-DATA-PREVISTA
               GO TO 0304-PRAZO-DA-POLITICA-END
           END-IF.
      *
           IF EMP-DATA-PREVISTA GREATER THAN WRK-DU-DATA
               INITIALIZE WRK-MSG
               STRING '12PRAZO ALEM DA POLITICA DA CATEGORIA. AJUSTADO '
                          DELIMITED BY SIZE
                      'PARA ' DELIMITED BY SIZE
                      WRK-DU-DATA DELIMITED BY SIZE
                 INTO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               INITIALIZE WRK-MSG
               MOVE WRK-DU-DATA TO EMP-DATA-PREVISTA
           END-IF.
       0304-PRAZO-DA-POLITICA-END. EXIT.

       0305-EMPRESTA-SERIE SECTION.
      *    O FILME RECEM-EMPRESTADO FAZ PARTE DE UMA SERIE: COM A
      *    CONFIRMACAO DO OPERADOR, CADA OUTRO VOLUME SAI PARA O MESMO
      *    TOMADOR E COM O MESMO PRAZO, NUMA COPIA LIVRE (0301), COM
      *    RECIBO PROPRIO. VOLUME SEM COPIA LIVRE, BAIXADO, RESERVADO
      *    PARA OUTRO TOMADOR OU ACIMA DA IDADE DO TOMADOR FICA DE
      *    FORA E E CONTADO COMO INDISPONIVEL, ASSIM COMO O VOLUME DE
      *    MIDIA DIGITAL (ACESSO DIGITAL E CONCEDIDO TITULO A TITULO,
      *    EM 0341) E TODO VOLUME DEPOIS QUE O TOMADOR CHEGA AO
      *    MAXIMO DE ITENS DA POLITICA. AO FINAL O EMPRESTIMO ORIGINAL
      *    E O SEU FILME VOLTAM PARA REG-EMP E REG-FIL.
           MOVE EMP-CODIGO TO SER-CODIGO.
           READ SERIES KEY IS SER-CODIGO
               INVALID KEY
                   GO TO 0305-EMPRESTA-SERIE-END
           END-READ.
      *
           INITIALIZE WRK-MSG.
           STRING '02VOLUME DE ' DELIMITED BY SIZE
                  SER-NOME       DELIMITED BY '  '
                  '. EMPRESTAR A SERIE COMPLETA (S/N)?'
                                 DELIMITED BY SIZE
             INTO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
           IF WRK-AWAIT NOT EQUAL 'S' AND NOT EQUAL 's'
               GO TO 0305-EMPRESTA-SERIE-END
           END-IF.
      *
           MOVE REG-EMP    TO WRK-REG-EMP-SALVO.
           MOVE EMP-CODIGO TO WRK-SR-CODIGO.
           MOVE SER-NUMERO TO WRK-SR-NUMERO.
           MOVE ZEROES     TO WRK-SR-EMPRESTADOS.
           MOVE ZEROES     TO WRK-SR-INDISPONIVEIS.
           MOVE 'N'        TO WRK-SR-LIMITE.
      *
           MOVE EMP-TOM-CODIGO TO TOM-CODIGO.
           READ TOMADORES
               INVALID KEY
                   MOVE '** NAO CADASTRADO **' TO TOM-NOME
           END-READ.
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
               IF SER-CODIGO NOT EQUAL WRK-SR-CODIGO
                   PERFORM 0301-EMPRESTA-VOLUME
               END-IF
               READ SERIES NEXT RECORD
           END-PERFORM.
      *
           MOVE WRK-REG-EMP-SALVO TO REG-EMP.
           MOVE EMP-CODIGO        TO CODIGO.
           READ MOVIES
               INVALID KEY
                   CONTINUE
           END-READ.
      *
           IF WRK-SR-LIMITE EQUAL 'S'
               INITIALIZE WRK-MSG
               MOVE '14LIMITE DA CATEGORIA: DEMAIS VOLUMES NAO SAEM.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
           END-IF.
      *
           MOVE WRK-SR-EMPRESTADOS   TO WRK-SR-EMPRESTADOS-EDIT.
           MOVE WRK-SR-INDISPONIVEIS TO WRK-SR-INDISPONIVEIS-EDIT.
           INITIALIZE WRK-MSG.
           STRING '12SERIE: '               DELIMITED BY SIZE
                  WRK-SR-EMPRESTADOS-EDIT   DELIMITED BY SIZE
                  ' OUTRO(S) VOLUME(S) EMPRESTADO(S), '
                                            DELIMITED BY SIZE
                  WRK-SR-INDISPONIVEIS-EDIT DELIMITED BY SIZE
                  ' INDISPONIVEL(IS).'      DELIMITED BY SIZE
             INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0305-EMPRESTA-SERIE-END. EXIT.

       0301-EMPRESTA-VOLUME SECTION.
      *    EMPRESTA O VOLUME DE REG-SER AO TOMADOR DO EMPRESTIMO
      *    GUARDADO EM WRK-REG-EMP-SALVO. A COPIA E A PRIMEIRA EM
      *    EXEMPLAR.DAT QUE NAO ESTA BAIXADA, NO FORNECEDOR, EM OUTRA
      *    BIBLIOTECA, EM REPARO NEM NA RUA; TITULO SEM EXEMPLAR
      *    CADASTRADO USA A COPIA UNICA 01 (MESMO CRITERIO DE 0312).
      *    A CLASSIFICACAO INDICATIVA NAO ADMITE AUTORIZACAO AQUI: O
      *    VOLUME ACIMA DA IDADE DO TOMADOR SIMPLESMENTE NAO SAI.
      *    CADA VOLUME PASSA PELO MAXIMO DE ITENS DA POLITICA DA SUA
      *    MIDIA, SEM EXCECAO DE SUPERVISOR; ATINGIDO O MAXIMO, A
      *    SERIE PARA ALI.
           MOVE 'N'        TO WRK-SR-ACHOU.
      *
           IF WRK-SR-LIMITE EQUAL 'S'
               ADD 1 TO WRK-SR-INDISPONIVEIS
               GO TO 0301-EMPRESTA-VOLUME-END
           END-IF.
      *
           MOVE SER-CODIGO TO CODIGO.
           READ MOVIES
               INVALID KEY
                   ADD 1 TO WRK-SR-INDISPONIVEIS
                   GO TO 0301-EMPRESTA-VOLUME-END
           END-READ.
      *
           IF VID-SITUACAO EQUAL 'B'
           OR MIDIA EQUAL 'D'
               ADD 1 TO WRK-SR-INDISPONIVEIS
               GO TO 0301-EMPRESTA-VOLUME-END
           END-IF.
      *
           MOVE WRK-REG-EMP-SALVO TO REG-EMP.
           MOVE EMP-TOM-CODIGO    TO WRK-TOM-ALVO.
           PERFORM 0302-CARREGA-POLITICA.
           PERFORM 0364-CONTA-ABERTOS.
           IF WRK-TOM-ABERTOS-MIDIA NOT LESS THAN WRK-POL-MAX-ITENS
               MOVE 'S' TO WRK-SR-LIMITE
               ADD 1 TO WRK-SR-INDISPONIVEIS
               GO TO 0301-EMPRESTA-VOLUME-END
           END-IF.
      *
           IF VID-CLASSIF NUMERIC
               MOVE VID-CLASSIF TO WRK-CLASSIF-IDADE-MIN
               IF TOM-DATA-NASC EQUAL ZEROES
                   MOVE -1 TO WRK-TOM-IDADE
               ELSE
                   MOVE WRK-DATA-SISTEMA TO WRK-HOJE
                   COMPUTE WRK-TOM-IDADE =
                       (WRK-HOJE - TOM-DATA-NASC) / 10000
               END-IF
               IF WRK-TOM-IDADE LESS THAN WRK-CLASSIF-IDADE-MIN
                   ADD 1 TO WRK-SR-INDISPONIVEIS
                   GO TO 0301-EMPRESTA-VOLUME-END
               END-IF
           END-IF.
      *
           MOVE WRK-REG-EMP-SALVO TO REG-EMP.
           MOVE SER-CODIGO        TO EMP-CODIGO.
           PERFORM 0373-RESERVA-DE-OUTRO.
           IF WRK-RES-ACHADA EQUAL 'S'
               ADD 1 TO WRK-SR-INDISPONIVEIS
               GO TO 0301-EMPRESTA-VOLUME-END
           END-IF.
      *
           PERFORM 0314-CONTA-COPIAS.
      *
           IF WRK-QTD-COPIAS EQUAL ZEROES
               MOVE SER-CODIGO TO EMP-CODIGO
               MOVE 1          TO EMP-EXEMPLAR
               READ LOANS
                   INVALID KEY
                       MOVE 'S' TO WRK-SR-ACHOU
                       MOVE 1   TO WRK-SR-EXEMPLAR
               END-READ
           ELSE
               MOVE SER-CODIGO TO EXE-CODIGO
               MOVE ZEROES     TO EXE-NUMERO
               START EXEMPLAR KEY IS NOT LESS THAN EXE-CHAVE
                   INVALID KEY
                       MOVE '10' TO FS-EXEMPLAR
               END-START
      *
               IF FS-EXEMPLAR EQUAL "00"
                   READ EXEMPLAR NEXT RECORD
               END-IF
      *
               PERFORM UNTIL FS-EXEMPLAR EQUAL "10"
                          OR EXE-CODIGO NOT EQUAL SER-CODIGO
                          OR WRK-SR-ACHOU EQUAL 'S'
                   IF EXE-SITUACAO NOT EQUAL 'B'
                  AND EXE-SITUACAO NOT EQUAL 'F'
                  AND EXE-SITUACAO NOT EQUAL 'I'
                  AND EXE-SITUACAO NOT EQUAL 'C'
                  AND EXE-CONDICAO NOT EQUAL 'D'
                       MOVE EXE-CODIGO TO EMP-CODIGO
                       MOVE EXE-NUMERO TO EMP-EXEMPLAR
                       READ LOANS
                           INVALID KEY
                               MOVE 'S'        TO WRK-SR-ACHOU
                               MOVE EXE-NUMERO TO WRK-SR-EXEMPLAR
                       END-READ
                   END-IF
                   IF WRK-SR-ACHOU NOT EQUAL 'S'
                       READ EXEMPLAR NEXT RECORD
                   END-IF
               END-PERFORM
           END-IF.
      *
           IF WRK-SR-ACHOU NOT EQUAL 'S'
               ADD 1 TO WRK-SR-INDISPONIVEIS
               GO TO 0301-EMPRESTA-VOLUME-END
           END-IF.
      *
           MOVE WRK-REG-EMP-SALVO TO REG-EMP.
           MOVE SER-CODIGO        TO EMP-CODIGO.
           MOVE WRK-SR-EXEMPLAR   TO EMP-EXEMPLAR.
           MOVE REG-EMP           TO WRK-JRN-DEPOIS.
           WRITE REG-EMP
               INVALID KEY
                   ADD 1 TO WRK-SR-INDISPONIVEIS
                   GO TO 0301-EMPRESTA-VOLUME-END
           END-WRITE.
           MOVE 'LOANS'  TO WRK-JRN-ARQUIVO.
           MOVE 'I'      TO WRK-JRN-OPERACAO.
           MOVE FS-LOANS TO WRK-JRN-STATUS.
           PERFORM 0590-GRAVA-DIARIO.
           MOVE EMP-CODIGO TO WRK-DML-CODIGO.
           MOVE 'E'        TO WRK-DML-EVENTO.
           PERFORM 0366-SOMA-PROCURA-LOCAL.
      *
           ADD 1 TO WRK-SR-EMPRESTADOS.
           PERFORM 0318-ATENDE-RESERVA.
           PERFORM 0319-IMPRIME-RECIBO.
       0301-EMPRESTA-VOLUME-END. EXIT.

       0306-ANEXA-EQUIPAMENTO SECTION.
      *    O EQUIPAMENTO ANEXADO LEVA O MESMO TOMADOR E PRAZO DO
      *    EMPRESTIMO RECEM-GRAVADO E GUARDA A REFERENCIA DO FILME,
      *    PARA A DEVOLUCAO DO FILME DEVOLVER OS DOIS. A PORTA DE
      *    MANUTENCAO E A MESMA DA SAIDA DIRETA (EQVIDPRG 0347): BEM
      *    COM SERVICO VENCIDO E PLANO 'B' NAO SAI NEM ANEXADO.
           MOVE 'S'    TO WRK-EQ-OK.
           MOVE SPACES TO EQP-NUMERO.
           DISPLAY SCREEN-EQUIP-ANEXO.
                       MOVE '24EQUIPAMENTO JA EMPRESTADO.' TO WRK-MSG
               END-READ
           END-IF.
      *
           IF WRK-EQ-OK EQUAL 'S'
               PERFORM 0371-VERIFICA-MANUTENCAO
           END-IF.
      *
           IF WRK-EQ-OK EQUAL 'S'
               MOVE EQP-NUMERO        TO EQE-NUMERO
           ACCEPT SCREEN-WAIT.
       0306-ANEXA-EQUIPAMENTO-END. EXIT.

       0371-VERIFICA-MANUTENCAO SECTION.
           COPY 'CPVIDEVP'. *> PORTA DE MANUTENCAO NA SAIDA DO BEM
       0371-VERIFICA-MANUTENCAO-END. EXIT.

       0317-VERIFICA-POLITICA SECTION.
      *    POLITICA DE EMPRESTIMO: RECUSA QUANDO O TOMADOR JA TEM UM
      *    EMPRESTIMO VENCIDO OU QUANDO JA ATINGIU O MAXIMO DE ITENS
      *    ABERTOS DA MESMA MIDIA DA POLITICA DA CATEGORIA (0302; SEM
      *    LINHA EM POLITICA.DAT, O MAXIMO MAX-EMPRESTIMOS DE
      *    VIDPARAM.DAT CONTA TODAS AS MIDIAS), E QUANDO DEVE
      *    REPOSICAO DE ITEM PERDIDO SEM PLANO OU COM PARCELA DO
      *    PLANO VENCIDA (0307). A CONTAGEM FICA EM 0364.
           MOVE 'S'              TO WRK-POLITICA-OK.
           MOVE EMP-TOM-CODIGO   TO WRK-TOM-ALVO.
           PERFORM 0364-CONTA-ABERTOS.
      *
           IF WRK-TOM-VENCIDOS GREATER THAN ZEROES
               MOVE 'N' TO WRK-POLITICA-OK
               MOVE 'V' TO WRK-OVR-BLOQUEIO
               MOVE '14TOMADOR COM EMPRESTIMO VENCIDO. REGULARIZAR ANT
      -         'ES DE NOVO EMPRESTIMO.' TO WRK-MSG
           ELSE
               IF WRK-TOM-ABERTOS-MIDIA NOT LESS THAN
                  WRK-POL-MAX-ITENS
                   MOVE 'N' TO WRK-POLITICA-OK
                   MOVE 'L' TO WRK-OVR-BLOQUEIO
                   MOVE '18TOMADOR NO LIMITE DE EMPRESTIMOS ABERTOS.'
                       TO WRK-MSG
               END-IF
           END-IF.
      *
           IF WRK-POLITICA-OK EQUAL 'S'
               PERFORM 0307-VERIFICA-COBRANCAS
           END-IF.
      *
      *    O BLOQUEIO DE POLITICA ADMITE EXCECAO AUTORIZADA POR
      *    SUPERVISOR COM MOTIVO CODIFICADO, PARA ACABAR COM A
      *    EDICAO DE DADOS NA MARRA QUANDO UM PROFESSOR SE
      *    RESPONSABILIZA PELO EMPRESTIMO.
           IF WRK-POLITICA-OK EQUAL 'N'
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               INITIALIZE WRK-MSG
               MOVE '26SUPERVISOR AUTORIZA (S/N)?' TO WRK-MSG
               DISPLAY SCREEN-CONFIRMATION
               ACCEPT SCREEN-CONFIRMATION-WAIT
      *
               IF WRK-AWAIT EQUAL 'S' OR EQUAL 's'
                   PERFORM 0390-SOLICITA-OVERRIDE
                   IF WRK-OVERRIDE-OK EQUAL 'S'
                       MOVE 'S' TO WRK-POLITICA-OK
                       INITIALIZE WRK-MSG
                   END-IF
               END-IF
           END-IF.
       0317-VERIFICA-POLITICA-END. EXIT.

       0364-CONTA-ABERTOS SECTION.
      *    ITENS DO TOMADOR WRK-TOM-ALVO: ABERTOS, ABERTOS DA MIDIA DA
      *    POLITICA CARREGADA E VENCIDOS (FILME OU EQUIPAMENTO). A
      *    VARREDURA SOBRESCREVE REG-EMP E REG-FIL, ENTAO O EMPRESTIMO
      *    E O FILME EM USO SAO GUARDADOS E RESTAURADOS.
           MOVE ZEROES           TO WRK-TOM-ABERTOS.
           MOVE ZEROES           TO WRK-TOM-ABERTOS-MIDIA.
           MOVE ZEROES           TO WRK-TOM-VENCIDOS.
           MOVE WRK-DATA-SISTEMA TO WRK-HOJE.
           MOVE REG-EMP          TO WRK-POL-REG-EMP.
           MOVE CODIGO           TO WRK-POL-CODIGO.
      *
           MOVE ZEROES TO EMP-CODIGO.
           MOVE ZEROES TO EMP-EXEMPLAR.
                   IF EMP-DATA-PREVISTA LESS THAN WRK-HOJE
                       ADD 1 TO WRK-TOM-VENCIDOS
                   END-IF
                   IF WRK-POL-ORIGEM EQUAL 'G'
                       ADD 1 TO WRK-TOM-ABERTOS-MIDIA
                   ELSE
                       MOVE EMP-CODIGO TO CODIGO
                       READ MOVIES
                           INVALID KEY
                               MOVE SPACES TO MIDIA
                       END-READ
                       IF MIDIA EQUAL WRK-POL-MIDIA
                           ADD 1 TO WRK-TOM-ABERTOS-MIDIA
                       END-IF
                   END-IF
               END-IF
               READ LOANS NEXT RECORD
           END-PERFORM.
      *
      *    O ACESSO DIGITAL EM VIGOR E ITEM ABERTO DA MIDIA 'D' (NAO
      *    PASSA POR LOANS.DAT); SEM ELE O MAXIMO DA MIDIA DIGITAL
      *    NUNCA SERIA ATINGIDO.
           IF WRK-POL-MIDIA EQUAL 'D'
               PERFORM 0368-CONTA-ACESSOS-TOMADOR
           END-IF.
      *
           MOVE WRK-POL-REG-EMP TO REG-EMP.
           MOVE WRK-POL-CODIGO  TO CODIGO.
           READ MOVIES
               INVALID KEY
                   CONTINUE
           END-READ.
      *
      *    EQUIPAMENTO VENCIDO BLOQUEIA IGUAL A FILME VENCIDO: O
      *    PROJETOR PARADO NA SALA TAMBEM E ITEM EM ATRASO.
               END-IF
               READ EQEMP NEXT RECORD
           END-PERFORM.
       0364-CONTA-ABERTOS-END. EXIT.

       0368-CONTA-ACESSOS-TOMADOR SECTION.
      *    A CHAVE DE ACESSDIG COMECA PELO FILME, ENTAO O TOMADOR
      *    EXIGE A VARREDURA COMPLETA. ACESSO VENCIDO AINDA NAO
      *    RECOLHIDO PELO PROCESSAMENTO NOTURNO NAO CONTA (MESMO
      *    CRITERIO DE 0342).
           MOVE ZEROES TO ADG-CHAVE.
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
               IF ADG-TOM-CODIGO EQUAL WRK-TOM-ALVO
              AND ADG-DATA-FIM NOT LESS THAN WRK-DATA-SISTEMA
                   ADD 1 TO WRK-TOM-ABERTOS
                   ADD 1 TO WRK-TOM-ABERTOS-MIDIA
               END-IF
               READ ACESSDIG NEXT RECORD
           END-PERFORM.
       0368-CONTA-ACESSOS-TOMADOR-END. EXIT.

       0307-VERIFICA-COBRANCAS SECTION.
      *    COBRANCA DE REPOSICAO ('R') EM ABERTO OU EM ISENCAO
      *    SOLICITADA BLOQUEIA. PARCELADA ('N') SO BLOQUEIA QUANDO HA
      *    PARCELA EM ABERTO COM VENCIMENTO PASSADO: QUEM ESTA EM DIA
      *    COM O PLANO SEGUE EMPRESTANDO. A REPOSICAO PARCIAL DE PECA
      *    ('P') CONTA COMO REPOSICAO; PECA QUE FALTOU NUMA DEVOLUCAO E
      *    AINDA NAO FOI COBRADA NEM DEVOLVIDA TAMBEM BLOQUEIA (0336).
           MOVE ZEROES TO WRK-TOM-REPOSICAO.
           MOVE ZEROES TO WRK-TOM-PARC-VENCIDAS.
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
               IF MUL-TOM-CODIGO EQUAL WRK-TOM-ALVO
              AND (MUL-TIPO EQUAL 'R' OR EQUAL 'P')
              AND (MUL-SITUACAO EQUAL 'A' OR EQUAL 'S')
                   ADD 1 TO WRK-TOM-REPOSICAO
               END-IF
               READ MULTAS NEXT RECORD
           END-PERFORM.
      *
           MOVE WRK-TOM-ALVO TO PCL-TOM-CODIGO.
           START PARCELAS KEY IS EQUAL PCL-TOM-CODIGO
               INVALID KEY
                   MOVE '10' TO FS-PARCELAS
           END-START.
      *
           IF FS-PARCELAS EQUAL "00"
               READ PARCELAS NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-PARCELAS EQUAL "10"
                      OR PCL-TOM-CODIGO NOT EQUAL WRK-TOM-ALVO
               IF PCL-SITUACAO EQUAL 'A'
              AND PCL-VENCIMENTO LESS THAN WRK-HOJE
                   ADD 1 TO WRK-TOM-PARC-VENCIDAS
               END-IF
               READ PARCELAS NEXT RECORD
           END-PERFORM.
      *
           IF WRK-TOM-PARC-VENCIDAS GREATER THAN ZEROES
               MOVE 'N' TO WRK-POLITICA-OK
               MOVE 'P' TO WRK-OVR-BLOQUEIO
               MOVE '10TOMADOR COM PARCELA DE REPOSICAO VENCIDA. REGULAR
      -         'IZAR NO CAIXA.' TO WRK-MSG
           ELSE
               IF WRK-TOM-REPOSICAO GREATER THAN ZEROES
                   MOVE 'N' TO WRK-POLITICA-OK
                   MOVE 'R' TO WRK-OVR-BLOQUEIO
                   MOVE '08TOMADOR DEVE REPOSICAO DE ITEM PERDIDO (PAGAR
      -             ' OU PARCELAR).' TO WRK-MSG
               END-IF
           END-IF.
      *
           IF WRK-POLITICA-OK NOT EQUAL 'N'
               PERFORM 0336-CONTA-PECAS-PENDENTES
               IF WRK-TOM-PECAS GREATER THAN ZEROES
                   MOVE 'N' TO WRK-POLITICA-OK
                   MOVE 'K' TO WRK-OVR-BLOQUEIO
                   MOVE '08TOMADOR COM PECA DE COPIA NAO DEVOLVIDA.'
                       TO WRK-MSG
               END-IF
           END-IF.
       0307-VERIFICA-COBRANCAS-END. EXIT.

       0336-CONTA-PECAS-PENDENTES SECTION.
      *    CONTA AS PECAS QUE FALTARAM NAS DEVOLUCOES DO TOMADOR E
      *    AINDA ESTAO PENDENTES ('F'). PECA JA COBRADA ('C') SAI
      *    DAQUI E PASSA A BLOQUEAR PELA COBRANCA EM MULTAS.DAT.
           MOVE ZEROES TO WRK-TOM-PECAS.
           MOVE ZEROES TO CMP-CHAVE.
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
               IF CMP-SITUACAO EQUAL 'F'
              AND CMP-TOM-CODIGO EQUAL WRK-TOM-ALVO
                   ADD 1 TO WRK-TOM-PECAS
               END-IF
               READ COMPONEN NEXT RECORD
           END-PERFORM.
       0336-CONTA-PECAS-PENDENTES-END. EXIT.

       0319-IMPRIME-RECIBO SECTION.
      *    GRAVA O RECIBO DO EMPRESTIMO NO ARQUIVO DE IMPRESSAO DO
      *
           MOVE SPACES TO FIL-RCB.
           WRITE FIL-RCB.
      *
           PERFORM 0361-SUGERE-TITULOS.
      *
           MOVE 'ASSINATURA DO TOMADOR: ______________________________'
               TO FIL-RCB.
           CLOSE RECIBOS.
       0319-IMPRIME-RECIBO-END. EXIT.

       0361-SUGERE-TITULOS SECTION.
      *    "QUEM LEVOU ESTE TAMBEM LEVOU": ATE DUAS SUGESTOES COM
      *    COPIA NA PRATELEIRA AGORA, JA DENTRO DA FAIXA ETARIA DO
      *    TOMADOR. TITULO DIGITAL NAO ENTRA (NAO HA O QUE PEGAR NA
      *    ESTANTE).
           MOVE REG-EMP TO WRK-SG-EMP-SALVO.
           MOVE REG-EXE TO WRK-SG-EXE-SALVO.
           MOVE ZEROES  TO WRK-SG-IMPRESSAS.
      *
           MOVE EMP-CODIGO TO WRK-SUG-ORIGEM.
           MOVE 'S'        TO WRK-SUG-TEM-TOMADOR.
           IF TOM-DATA-NASC EQUAL ZEROES
               MOVE -1 TO WRK-SUG-IDADE
           ELSE
               MOVE WRK-DATA-SISTEMA TO WRK-HOJE
               COMPUTE WRK-SUG-IDADE =
                   (WRK-HOJE - TOM-DATA-NASC) / 10000
           END-IF.
           PERFORM 0362-MONTA-SUGESTOES.
      *
           PERFORM VARYING WRK-SG-POS FROM 1 BY 1
                     UNTIL WRK-SG-POS GREATER THAN WRK-SUG-ACHADOS
                        OR WRK-SG-IMPRESSAS EQUAL 2
               IF WRK-SUG-MIDIA(WRK-SG-POS) NOT EQUAL 'D'
                   PERFORM 0363-COPIA-LIVRE
                   IF WRK-SG-LIVRE EQUAL 'S'
                       ADD 1 TO WRK-SG-IMPRESSAS
                       IF WRK-SG-IMPRESSAS EQUAL 1
                           MOVE 'QUEM LEVOU ESTE TAMBEM LEVOU:'
                               TO FIL-RCB
                           WRITE FIL-RCB
                       END-IF
                       MOVE SPACES TO FIL-RCB
                       STRING 'SUGESTAO.: ' DELIMITED BY SIZE
                              WRK-SUG-CODIGO(WRK-SG-POS)
                                  DELIMITED BY SIZE
                              ' '           DELIMITED BY SIZE
                              WRK-SUG-TITULO(WRK-SG-POS)
                                  DELIMITED BY SIZE
                         INTO FIL-RCB
                       WRITE FIL-RCB
                   END-IF
               END-IF
           END-PERFORM.
      *
           IF WRK-SG-IMPRESSAS GREATER THAN ZEROES
               MOVE SPACES TO FIL-RCB
               WRITE FIL-RCB
           END-IF.
      *
           MOVE WRK-SG-EMP-SALVO TO REG-EMP.
           MOVE WRK-SG-EXE-SALVO TO REG-EXE.
           MOVE EMP-CODIGO       TO CODIGO.
           READ MOVIES
               INVALID KEY
                   CONTINUE
           END-READ.
       0361-SUGERE-TITULOS-END. EXIT.

       0362-MONTA-SUGESTOES SECTION.
           COPY 'CPVIDSUP'. *> MONTA AS SUGESTOES DO TITULO
       0362-MONTA-SUGESTOES-END. EXIT.

       0363-COPIA-LIVRE SECTION.
      *    MESMO CRITERIO DE 0301: TITULO SEM EXEMPLAR CADASTRADO TEM
      *    SO A COPIA 01; COM EXEMPLARES, VALE A PRIMEIRA COPIA ATIVA,
      *    NAO DANIFICADA E SEM EMPRESTIMO EM ABERTO.
           MOVE 'N' TO WRK-SG-LIVRE.
           MOVE 'S' TO WRK-SG-SEM-EXE.
      *
           MOVE WRK-SUG-CODIGO(WRK-SG-POS) TO EXE-CODIGO.
           MOVE ZEROES                     TO EXE-NUMERO.
           START EXEMPLAR KEY IS NOT LESS THAN EXE-CHAVE
               INVALID KEY
                   MOVE '10' TO FS-EXEMPLAR
           END-START.
      *
           IF FS-EXEMPLAR EQUAL "00"
               READ EXEMPLAR NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-EXEMPLAR EQUAL "10"
                      OR EXE-CODIGO NOT EQUAL WRK-SUG-CODIGO(WRK-SG-POS)
                      OR WRK-SG-LIVRE EQUAL 'S'
               MOVE 'N' TO WRK-SG-SEM-EXE
               IF EXE-SITUACAO NOT EQUAL 'B'
              AND EXE-SITUACAO NOT EQUAL 'F'
              AND EXE-SITUACAO NOT EQUAL 'I'
              AND EXE-SITUACAO NOT EQUAL 'C'
              AND EXE-CONDICAO NOT EQUAL 'D'
                   MOVE EXE-CODIGO TO EMP-CODIGO
                   MOVE EXE-NUMERO TO EMP-EXEMPLAR
                   READ LOANS
                       INVALID KEY
                           MOVE 'S' TO WRK-SG-LIVRE
                   END-READ
               END-IF
               READ EXEMPLAR NEXT RECORD
           END-PERFORM.
      *
           IF WRK-SG-SEM-EXE EQUAL 'S'
               MOVE WRK-SUG-CODIGO(WRK-SG-POS) TO EMP-CODIGO
               MOVE 1                          TO EMP-EXEMPLAR
               READ LOANS
                   INVALID KEY
                       MOVE 'S' TO WRK-SG-LIVRE
               END-READ
           END-IF.
       0363-COPIA-LIVRE-END. EXIT.

       0318-ATENDE-RESERVA SECTION.
      *    SE O TOMADOR QUE ESTA LEVANDO O FILME TINHA RESERVA ATIVA
      *    PARA ELE, A RESERVA MAIS ANTIGA DESSE TOMADOR E MARCADA
               IF (RES-SITUACAO EQUAL 'A' OR EQUAL 'R')
              AND RES-CODIGO EQUAL EMP-CODIGO
              AND RES-TOM-CODIGO EQUAL EMP-TOM-CODIGO
                   MOVE 'S'     TO WRK-RES-ACHADA
                   MOVE REG-RES TO WRK-JRN-ANTES
                   MOVE 'T'     TO RES-SITUACAO
                   MOVE ZEROES  TO RES-DATA-LIMITE
                   MOVE REG-RES TO WRK-JRN-DEPOIS
                   REWRITE REG-RES
                   MOVE 'RESERVAS'  TO WRK-JRN-ARQUIVO
                   MOVE 'A'         TO WRK-JRN-OPERACAO
                   MOVE FS-RESERVAS TO WRK-JRN-STATUS
                   PERFORM 0590-GRAVA-DIARIO
               ELSE
                   READ RESERVAS NEXT RECORD
               END-IF
               INVALID KEY
                   MOVE '48EMPRESTIMO NAO ENCONTRADO.' TO WRK-MSG
               NOT INVALID KEY
                   MOVE REG-EMP TO WRK-JRN-ANTES
                   PERFORM 0321-CAPTURA-CONDICAO
                   PERFORM 0331-CONFERE-COMPONENTES
                   MOVE WRK-DATA-SISTEMA TO EMP-DATA-DEVOLUCAO
                   MOVE '51DEVOLUCAO REGISTRADA COM SUCESSO.'
                       TO WRK-MSG
                   PERFORM 0303-POLITICA-DO-EMPRESTIMO
                   PERFORM 0322-CALCULA-MULTA
                   MOVE 'D' TO WRK-HIS-TIPO
                   PERFORM 0325-ARQUIVA-HISTORICO
                   DELETE LOANS
                   MOVE 'LOANS'  TO WRK-JRN-ARQUIVO
                   MOVE 'E'      TO WRK-JRN-OPERACAO
                   MOVE FS-LOANS TO WRK-JRN-STATUS
                   PERFORM 0590-GRAVA-DIARIO
                   PERFORM 0326-DEVOLVE-EQUIP-ANEXO
                   PERFORM 0327-AVISA-RESERVA
                   PERFORM 0324-SERIE-EM-PARTE
           END-READ.
      *
           DISPLAY SCREEN-MSG.
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EXE-CONDICAO     TO WRK-HCO-ANTERIOR
                   MOVE WRK-DEV-CONDICAO TO EXE-CONDICAO
                   REWRITE REG-EXE
                   MOVE EXE-CODIGO       TO WRK-HCO-CODIGO
                   MOVE EXE-NUMERO       TO WRK-HCO-EXEMPLAR
                   MOVE EXE-CONDICAO     TO WRK-HCO-NOVA
                   MOVE 'DEVOLUC'        TO WRK-HCO-ORIGEM
                   PERFORM 0346-GRAVA-CONDICAO
           END-READ.
      *
           IF WRK-DEV-CONDICAO EQUAL 'D'
           END-IF.
       0321-CAPTURA-CONDICAO-END. EXIT.

       0346-GRAVA-CONDICAO SECTION.
           COPY 'CPVIDHCP'. *> GRAVA MUDANCA DE CONDICAO DO EXEMPLAR
       0346-GRAVA-CONDICAO-END. EXIT.

       0329-ABRE-REPARO SECTION.
      *    ABRE O CHAMADO DE REPARO DA COPIA DEVOLVIDA DANIFICADA. O
      *    NUMERO E SEQUENCIAL, OBTIDO VARRENDO O MAIOR JA GRAVADO
           INITIALIZE WRK-MSG.
       0329-ABRE-REPARO-END. EXIT.

       0331-CONFERE-COMPONENTES SECTION.
      *    CONFERE COM O OPERADOR CADA PECA PRESENTE QUE ACOMPANHA A
      *    COPIA (COMPONEN.DAT): LIVRETO, SEGUNDO DISCO, ENCARTE. PECA
      *    QUE NAO VOLTOU FICA PENDENTE COM O TOMADOR (OU COBRADA COMO
      *    REPOSICAO PARCIAL) E A COPIA SAI DE CIRCULACAO (0337).
           MOVE ZEROES       TO WRK-CMP-FALTAS.
           MOVE EMP-CODIGO   TO CMP-CODIGO.
           MOVE EMP-EXEMPLAR TO CMP-EXEMPLAR.
           MOVE ZEROES       TO CMP-SEQ.
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
                      OR CMP-CODIGO   NOT EQUAL EMP-CODIGO
                      OR CMP-EXEMPLAR NOT EQUAL EMP-EXEMPLAR
               IF CMP-SITUACAO EQUAL 'P'
                   PERFORM 0332-CONFERE-PECA
               END-IF
               READ COMPONEN NEXT RECORD
           END-PERFORM.
      *
           IF WRK-CMP-FALTAS GREATER THAN ZEROES
               PERFORM 0337-RETEM-EXEMPLAR
           END-IF.
       0331-CONFERE-COMPONENTES-END. EXIT.

       0332-CONFERE-PECA SECTION.
      *    SO A RESPOSTA 'N' DA PECA COMO FALTANDO, PARA UM ENTER
      *    DISTRAIDO NAO PRENDER A COPIA NEM O TOMADOR.
           INITIALIZE WRK-MSG.
           STRING '02PECA: '     DELIMITED BY SIZE
                  CMP-DESCRICAO  DELIMITED BY '  '
                  ' - DEVOLVIDA (S/N)?' DELIMITED BY SIZE
             INTO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
           IF WRK-AWAIT NOT EQUAL 'N' AND NOT EQUAL 'n'
               GO TO 0332-CONFERE-PECA-END
           END-IF.
      *
           ADD 1 TO WRK-CMP-FALTAS.
           MOVE 'F'              TO CMP-SITUACAO.
           MOVE EMP-TOM-CODIGO   TO CMP-TOM-CODIGO.
           MOVE WRK-DATA-SISTEMA TO CMP-DATA-FALTA.
           MOVE ZEROES           TO CMP-MUL-NUMERO.
      *
           IF CMP-VALOR GREATER THAN ZEROES
               MOVE CMP-VALOR TO WRK-MULTA-VALOR-EDIT
               INITIALIZE WRK-MSG
               STRING '02COBRAR A REPOSICAO DA PECA: R$ '
                          DELIMITED BY SIZE
                      WRK-MULTA-VALOR-EDIT DELIMITED BY SIZE
                      ' (S/N)?'            DELIMITED BY SIZE
                 INTO WRK-MSG
               DISPLAY SCREEN-CONFIRMATION
               ACCEPT SCREEN-CONFIRMATION-WAIT
               IF WRK-AWAIT EQUAL 'S' OR EQUAL 's'
                   PERFORM 0333-GRAVA-MULTA-PECA
                   MOVE 'C'        TO CMP-SITUACAO
                   MOVE MUL-NUMERO TO CMP-MUL-NUMERO
               END-IF
           END-IF.
      *
           REWRITE REG-CMP.
      *
           MOVE EMP-CODIGO TO CODIGO.
           PERFORM 0334-GRAVA-LOG-PECA.
           INITIALIZE WRK-MSG.
       0332-CONFERE-PECA-END. EXIT.

       0333-GRAVA-MULTA-PECA SECTION.
      *    COBRANCA DA REPOSICAO PARCIAL, COM O CUSTO DA PECA EM
      *    COMPONEN.DAT E TIPO 'P'. O NUMERO E SEQUENCIAL, OBTIDO COMO
      *    EM 0323-GRAVA-MULTA.
           MOVE ZEROES TO WRK-MAX-MULTA.
           MOVE ZEROES TO MUL-NUMERO.
           START MULTAS KEY IS NOT LESS THAN MUL-NUMERO
               INVALID KEY
                   CONTINUE
           END-START.
      *
           IF FS-MULTAS EQUAL "00"
               READ MULTAS NEXT RECORD
               PERFORM UNTIL FS-MULTAS EQUAL "10"
                   MOVE MUL-NUMERO TO WRK-MAX-MULTA
                   READ MULTAS NEXT RECORD
               END-PERFORM
           END-IF.
      *
           ADD 1 TO WRK-MAX-MULTA GIVING MUL-NUMERO.
           MOVE EMP-CODIGO       TO MUL-CODIGO.
           MOVE EMP-TOM-CODIGO   TO MUL-TOM-CODIGO.
           MOVE WRK-DATA-SISTEMA TO MUL-DATA-GERACAO.
           MOVE ZEROES           TO MUL-DIAS-ATRASO.
           MOVE CMP-VALOR        TO MUL-VALOR.
           MOVE 'A'              TO MUL-SITUACAO.
           MOVE ZEROES           TO MUL-DATA-PAGTO.
           MOVE 'P'              TO MUL-TIPO.
           MOVE SPACES           TO MUL-ISEN-MOTIVO.
           MOVE SPACES           TO MUL-ISEN-OPERADOR.
           MOVE SPACES           TO MUL-ISEN-SUPERVISOR.
           MOVE ZEROES           TO MUL-ISEN-DATA.
           MOVE REG-MUL          TO WRK-JRN-DEPOIS.
           WRITE REG-MUL.
           MOVE 'MULTAS'  TO WRK-JRN-ARQUIVO.
           MOVE 'I'       TO WRK-JRN-OPERACAO.
           MOVE FS-MULTAS TO WRK-JRN-STATUS.
           PERFORM 0590-GRAVA-DIARIO.
       0333-GRAVA-MULTA-PECA-END. EXIT.

       0334-GRAVA-LOG-PECA SECTION.
           MOVE 'PECA-FALTA' TO WRK-LOG-ACAO.
           COPY 'CPVIDLGP'. *> GRAVA LINHA NO LOG DE AUDITORIA
       0334-GRAVA-LOG-PECA-END. EXIT.

       0337-RETEM-EXEMPLAR SECTION.
      *    A COPIA INCOMPLETA SAI DE CIRCULACAO (SITUACAO 'C') ATE A
      *    PECA VOLTAR OU SER REPOSTA EM ECVIDPRG. COPIA JA FORA POR
      *    OUTRO MOTIVO (BAIXA, FORNECEDOR) FICA COMO ESTA.
           MOVE EMP-CODIGO   TO EXE-CODIGO.
           MOVE EMP-EXEMPLAR TO EXE-NUMERO.
           READ EXEMPLAR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EXE-SITUACAO EQUAL SPACES
                       MOVE 'C' TO EXE-SITUACAO
                       REWRITE REG-EXE
                   END-IF
           END-READ.
      *
           INITIALIZE WRK-MSG.
           MOVE '09COPIA INCOMPLETA RETIDA FORA DE CIRCULACAO.'
               TO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
           INITIALIZE WRK-MSG.
       0337-RETEM-EXEMPLAR-END. EXIT.

       0322-CALCULA-MULTA SECTION.
      *    NA DEVOLUCAO EM ATRASO, GERA UMA MULTA EM MULTAS.DAT COM O
      *    VALOR = DIAS UTEIS DE ATRASO X TAXA DIARIA DA POLITICA DA
      *    CATEGORIA E MIDIA (0303; NA FALTA, O PARAMETRO MULTA-DIARIA
      *    DE VIDPARAM.DAT), EM CENTAVOS. SABADOS,
      *    DOMINGOS E FERIADOS NAO CONTAM COMO ATRASO.
           MOVE EMP-DATA-PREVISTA  TO WRK-DU-DATA.
           MOVE EMP-DATA-DEVOLUCAO TO WRK-HOJE.
           MOVE EMP-DATA-DEVOLUCAO TO MUL-DATA-GERACAO.
           MOVE WRK-DIAS-ATRASO   TO MUL-DIAS-ATRASO.
           COMPUTE MUL-VALOR =
               WRK-DIAS-ATRASO * WRK-POL-MULTA / 100.
           MOVE 'A'               TO MUL-SITUACAO.
           MOVE ZEROES            TO MUL-DATA-PAGTO.
           MOVE 'M'               TO MUL-TIPO.
           MOVE SPACES            TO MUL-ISEN-OPERADOR.
           MOVE SPACES            TO MUL-ISEN-SUPERVISOR.
           MOVE ZEROES            TO MUL-ISEN-DATA.
           MOVE REG-MUL           TO WRK-JRN-DEPOIS.
           WRITE REG-MUL.
           MOVE 'MULTAS'  TO WRK-JRN-ARQUIVO.
           MOVE 'I'       TO WRK-JRN-OPERACAO.
           MOVE FS-MULTAS TO WRK-JRN-STATUS.
           PERFORM 0590-GRAVA-DIARIO.
      *
           MOVE MUL-VALOR TO WRK-MULTA-VALOR-EDIT.
           INITIALIZE WRK-MSG.
           MOVE EMP-DATA-PREVISTA    TO HIS-DATA-PREVISTA.
           MOVE EMP-DATA-DEVOLUCAO   TO HIS-DATA-DEVOLUCAO.
           MOVE WRK-HIS-TIPO         TO HIS-TIPO.
           MOVE REG-HIS              TO WRK-JRN-DEPOIS.
           WRITE REG-HIS.
      *
      *    COM DUAS ESTACOES, O MAXIMO LEVANTADO NA ABERTURA PODE
           PERFORM UNTIL FS-LOANHIST NOT EQUAL "22"
               ADD 1 TO WRK-HIS-MAX
               MOVE WRK-HIS-MAX TO HIS-NUMERO
               MOVE REG-HIS     TO WRK-JRN-DEPOIS
               WRITE REG-HIS
           END-PERFORM.
           MOVE 'LOANHIST'  TO WRK-JRN-ARQUIVO.
           MOVE 'I'         TO WRK-JRN-OPERACAO.
           MOVE FS-LOANHIST TO WRK-JRN-STATUS.
           PERFORM 0590-GRAVA-DIARIO.
      *
           PERFORM 0339-SOMA-ESTATISTICA.
       0325-ARQUIVA-HISTORICO-END. EXIT.

       0339-SOMA-ESTATISTICA SECTION.
      *    O EVENTO RECEM-GRAVADO NO HISTORICO (DEVOLUCAO, RENOVACAO
      *    OU PERDA) SOMA NO RESUMO DE CIRCULACAO, NO MES DA RETIRADA
      *    E NA TURMA DO TOMADOR. A LEITURA DO CADASTRO E FEITA SOBRE
      *    UMA COPIA DE REG-TOM, QUE O CHAMADOR PODE ESTAR USANDO.
           MOVE REG-TOM TO WRK-CES-REG-TOM.
           MOVE HIS-TOM-CODIGO TO TOM-CODIGO.
           READ TOMADORES
               INVALID KEY
                   MOVE SPACES TO TOM-TURMA
           END-READ.
      *
           MOVE HIS-DATA-EMPRESTIMO(1:6) TO WRK-CES-ANOMES.
           MOVE HIS-CODIGO               TO WRK-CES-CODIGO.
           MOVE TOM-TURMA                TO WRK-CES-TURMA.
           MOVE HIS-TIPO                 TO WRK-CES-EVENTO.
           MOVE WRK-CES-REG-TOM TO REG-TOM.
      *
           PERFORM 0338-SOMA-CONTADOR.
       0339-SOMA-ESTATISTICA-END. EXIT.

       0338-SOMA-CONTADOR SECTION.
           COPY 'CPVIDCEP'. *> SOMA NO RESUMO DE CIRCULACAO
       0338-SOMA-CONTADOR-END. EXIT.

       0324-SERIE-EM-PARTE SECTION.
      *    VOLUME DE SERIE DEVOLVIDO ENQUANTO O MESMO TOMADOR AINDA
      *    TEM OUTROS VOLUMES DA SERIE NA RUA: O OPERADOR E AVISADO
      *    COM OS VOLUMES QUE FALTAM E A DEVOLUCAO PARCIAL FICA NO
      *    LOG DE AUDITORIA ('SERIE-PARC'). REG-EMP (JA EXCLUIDO DE
      *    LOANS.DAT) E A MENSAGEM DA DEVOLUCAO SAO PRESERVADOS.
           MOVE EMP-CODIGO TO SER-CODIGO.
           READ SERIES KEY IS SER-CODIGO
               INVALID KEY
                   GO TO 0324-SERIE-EM-PARTE-END
           END-READ.
      *
           MOVE REG-EMP    TO WRK-REG-EMP-SALVO.
           MOVE WRK-MSG    TO WRK-SR-MSG-SALVA.
           MOVE EMP-CODIGO     TO WRK-SR-CODIGO.
           MOVE EMP-TOM-CODIGO TO WRK-SR-TOMADOR.
           MOVE SER-NUMERO     TO WRK-SR-NUMERO.
           MOVE SER-NOME       TO WRK-SR-NOME.
           MOVE SPACES     TO WRK-SR-FALTAM.
           MOVE 1          TO WRK-SR-FALTAM-POS.
      *
           MOVE ZEROES TO SER-VOLUME.
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
               IF SER-CODIGO NOT EQUAL WRK-SR-CODIGO
                   PERFORM 0328-VOLUME-COM-TOMADOR
               END-IF
               READ SERIES NEXT RECORD
           END-PERFORM.
      *
           MOVE WRK-REG-EMP-SALVO TO REG-EMP.
      *
           IF WRK-SR-FALTAM NOT EQUAL SPACES
               INITIALIZE WRK-MSG
               STRING '02SERIE '           DELIMITED BY SIZE
                      WRK-SR-NOME          DELIMITED BY '  '
                      ' PARCIAL. FALTAM VOL '
                                           DELIMITED BY SIZE
                      WRK-SR-FALTAM        DELIMITED BY SIZE
                 INTO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE EMP-CODIGO TO CODIGO
               PERFORM 0389-GRAVA-LOG-SERIE
           END-IF.
      *
           MOVE WRK-SR-MSG-SALVA TO WRK-MSG.
       0324-SERIE-EM-PARTE-END. EXIT.

       0328-VOLUME-COM-TOMADOR SECTION.
      *    ACRESCENTA O VOLUME DE REG-SER A WRK-SR-FALTAM QUANDO
      *    ALGUMA COPIA DELE ESTA EMPRESTADA AO MESMO TOMADOR.
           MOVE 'N'        TO WRK-SR-ACHOU.
           MOVE SER-CODIGO TO EMP-CODIGO.
           MOVE ZEROES     TO EMP-EXEMPLAR.
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
                      OR EMP-CODIGO NOT EQUAL SER-CODIGO
                      OR WRK-SR-ACHOU EQUAL 'S'
               IF EMP-TOM-CODIGO EQUAL WRK-SR-TOMADOR
                   MOVE 'S' TO WRK-SR-ACHOU
               ELSE
                   READ LOANS NEXT RECORD
               END-IF
           END-PERFORM.
      *
           IF WRK-SR-ACHOU EQUAL 'S'
          AND WRK-SR-FALTAM-POS LESS THAN 22
               MOVE SER-VOLUME TO
                   WRK-SR-FALTAM(WRK-SR-FALTAM-POS:2)
               ADD 3 TO WRK-SR-FALTAM-POS
           END-IF.
       0328-VOLUME-COM-TOMADOR-END. EXIT.

       0326-DEVOLVE-EQUIP-ANEXO SECTION.
      *    EQUIPAMENTO QUE SAIU AMARRADO A ESTE EMPRESTIMO VOLTA
      *    JUNTO NA DEVOLUCAO DO FILME, SEM SEGUNDO LANCAMENTO.
               IF EQE-EMP-CODIGO EQUAL EMP-CODIGO
              AND EQE-EMP-EXEMPLAR EQUAL EMP-EXEMPLAR
              AND EQE-TOM-CODIGO EQUAL EMP-TOM-CODIGO
                   PERFORM 0369-SOMA-USO-EQUIP
                   DELETE EQEMP
                   INITIALIZE WRK-MSG
                   STRING '16EQUIPAMENTO ' DELIMITED BY SIZE
           END-PERFORM.
       0326-DEVOLVE-EQUIP-ANEXO-END. EXIT.

       0369-SOMA-USO-EQUIP SECTION.
      *    O USO DO EQUIPAMENTO (DIAS DE EMPRESTIMO) ENTRA NO CICLO DE
      *    MANUTENCAO DO BEM ANTES DE O EMPRESTIMO SAIR DE EQEMP.
           MOVE WRK-DATA-SISTEMA TO WRK-EQU-FIM.
           COPY 'CPVIDEUP'. *> SOMA NO USO DO EQUIPAMENTO
       0369-SOMA-USO-EQUIP-END. EXIT.

       0327-AVISA-RESERVA SECTION.
      *    NA DEVOLUCAO, O PRIMEIRO DA FILA DE RESERVAS DO FILME
      *    (MENOR RES-NUMERO ATIVO) PASSA PARA AGUARDANDO RETIRADA
               MOVE WRK-DATA-SISTEMA      TO WRK-DU-DATA
               MOVE WRK-PAR-RETIRADA-DIAS TO WRK-DU-SOMA
               PERFORM 0386-SOMA-DIAS-UTEIS
               MOVE REG-RES     TO WRK-JRN-ANTES
               MOVE 'R'         TO RES-SITUACAO
               MOVE WRK-DU-DATA TO RES-DATA-LIMITE
               MOVE REG-RES     TO WRK-JRN-DEPOIS
               REWRITE REG-RES
               MOVE 'RESERVAS'  TO WRK-JRN-ARQUIVO
               MOVE 'A'         TO WRK-JRN-OPERACAO
               MOVE FS-RESERVAS TO WRK-JRN-STATUS
               PERFORM 0590-GRAVA-DIARIO
      *
               MOVE RES-TOM-CODIGO TO TOM-CODIGO
               READ TOMADORES
      *    LE O HISTORICO DO FILME PELA CHAVE ALTERNADA HIS-CODIGO,
      *    DO EVENTO MAIS ANTIGO PARA O MAIS RECENTE, PAGINANDO DE 6
      *    EM 6; A CONSULTA DE UM TITULO DEIXOU DE CUSTAR A VARREDURA
      *    DO ARQUIVO INTEIRO. HAVENDO ANOS LETIVOS JA ARQUIVADOS
      *    (HAVIDPRG), O OPERADOR ESCOLHE SE ELES ENTRAM NA LISTA; OS
      *    ARQUIVOS ANUAIS VEM ANTES DO LOANHIST.DAT, POR SEREM MAIS
      *    ANTIGOS.
           INITIALIZE WRK-MSG.
           DISPLAY SCREEN-EMPRESTIMO-KEY.
           ACCEPT  SCREEN-EMPRESTIMO-KEY.
      *
           MOVE 15     TO WRK-LST-LINE.
           MOVE ZEROES TO WRK-LST-COUNT.
           MOVE ZEROES TO WRK-HIS-LISTADOS.
           MOVE 'S'    TO WRK-LST-CONTINUA.
      *
           PERFORM 0348-PERGUNTA-ARQUIVADOS.
      *
           DISPLAY SCREEN-HISTORICO-HEADER.
      *
           IF WRK-HSA-INCLUI EQUAL 'S'
               PERFORM 0349-HISTORICO-ARQUIVADO
                   VARYING WRK-HSA-IX FROM 1 BY 1
                   UNTIL WRK-HSA-IX GREATER THAN WRK-HSA-QTD
                      OR WRK-LST-CONTINUA EQUAL 'N'
           END-IF.
      *
           IF WRK-LST-CONTINUA EQUAL 'S'
               MOVE EMP-CODIGO TO HIS-CODIGO
               START LOANHIST KEY IS EQUAL TO HIS-CODIGO
                   INVALID KEY
                       MOVE '10' TO FS-LOANHIST
               END-START
               IF FS-LOANHIST EQUAL "00"
                   READ LOANHIST NEXT RECORD
                   PERFORM UNTIL FS-LOANHIST EQUAL "10"
                              OR HIS-CODIGO NOT EQUAL EMP-CODIGO
                              OR WRK-LST-CONTINUA EQUAL 'N'
                       PERFORM 0351-LINHA-HISTORICO
                       READ LOANHIST NEXT RECORD
                   END-PERFORM
               END-IF
           END-IF.
      *
           IF WRK-LST-CONTINUA EQUAL 'S'
               IF WRK-HIS-LISTADOS EQUAL ZEROES
                   MOVE '29SEM HISTORICO DE EMPRESTIMOS.' TO WRK-MSG
               ELSE
                   MOVE '24FIM DO HISTORICO.' TO WRK-MSG
               END-IF
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
           END-IF.
       0340-HISTORICO-FILME-END. EXIT.

       0348-PERGUNTA-ARQUIVADOS SECTION.
      *    SO PERGUNTA QUANDO HA ANO ARQUIVADO EM LOANHIST-ANOS.DAT.
           MOVE 'N' TO WRK-HSA-INCLUI.
           COPY 'CPVIDHAP'. *> CARREGA OS ANOS JA ARQUIVADOS
      *
           IF WRK-HSA-QTD EQUAL ZEROES
               GO TO 0348-PERGUNTA-ARQUIVADOS-END
           END-IF.
      *
           INITIALIZE WRK-MSG.
           MOVE '20INCLUIR OS ANOS ARQUIVADOS DO HISTORICO (S/N)?'
               TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
      *
           IF WRK-AWAIT EQUAL 'S' OR EQUAL 's'
               MOVE 'S' TO WRK-HSA-INCLUI
           END-IF.
           INITIALIZE WRK-MSG.
       0348-PERGUNTA-ARQUIVADOS-END. EXIT.

       0349-HISTORICO-ARQUIVADO SECTION.
      *    EVENTOS DO FILME NO ARQUIVO DO ANO WRK-HSA-ANO(WRK-HSA-IX);
      *    O REGISTRO ARQUIVADO TEM O LEIAUTE DE REG-HIS E E MOSTRADO
      *    PELA MESMA LINHA DO HISTORICO VIVO.
           COPY 'CPVIDHAN'. *> NOME DO ARQUIVO DO ANO
      *
           OPEN INPUT HISTARQ.
      *
           IF FS-HISTARQ NOT EQUAL "00"
               GO TO 0349-HISTORICO-ARQUIVADO-END
           END-IF.
      *
           MOVE EMP-CODIGO TO HSA-CODIGO.
           START HISTARQ KEY IS EQUAL TO HSA-CODIGO
               INVALID KEY
                   MOVE '10' TO FS-HISTARQ
           END-START.
      *
           IF FS-HISTARQ EQUAL "00"
               READ HISTARQ NEXT RECORD
               PERFORM UNTIL FS-HISTARQ EQUAL "10"
                          OR HSA-CODIGO NOT EQUAL EMP-CODIGO
                          OR WRK-LST-CONTINUA EQUAL 'N'
                   MOVE REG-HSA TO REG-HIS
                   PERFORM 0351-LINHA-HISTORICO
                   READ HISTARQ NEXT RECORD
               END-PERFORM
           END-IF.
      *
           CLOSE HISTARQ.
       0349-HISTORICO-ARQUIVADO-END. EXIT.

       0351-LINHA-HISTORICO SECTION.
           MOVE HIS-TOM-CODIGO TO TOM-CODIGO.
           READ TOMADORES
               INVALID KEY
                   MOVE '** NAO CADASTRADO **' TO TOM-NOME
           END-READ.
           DISPLAY HIS-EXEMPLAR
               AT LINE WRK-LST-LINE COLUMN 02.
           DISPLAY HIS-TOM-CODIGO
               AT LINE WRK-LST-LINE COLUMN 05.
           DISPLAY TOM-NOME
               AT LINE WRK-LST-LINE COLUMN 13.
           DISPLAY HIS-DATA-EMPRESTIMO
               AT LINE WRK-LST-LINE COLUMN 44.
           DISPLAY HIS-DATA-PREVISTA
               AT LINE WRK-LST-LINE COLUMN 54.
           DISPLAY HIS-DATA-DEVOLUCAO
               AT LINE WRK-LST-LINE COLUMN 64.
           ADD 1 TO WRK-LST-LINE.
           ADD 1 TO WRK-LST-COUNT.
           ADD 1 TO WRK-HIS-LISTADOS.
      *
           IF WRK-LST-COUNT EQUAL 7
               PERFORM 0347-PAGINA-HISTORICO
           END-IF.
       0351-LINHA-HISTORICO-END. EXIT.

       0347-PAGINA-HISTORICO SECTION.
           INITIALIZE WRK-MSG.
           MOVE '31CONTINUAR LISTANDO (S/N)?' TO WRK-MSG.
      *    MNVIDPRG, QUE FECHA OS SEUS ANTES DE DESPACHAR).
           CLOSE MULTAS.
           CLOSE TOMADORES.
           CLOSE PARCELAS.
      *
           CALL 'MUVIDPRG'.
      *
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT PARCELAS.
      *
           IF FS-PARCELAS NOT EQUAL "00"
               MOVE '45ERRO AO REABRIR ARQUIVO DE PARCELAS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-PARCELAS TO WS-ABEND-CODE
               MOVE 'ERRO AO REABRIR ARQUIVO DE PARCELAS'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
       0345-CHAMA-MULTAS-END. EXIT.

       0350-GERA-AVISOS SECTION.
               MOVE EMP-CODIGO       TO RES-CODIGO
               MOVE WRK-DATA-SISTEMA TO RES-DATA
               MOVE 'A'              TO RES-SITUACAO
               MOVE REG-RES          TO WRK-JRN-DEPOIS
               WRITE REG-RES
               MOVE 'RESERVAS'  TO WRK-JRN-ARQUIVO
               MOVE 'I'         TO WRK-JRN-OPERACAO
               MOVE FS-RESERVAS TO WRK-JRN-STATUS
               PERFORM 0590-GRAVA-DIARIO
               MOVE RES-CODIGO  TO WRK-DML-CODIGO
               MOVE 'R'         TO WRK-DML-EVENTO
               PERFORM 0366-SOMA-PROCURA-LOCAL
      *
               INITIALIZE WRK-MSG
               STRING '23RESERVA REGISTRADA. POSICAO NA FILA: '
           END-IF.
       0365-GRAVAR-RESERVA-END. EXIT.

       0366-SOMA-PROCURA-LOCAL SECTION.
      *    PROCURA DO TITULO NO PREDIO DESTE BALCAO (DEMLOCAL.DAT),
      *    BASE DO BALANCEAMENTO DO ACERVO ENTRE LOCAIS (BAVIDPRG).
           MOVE WRK-DATA-SISTEMA(1:6)  TO WRK-DML-ANOMES.
           MOVE WRK-PAR-LOCAL-PADRAO   TO WRK-DML-LOCAL.
           COPY 'CPVIDDLP'. *> SOMA NA PROCURA POR LOCAL
       0366-SOMA-PROCURA-LOCAL-END. EXIT.

       0367-GET-NEXT-RESERVA SECTION.
      *    O NUMERO DA RESERVA E SEQUENCIAL E DEFINE A ORDEM DA FILA
      *    (MESMO CRITERIO DO CODIGO EM INVIDPRG). GUARDA O TOMADOR
       0370-RENOVAR-EMPRESTIMO SECTION.
      *    ESTENDE O PRAZO DE UM EMPRESTIMO ATIVO SEM A DEVOLUCAO DE
      *    FACHADA QUE POLUIA O HISTORICO: O PRAZO GANHA RENOVACAO-DIAS
      *    DIAS UTEIS, ATE O LIMITE DE RENOVACOES DA POLITICA DA
      *    CATEGORIA E MIDIA (0303; NA FALTA, MAX-RENOVACOES DE
      *    VIDPARAM.DAT).
      *    EMPRESTIMO VENCIDO NAO RENOVA (REGULARIZA PRIMEIRO) E
      *    RESERVA ATIVA DE OUTRO TOMADOR TAMBEM BLOQUEIA, PARA A FILA
      *    NAO ESPERAR PARA SEMPRE.
               INVALID KEY
                   MOVE '48EMPRESTIMO NAO ENCONTRADO.' TO WRK-MSG
               NOT INVALID KEY
                   PERFORM 0303-POLITICA-DO-EMPRESTIMO
                   PERFORM 0372-CRITICA-RENOVACAO
                   IF WRK-RENOVA-OK EQUAL 'S'
                       PERFORM 0374-EFETIVA-RENOVACAO
               GO TO 0372-CRITICA-RENOVACAO-END
           END-IF.
      *
           IF EMP-RENOVACOES NOT LESS THAN WRK-POL-MAX-RENOV
               MOVE 'N' TO WRK-RENOVA-OK
               MOVE '19LIMITE DE RENOVACOES JA ATINGIDO.' TO WRK-MSG
               GO TO 0372-CRITICA-RENOVACAO-END
           PERFORM 0386-SOMA-DIAS-UTEIS.
           MOVE WRK-DU-DATA TO WRK-NOVA-PREVISTA.
      *
           MOVE REG-EMP           TO WRK-JRN-ANTES.
           MOVE WRK-NOVA-PREVISTA TO EMP-DATA-PREVISTA.
           ADD 1 TO EMP-RENOVACOES.
           MOVE REG-EMP           TO WRK-JRN-DEPOIS.
           REWRITE REG-EMP.
           MOVE 'LOANS'  TO WRK-JRN-ARQUIVO.
           MOVE 'A'      TO WRK-JRN-OPERACAO.
           MOVE FS-LOANS TO WRK-JRN-STATUS.
           PERFORM 0590-GRAVA-DIARIO.
      *
           INITIALIZE WRK-MSG.
           STRING '22RENOVADO. NOVO PRAZO: ' DELIMITED BY SIZE
           ACCEPT SCREEN-CONFIRMATION-WAIT.
      *
           IF WRK-AWAIT EQUAL 'S' OR EQUAL 's'
               MOVE REG-EMP          TO WRK-JRN-ANTES
               MOVE WRK-DATA-SISTEMA TO EMP-DATA-DEVOLUCAO
               MOVE 'P' TO WRK-HIS-TIPO
               PERFORM 0325-ARQUIVA-HISTORICO
               PERFORM 0377-GRAVA-MULTA-REPOSICAO
               PERFORM 0378-BAIXA-EXEMPLAR
               DELETE LOANS
               MOVE 'LOANS'  TO WRK-JRN-ARQUIVO
               MOVE 'E'      TO WRK-JRN-OPERACAO
               MOVE FS-LOANS TO WRK-JRN-STATUS
               PERFORM 0590-GRAVA-DIARIO
               PERFORM 0379-GRAVA-LOG-PERDA
      *
               INITIALIZE WRK-MSG
           MOVE SPACES             TO MUL-ISEN-OPERADOR.
           MOVE SPACES             TO MUL-ISEN-SUPERVISOR.
           MOVE ZEROES             TO MUL-ISEN-DATA.
           MOVE REG-MUL            TO WRK-JRN-DEPOIS.
           WRITE REG-MUL.
           MOVE 'MULTAS'  TO WRK-JRN-ARQUIVO.
           MOVE 'I'       TO WRK-JRN-OPERACAO.
           MOVE FS-MULTAS TO WRK-JRN-STATUS.
           PERFORM 0590-GRAVA-DIARIO.
      *
           MOVE MUL-VALOR TO WRK-MULTA-VALOR-EDIT.
       0377-GRAVA-MULTA-REPOSICAO-END. EXIT.
                   MOVE 'B'              TO EXE-SITUACAO
                   MOVE 'P'              TO EXE-BAIXA-MOTIVO
                   MOVE WRK-DATA-SISTEMA TO EXE-BAIXA-DATA
                   MOVE SPACES           TO EXE-POSICAO
                   WRITE REG-EXE
               NOT INVALID KEY
                   MOVE 'B'              TO EXE-SITUACAO
       0399-CHAMA-CONSULTA-LOCAL-END. EXIT.

       0397-CHAMA-EQUIPAMENTOS SECTION.
      *    EQVIDPRG ABRE TOMADORES, EQUIPAM, EQEMP E EQPLANO POR
      *    CONTA PROPRIA; OS ARQUIVOS SAO LIBERADOS AQUI ANTES DO CALL
      *    E REABERTOS NA VOLTA (MESMO CUIDADO DE 0345 AO CHAMAR
      *    MUVIDPRG).
           CLOSE TOMADORES.
           CLOSE EQUIPAM.
           CLOSE EQEMP.
           CLOSE EQPLANO.
      *
           CALL 'EQVIDPRG'.
      *
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT EQPLANO.
      *
           IF FS-EQPLANO NOT EQUAL "00"
               MOVE '40ERRO AO REABRIR PLANOS DE MANUTENCAO.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-EQPLANO TO WS-ABEND-CODE
               MOVE 'ERRO AO REABRIR PLANOS DE MANUTENCAO'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
       0397-CHAMA-EQUIPAMENTOS-END. EXIT.

       0389-GRAVA-LOG-SERIE SECTION.
           MOVE 'SERIE-PARC' TO WRK-LOG-ACAO.
           COPY 'CPVIDLGP'. *> GRAVA LINHA NO LOG DE AUDITORIA
       0389-GRAVA-LOG-SERIE-END. EXIT.

       0390-SOLICITA-OVERRIDE SECTION.
      *    COLHE A CREDENCIAL DO SUPERVISOR (PERFIL 'C' ATIVO DO
      *    CADASTRO DE OPERADORES) E O MOTIVO CODIFICADO; A EXCECAO
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           CLOSE PARCELAS.
           CLOSE MULTAS.
      *
           IF FS-MULTAS NOT EQUAL "00"
           CLOSE FERIADOS.
      *
           CLOSE LOANHIST.
      *
           CLOSE CIRCEST.
      *
           CLOSE AGENDA.
      *
           CLOSE EQUIPAM.
      *
           CLOSE EQEMP.
      *
           CLOSE EQPLANO.
      *
           CLOSE EXCECOES.
      *
           CLOSE OPERADOR.
      *
           CLOSE POLITICA.
      *
           CLOSE SERIES.
      *
           CLOSE COMPONEN.
      *
           CLOSE MIDIADIG.
      *
           CLOSE ACESSDIG.
      *
           CLOSE DEMDIG.
      *
           CLOSE SUGESTAO.
      *
           CLOSE RESERVAS.
      *
           END-IF.
       0500-CLOSE-DATA-END. EXIT.

       0590-GRAVA-DIARIO SECTION.
           MOVE 'EMVIDPRG' TO WRK-JRN-PROGRAMA.
           COPY 'CPVIDJNP'. *> GRAVA ENTRADA NO DIARIO DE RECUPERACAO
       0590-GRAVA-DIARIO-END. EXIT.

       0600-ROT-ABEND SECTION.
           MOVE 'EMVIDPRG' TO WS-ABEND-PROGRAM.
           COPY 'CPVIDRAB'. *> ABEND ROUTINE.
