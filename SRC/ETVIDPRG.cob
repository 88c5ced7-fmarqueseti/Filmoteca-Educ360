           COPY 'CPVIDFCV'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDPFC'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDHFC'. *> LOAN HISTORY
           COPY 'CPVIDHAF'. *> LOAN HISTORY - ARCHIVED YEAR
           COPY 'CPVIDHXF'. *> LOAN HISTORY - ARCHIVED YEARS INDEX
           COPY 'CPVIDTFC'. *> TOMADORES DAT WORKBOOK
           COPY 'CPVIDMFC'. *> MULTAS DAT WORKBOOK
           COPY 'CPVIDRFC'. *> RESERVAS DAT WORKBOOK
           COPY 'CPVIDPLF'. *> PARCELAS (INSTALLMENT PLANS)
      *
           SELECT EXTRATO
              ASSIGN       TO WRK-SPL-NOME
       FD LOANHIST.
           COPY 'CPVIDHDT'.

       FD HISTARQ.
           COPY 'CPVIDHAD'.

       FD HISTANOS.
           COPY 'CPVIDHXD'.

       FD TOMADORES.
           COPY 'CPVIDTDT'.

       FD RESERVAS.
           COPY 'CPVIDRDT'.

       FD PARCELAS.
           COPY 'CPVIDPLD'.

       FD EXTRATO.
           01 FIL-EXT          PIC X(132).

           COPY 'CPVIDFCW'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDPNW'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDHNW'. *> LOAN HISTORY
           COPY 'CPVIDHAW'. *> LOAN HISTORY - ARCHIVED YEAR
           COPY 'CPVIDHXW'. *> LOAN HISTORY - ARCHIVED YEARS INDEX
           COPY 'CPVIDTNW'. *> TOMADORES DAT WORKBOOK
           COPY 'CPVIDMNW'. *> MULTAS DAT WORKBOOK
           COPY 'CPVIDRNW'. *> RESERVAS DAT WORKBOOK
           COPY 'CPVIDPLW'. *> PARCELAS (INSTALLMENT PLANS)
           COPY 'CPVIDSPW'. *> REPORT SPOOL REGISTRY
           COPY 'CPVIDABE'. *> ABEND
           COPY 'CPVIDALW'. *> ABEND LOG
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
           OPEN INPUT LOANHIST.
      *
               INVALID KEY
                   MOVE '26TOMADOR NAO CADASTRADO.' TO WRK-MSG
               NOT INVALID KEY
                   PERFORM 0315-PERGUNTA-ARQUIVADOS
                   PERFORM 0330-CONSOLIDA-TOTAIS
                   DISPLAY SCREEN-EXTRATO-PAINEL
                   MOVE '30FIM DA CONSULTA.' TO WRK-MSG
           ACCEPT SCREEN-WAIT.
       0310-CONSULTA-TELA-END. EXIT.

       0315-PERGUNTA-ARQUIVADOS SECTION.
      *    OS EMPRESTIMOS DE ANOS LETIVOS ANTIGOS FICAM EM
      *    LOANHIST-AAAA.DAT (HAVIDPRG); SO PERGUNTA QUANDO HA ANO
      *    ARQUIVADO EM LOANHIST-ANOS.DAT.
           MOVE 'N' TO WRK-HSA-INCLUI.
           COPY 'CPVIDHAP'. *> CARREGA OS ANOS JA ARQUIVADOS
      *
           IF WRK-HSA-QTD EQUAL ZEROES
               GO TO 0315-PERGUNTA-ARQUIVADOS-END
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
       0315-PERGUNTA-ARQUIVADOS-END. EXIT.

       0330-CONSOLIDA-TOTAIS SECTION.
           MOVE WRK-DATA-SISTEMA TO WRK-HOJE.
           INITIALIZE WRK-ET-TOTAIS.
                       ADD 1         TO WRK-ET-MUL-PAGAS
                       ADD MUL-VALOR TO WRK-ET-VAL-PAGO
                   END-IF
      *            PARCELADA E DIVIDA PELO SALDO DAS PARCELAS ABERTAS.
                   IF MUL-SITUACAO EQUAL 'N'
                       ADD 1         TO WRK-ET-MUL-ABERTAS
                       PERFORM 0335-SOMA-PARCELAS
                   END-IF
               END-IF
               READ MULTAS NEXT RECORD
           END-PERFORM.
       0334-CONTA-MULTAS-END. EXIT.

       0335-SOMA-PARCELAS SECTION.
           MOVE MUL-NUMERO TO PCL-MULTA.
           MOVE ZEROES     TO PCL-NUMERO.
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
                      OR PCL-MULTA NOT EQUAL MUL-NUMERO
               IF PCL-SITUACAO EQUAL 'A'
                   ADD PCL-VALOR TO WRK-ET-VAL-ABERTO
               ELSE
                   ADD PCL-VALOR TO WRK-ET-VAL-PAGO
               END-IF
               READ PARCELAS NEXT RECORD
           END-PERFORM.
       0335-SOMA-PARCELAS-END. EXIT.

       0336-CONTA-RESERVAS SECTION.
           MOVE ZEROES TO RES-NUMERO.
           START RESERVAS KEY IS NOT LESS THAN RES-NUMERO
               ADD 1 TO WRK-ET-HISTORICO
               READ LOANHIST NEXT RECORD
           END-PERFORM.
      *
           IF WRK-HSA-INCLUI EQUAL 'S'
               PERFORM VARYING WRK-HSA-IX FROM 1 BY 1
                         UNTIL WRK-HSA-IX GREATER WRK-HSA-QTD
                   PERFORM 0339-CONTA-ARQUIVADO
               END-PERFORM
           END-IF.
       0338-CONTA-HISTORICO-END. EXIT.

       0339-CONTA-ARQUIVADO SECTION.
      *    MESMA CONTAGEM NO ARQUIVO DO ANO WRK-HSA-ANO(WRK-HSA-IX).
           COPY 'CPVIDHAN'. *> NOME DO ARQUIVO DO ANO
      *
           OPEN INPUT HISTARQ.
      *
           IF FS-HISTARQ NOT EQUAL "00"
               GO TO 0339-CONTA-ARQUIVADO-END
           END-IF.
      *
           MOVE WRK-ET-TOM TO HSA-TOM-CODIGO.
           START HISTARQ KEY IS EQUAL TO HSA-TOM-CODIGO
               INVALID KEY
                   MOVE '10' TO FS-HISTARQ
           END-START.
      *
           IF FS-HISTARQ EQUAL "00"
               READ HISTARQ NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-HISTARQ EQUAL "10"
                      OR HSA-TOM-CODIGO NOT EQUAL WRK-ET-TOM
               ADD 1 TO WRK-ET-HISTORICO
               READ HISTARQ NEXT RECORD
           END-PERFORM.
      *
           CLOSE HISTARQ.
       0339-CONTA-ARQUIVADO-END. EXIT.

       0320-IMPRIME-EXTRATO SECTION.
      *    EXTRATO COMPLETO EM ARQUIVO DE IMPRESSAO DATADO POR
      *    TOMADOR, REGISTRADO NO SPOOL VIDRELS.DAT (MESMO CRITERIO
               INVALID KEY
                   MOVE '26TOMADOR NAO CADASTRADO.' TO WRK-MSG
               NOT INVALID KEY
                   PERFORM 0315-PERGUNTA-ARQUIVADOS
                   PERFORM 0340-GERA-EXTRATO
           END-READ.
      *
               TO FIL-EXT.
           WRITE FIL-EXT.
      *
      *    OS ANOS ARQUIVADOS, QUANDO PEDIDOS, SAEM PRIMEIRO PARA O
      *    EXTRATO FICAR EM ORDEM CRONOLOGICA.
           IF WRK-HSA-INCLUI EQUAL 'S'
               PERFORM VARYING WRK-HSA-IX FROM 1 BY 1
                         UNTIL WRK-HSA-IX GREATER WRK-HSA-QTD
                   PERFORM 0352-EXTRATO-ARQUIVADO
               END-PERFORM
           END-IF.
      *
      *    O EXTRATO LE PELA CHAVE ALTERNADA POR TOMADOR.
           MOVE WRK-ET-TOM TO HIS-TOM-CODIGO.
           START LOANHIST KEY IS EQUAL TO HIS-TOM-CODIGO
      *
           PERFORM UNTIL FS-LOANHIST EQUAL "10"
                      OR HIS-TOM-CODIGO NOT EQUAL WRK-ET-TOM
               PERFORM 0351-LINHA-HISTORICO
               READ LOANHIST NEXT RECORD
           END-PERFORM.
       0350-EXTRATO-HISTORICO-END. EXIT.

       0351-LINHA-HISTORICO SECTION.
           MOVE SPACES TO FIL-EXT.
           STRING HIS-CODIGO           DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  HIS-EXEMPLAR         DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  HIS-DATA-EMPRESTIMO  DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  HIS-DATA-PREVISTA    DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  HIS-DATA-DEVOLUCAO   DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  HIS-TIPO             DELIMITED BY SIZE
             INTO FIL-EXT.
           WRITE FIL-EXT.
       0351-LINHA-HISTORICO-END. EXIT.

       0352-EXTRATO-ARQUIVADO SECTION.
      *    O REGISTRO ARQUIVADO TEM O LEIAUTE DE REG-HIS E SAI PELA
      *    MESMA LINHA DO HISTORICO VIVO.
           COPY 'CPVIDHAN'. *> NOME DO ARQUIVO DO ANO
      *
           OPEN INPUT HISTARQ.
      *
           IF FS-HISTARQ NOT EQUAL "00"
               GO TO 0352-EXTRATO-ARQUIVADO-END
           END-IF.
      *
           MOVE WRK-ET-TOM TO HSA-TOM-CODIGO.
           START HISTARQ KEY IS EQUAL TO HSA-TOM-CODIGO
               INVALID KEY
                   MOVE '10' TO FS-HISTARQ
           END-START.
      *
           IF FS-HISTARQ EQUAL "00"
               READ HISTARQ NEXT RECORD
           END-IF.
      *
           PERFORM UNTIL FS-HISTARQ EQUAL "10"
                      OR HSA-TOM-CODIGO NOT EQUAL WRK-ET-TOM
               MOVE REG-HSA TO REG-HIS
               PERFORM 0351-LINHA-HISTORICO
               READ HISTARQ NEXT RECORD
           END-PERFORM.
      *
           CLOSE HISTARQ.
       0352-EXTRATO-ARQUIVADO-END. EXIT.

       0360-REGISTRA-SPOOL SECTION.
           MOVE 'ETVIDPRG' TO WRK-SPL-PROGRAMA.
           COPY 'CPVIDSPP'. *> REGISTRA O RELATORIO NO SPOOL
           CLOSE TOMADORES.
           CLOSE MULTAS.
           CLOSE RESERVAS.
           CLOSE PARCELAS.
      *
           IF FS-RESERVAS NOT EQUAL "00"
               MOVE '45ERRO AO FECHAR ARQUIVO DE RESERVAS.'
