           COPY 'SCVIDMSG'. *> MESSAGES
      *
       01 SCREEN-PARAM-MENU.
           05 LINE 20 COLUMN 02 VALUE
               "ESCOLHA (1-23, 99=HISTORICO, 0=VOLTAR): ".
           05 COLUMN PLUS 01    PIC 9(02) USING WRK-PM-ESCOLHA.
      *
       01 SCREEN-PARAM-NOVO.
           05 LINE 21 COLUMN 02 VALUE "NOVO VALOR......: ".
           05 COLUMN PLUS 01    PIC X(10) USING WRK-PM-NOVO-TXT.
      *
       01 SCREEN-PARAM-ROTULO.
      *
           EVALUATE WRK-PM-ESCOLHA
               WHEN 0  CONTINUE
               WHEN 99 PERFORM 0360-VE-HISTORICO
               WHEN 1 THRU 23
                   PERFORM 0320-ALTERA-PARAMETRO
               WHEN OTHER
                   INITIALIZE WRK-MSG
           DISPLAY '11 AVISO-NIVEL3-DIAS.:' AT LINE 17 COLUMN 02.
           DISPLAY WRK-PM-VALOR-ED         AT LINE 17 COLUMN 25.
           DISPLAY '(PADRAO 20, > NIVEL2)'  AT LINE 17 COLUMN 32.
      *
           MOVE WRK-PAR-QUIOSQUE-SEG TO WRK-PM-VALOR-ED.
           DISPLAY '12 QUIOSQUE-SEGUNDOS.:' AT LINE 18 COLUMN 02.
           DISPLAY WRK-PM-VALOR-ED         AT LINE 18 COLUMN 25.
           DISPLAY '(PADRAO 120, 30-900)'   AT LINE 18 COLUMN 32.
      *
           MOVE WRK-PAR-TAXA-CARTEIRA TO WRK-PM-VALOR-ED.
           DISPLAY '13 TAXA-CARTEIRINHA..:' AT LINE 19 COLUMN 02.
           DISPLAY WRK-PM-VALOR-ED         AT LINE 19 COLUMN 25.
           DISPLAY '(PADRAO 500, 0-99999)'  AT LINE 19 COLUMN 32.
      *
      *    SEGUNDA COLUNA: SEM ESPACO PARA O PADRAO E A FAIXA, QUE
      *    APARECEM NA MENSAGEM DA CRITICA.
           MOVE WRK-PAR-ANONIMIZA-ANOS TO WRK-PM-VALOR-ED.
           DISPLAY '14 ANONIMIZA-ANOS:'     AT LINE 07 COLUMN 56.
           DISPLAY WRK-PM-VALOR-ED         AT LINE 07 COLUMN 75.
      *
           MOVE WRK-PAR-PRAZO-DIAS TO WRK-PM-VALOR-ED.
           DISPLAY '15 PRAZO-DIAS....:'     AT LINE 08 COLUMN 56.
           DISPLAY WRK-PM-VALOR-ED         AT LINE 08 COLUMN 75.
      *
           MOVE WRK-PAR-VIDA-VHS TO WRK-PM-VALOR-ED.
           DISPLAY '16 VIDA-VHS......:'     AT LINE 09 COLUMN 56.
           DISPLAY WRK-PM-VALOR-ED         AT LINE 09 COLUMN 75.
      *
           MOVE WRK-PAR-VIDA-DVD TO WRK-PM-VALOR-ED.
           DISPLAY '17 VIDA-DVD......:'     AT LINE 10 COLUMN 56.
           DISPLAY WRK-PM-VALOR-ED         AT LINE 10 COLUMN 75.
      *
           MOVE WRK-PAR-VIDA-BLURAY TO WRK-PM-VALOR-ED.
           DISPLAY '18 VIDA-BLURAY...:'     AT LINE 11 COLUMN 56.
           DISPLAY WRK-PM-VALOR-ED         AT LINE 11 COLUMN 75.
      *
           MOVE WRK-PAR-VIDA-OUTRAS TO WRK-PM-VALOR-ED.
           DISPLAY '19 VIDA-OUTRAS...:'     AT LINE 12 COLUMN 56.
           DISPLAY WRK-PM-VALOR-ED         AT LINE 12 COLUMN 75.
      *
           MOVE WRK-PAR-HISTORICO-ANOS TO WRK-PM-VALOR-ED.
           DISPLAY '20 HISTORICO-ANOS:'     AT LINE 13 COLUMN 56.
           DISPLAY WRK-PM-VALOR-ED         AT LINE 13 COLUMN 75.
      *
           MOVE WRK-PAR-CURRIC-TITULOS TO WRK-PM-VALOR-ED.
           DISPLAY '21 CURRIC-TITULOS:'     AT LINE 14 COLUMN 56.
           DISPLAY WRK-PM-VALOR-ED         AT LINE 14 COLUMN 75.
      *
           MOVE WRK-PAR-CURRIC-USOS TO WRK-PM-VALOR-ED.
           DISPLAY '22 CURRIC-USOS...:'     AT LINE 15 COLUMN 56.
           DISPLAY WRK-PM-VALOR-ED         AT LINE 15 COLUMN 75.
      *
           MOVE WRK-PAR-MANUT-AVISO TO WRK-PM-VALOR-ED.
           DISPLAY '23 MANUT-AVISO(%):'     AT LINE 16 COLUMN 56.
           DISPLAY WRK-PM-VALOR-ED         AT LINE 16 COLUMN 75.
       0310-MOSTRA-PAINEL-END. EXIT.

       0320-ALTERA-PARAMETRO SECTION.
                           TO WRK-PM-ANTIGO-TXT
                       MOVE WRK-PM-NOVO TO WRK-PAR-AVISO-NIVEL3
                   END-IF
               WHEN 12
                   IF WRK-PM-NOVO LESS THAN 30
                   OR WRK-PM-NOVO GREATER THAN 900
                       MOVE 'N' TO WRK-PM-OK
                       MOVE '23FAIXA ACEITA: 30 A 900.' TO WRK-MSG
                   ELSE
                       MOVE 'QUIOSQUE-SEGUNDOS' TO WRK-PM-ROTULO
                       MOVE WRK-PAR-QUIOSQUE-SEG
                           TO WRK-PM-ANTIGO-TXT
                       MOVE WRK-PM-NOVO TO WRK-PAR-QUIOSQUE-SEG
                   END-IF
               WHEN 13
      *            ZERO E ACEITO: A SEGUNDA VIA SAI SEM COBRANCA.
                   IF WRK-PM-NOVO GREATER THAN 99999
                       MOVE 'N' TO WRK-PM-OK
                       MOVE '13FAIXA ACEITA: 0 A 99999 CENTAVOS.'
                           TO WRK-MSG
                   ELSE
                       MOVE 'TAXA-CARTEIRINHA' TO WRK-PM-ROTULO
                       MOVE WRK-PAR-TAXA-CARTEIRA
                           TO WRK-PM-ANTIGO-TXT
                       MOVE WRK-PM-NOVO TO WRK-PAR-TAXA-CARTEIRA
                   END-IF
               WHEN 14
                   IF WRK-PM-NOVO LESS THAN 1
                   OR WRK-PM-NOVO GREATER THAN 50
                       MOVE 'N' TO WRK-PM-OK
                       MOVE '16FAIXA ACEITA: 1 A 50 ANOS (PADRAO 5).'
                           TO WRK-MSG
                   ELSE
                       MOVE 'ANONIMIZA-ANOS' TO WRK-PM-ROTULO
                       MOVE WRK-PAR-ANONIMIZA-ANOS
                           TO WRK-PM-ANTIGO-TXT
                       MOVE WRK-PM-NOVO TO WRK-PAR-ANONIMIZA-ANOS
                   END-IF
               WHEN 15
                   IF WRK-PM-NOVO LESS THAN 1
                   OR WRK-PM-NOVO GREATER THAN 365
                       MOVE 'N' TO WRK-PM-OK
                       MOVE '14FAIXA ACEITA: 1 A 365 DIAS (PADRAO 7).'
                           TO WRK-MSG
                   ELSE
                       MOVE 'PRAZO-DIAS' TO WRK-PM-ROTULO
                       MOVE WRK-PAR-PRAZO-DIAS
                           TO WRK-PM-ANTIGO-TXT
                       MOVE WRK-PM-NOVO TO WRK-PAR-PRAZO-DIAS
                   END-IF
               WHEN 16
                   IF WRK-PM-NOVO LESS THAN 1
                   OR WRK-PM-NOVO GREATER THAN 9999
                       MOVE 'N' TO WRK-PM-OK
                       MOVE '14FAIXA: 1 A 9999 EMPRESTIMOS (PADRAO 60)'
                           TO WRK-MSG
                   ELSE
                       MOVE 'VIDA-VHS' TO WRK-PM-ROTULO
                       MOVE WRK-PAR-VIDA-VHS
                           TO WRK-PM-ANTIGO-TXT
                       MOVE WRK-PM-NOVO TO WRK-PAR-VIDA-VHS
                   END-IF
               WHEN 17
                   IF WRK-PM-NOVO LESS THAN 1
                   OR WRK-PM-NOVO GREATER THAN 9999
                       MOVE 'N' TO WRK-PM-OK
                       MOVE '14FAIXA: 1 A 9999 EMPRESTIMOS (PADRAO 150)'
                           TO WRK-MSG
                   ELSE
                       MOVE 'VIDA-DVD' TO WRK-PM-ROTULO
                       MOVE WRK-PAR-VIDA-DVD
                           TO WRK-PM-ANTIGO-TXT
                       MOVE WRK-PM-NOVO TO WRK-PAR-VIDA-DVD
                   END-IF
               WHEN 18
                   IF WRK-PM-NOVO LESS THAN 1
                   OR WRK-PM-NOVO GREATER THAN 9999
                       MOVE 'N' TO WRK-PM-OK
                       MOVE '14FAIXA: 1 A 9999 EMPRESTIMOS (PADRAO 200)'
                           TO WRK-MSG
                   ELSE
                       MOVE 'VIDA-BLURAY' TO WRK-PM-ROTULO
                       MOVE WRK-PAR-VIDA-BLURAY
                           TO WRK-PM-ANTIGO-TXT
                       MOVE WRK-PM-NOVO TO WRK-PAR-VIDA-BLURAY
                   END-IF
               WHEN 19
                   IF WRK-PM-NOVO LESS THAN 1
                   OR WRK-PM-NOVO GREATER THAN 9999
                       MOVE 'N' TO WRK-PM-OK
                       MOVE '14FAIXA: 1 A 9999 EMPRESTIMOS (PADRAO 150)'
                           TO WRK-MSG
                   ELSE
                       MOVE 'VIDA-OUTRAS' TO WRK-PM-ROTULO
                       MOVE WRK-PAR-VIDA-OUTRAS
                           TO WRK-PM-ANTIGO-TXT
                       MOVE WRK-PM-NOVO TO WRK-PAR-VIDA-OUTRAS
                   END-IF
               WHEN 20
                   IF WRK-PM-NOVO LESS THAN 1
                   OR WRK-PM-NOVO GREATER THAN 30
                       MOVE 'N' TO WRK-PM-OK
                       MOVE '15FAIXA ACEITA: 1 A 30 ANOS (PADRAO 3).'
                           TO WRK-MSG
                   ELSE
                       MOVE 'HISTORICO-ANOS' TO WRK-PM-ROTULO
                       MOVE WRK-PAR-HISTORICO-ANOS
                           TO WRK-PM-ANTIGO-TXT
                       MOVE WRK-PM-NOVO TO WRK-PAR-HISTORICO-ANOS
                   END-IF
               WHEN 21
                   IF WRK-PM-NOVO LESS THAN 1
                   OR WRK-PM-NOVO GREATER THAN 99
                       MOVE 'N' TO WRK-PM-OK
                       MOVE '15FAIXA ACEITA: 1 A 99 TITULOS (PADRAO 3).'
                           TO WRK-MSG
                   ELSE
                       MOVE 'CURRICULO-TITULOS' TO WRK-PM-ROTULO
                       MOVE WRK-PAR-CURRIC-TITULOS
                           TO WRK-PM-ANTIGO-TXT
                       MOVE WRK-PM-NOVO TO WRK-PAR-CURRIC-TITULOS
                   END-IF
               WHEN 22
                   IF WRK-PM-NOVO LESS THAN 1
                   OR WRK-PM-NOVO GREATER THAN 999
                       MOVE 'N' TO WRK-PM-OK
                       MOVE '15FAIXA ACEITA: 1 A 999 USOS (PADRAO 1).'
                           TO WRK-MSG
                   ELSE
                       MOVE 'CURRICULO-USOS' TO WRK-PM-ROTULO
                       MOVE WRK-PAR-CURRIC-USOS
                           TO WRK-PM-ANTIGO-TXT
                       MOVE WRK-PM-NOVO TO WRK-PAR-CURRIC-USOS
                   END-IF
               WHEN 23
                   IF WRK-PM-NOVO LESS THAN 50
                   OR WRK-PM-NOVO GREATER THAN 99
                       MOVE 'N' TO WRK-PM-OK
                       MOVE '15FAIXA ACEITA: 50 A 99 POR CENTO.'
                           TO WRK-MSG
                   ELSE
                       MOVE 'MANUT-AVISO' TO WRK-PM-ROTULO
                       MOVE WRK-PAR-MANUT-AVISO
                           TO WRK-PM-ANTIGO-TXT
                       MOVE WRK-PM-NOVO TO WRK-PAR-MANUT-AVISO
                   END-IF
           END-EVALUATE.
       0330-VALIDA-E-APLICA-END. EXIT.

                  WRK-PAR-AVISO-NIVEL3 DELIMITED BY SIZE
             INTO FIL-PAR.
           WRITE FIL-PAR.
      *
           MOVE SPACES TO FIL-PAR.
           STRING 'QUIOSQUE-SEGUNDOS;' DELIMITED BY SIZE
                  WRK-PAR-QUIOSQUE-SEG DELIMITED BY SIZE
             INTO FIL-PAR.
           WRITE FIL-PAR.
      *
           MOVE SPACES TO FIL-PAR.
           STRING 'TAXA-CARTEIRINHA;' DELIMITED BY SIZE
                  WRK-PAR-TAXA-CARTEIRA DELIMITED BY SIZE
             INTO FIL-PAR.
           WRITE FIL-PAR.
      *
           MOVE SPACES TO FIL-PAR.
           STRING 'ANONIMIZA-ANOS;'   DELIMITED BY SIZE
                  WRK-PAR-ANONIMIZA-ANOS DELIMITED BY SIZE
             INTO FIL-PAR.
           WRITE FIL-PAR.
      *
           MOVE SPACES TO FIL-PAR.
           STRING 'PRAZO-DIAS;'       DELIMITED BY SIZE
                  WRK-PAR-PRAZO-DIAS DELIMITED BY SIZE
             INTO FIL-PAR.
           WRITE FIL-PAR.
      *
           MOVE SPACES TO FIL-PAR.
           STRING 'VIDA-VHS;'        DELIMITED BY SIZE
                  WRK-PAR-VIDA-VHS DELIMITED BY SIZE
             INTO FIL-PAR.
           WRITE FIL-PAR.
      *
           MOVE SPACES TO FIL-PAR.
           STRING 'VIDA-DVD;'        DELIMITED BY SIZE
                  WRK-PAR-VIDA-DVD DELIMITED BY SIZE
             INTO FIL-PAR.
           WRITE FIL-PAR.
      *
           MOVE SPACES TO FIL-PAR.
           STRING 'VIDA-BLURAY;'     DELIMITED BY SIZE
                  WRK-PAR-VIDA-BLURAY DELIMITED BY SIZE
             INTO FIL-PAR.
           WRITE FIL-PAR.
      *
           MOVE SPACES TO FIL-PAR.
           STRING 'VIDA-OUTRAS;'     DELIMITED BY SIZE
                  WRK-PAR-VIDA-OUTRAS DELIMITED BY SIZE
             INTO FIL-PAR.
           WRITE FIL-PAR.
      *
           MOVE SPACES TO FIL-PAR.
           STRING 'HISTORICO-ANOS;'  DELIMITED BY SIZE
                  WRK-PAR-HISTORICO-ANOS DELIMITED BY SIZE
             INTO FIL-PAR.
           WRITE FIL-PAR.
      *
           MOVE SPACES TO FIL-PAR.
           STRING 'CURRICULO-TITULOS;' DELIMITED BY SIZE
                  WRK-PAR-CURRIC-TITULOS DELIMITED BY SIZE
             INTO FIL-PAR.
           WRITE FIL-PAR.
      *
           MOVE SPACES TO FIL-PAR.
           STRING 'CURRICULO-USOS;'  DELIMITED BY SIZE
                  WRK-PAR-CURRIC-USOS DELIMITED BY SIZE
             INTO FIL-PAR.
           WRITE FIL-PAR.
      *
           MOVE SPACES TO FIL-PAR.
           STRING 'MANUT-AVISO;'     DELIMITED BY SIZE
                  WRK-PAR-MANUT-AVISO DELIMITED BY SIZE
             INTO FIL-PAR.
           WRITE FIL-PAR.
      *
           CLOSE VIDPARAM.
       0340-REGRAVA-ARQUIVO-END. EXIT.
