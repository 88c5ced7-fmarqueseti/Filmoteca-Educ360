      **
      * COPY BOOK PROCEDURE - APURA EM WRK-MN-SITUACAO A SITUACAO DE
      * MANUTENCAO DO BEM EM REG-EQP PELO PLANO DO TIPO (EQPLANO,
      * ABERTO) E PELO CICLO EM EQUSO (ABERTO PELO CHAMADOR). PELO
      * USO, VENCE AO CHEGAR EM EPL-DIAS-USO DIAS DE EMPRESTIMO; PELO
      * TEMPO, EPL-MESES DEPOIS DO INICIO DO CICLO (DIA AJUSTADO PARA
      * O FIM DO MES QUANDO NAO EXISTE). O QUE VENCER PRIMEIRO VALE;
      * PROXIMA E PASSAR DO PERCENTUAL MANUT-AVISO DE QUALQUER UM DOS
      * INTERVALOS. SEM PLANO OU SEM USO REGISTRADO FICA EM BRANCO.
      **
           MOVE SPACES TO WRK-MN-SITUACAO.
           MOVE ZEROES TO WRK-MN-VENCE.
           MOVE 'N'    TO WRK-MN-TEM-PLANO.
           MOVE 'N'    TO WRK-MN-TEM-USO.
           INITIALIZE REG-EQU.
      *
           MOVE EQP-TIPO TO EPL-TIPO.
           READ EQPLANO
               INVALID KEY
                   INITIALIZE REG-EPL
               NOT INVALID KEY
                   MOVE 'S' TO WRK-MN-TEM-PLANO
           END-READ.
      *
           IF WRK-MN-TEM-PLANO EQUAL 'S'
               MOVE EQP-NUMERO TO EQU-NUMERO
               READ EQUSO
                   INVALID KEY
                       INITIALIZE REG-EQU
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-MN-TEM-USO
               END-READ
           END-IF.
      *
           IF WRK-MN-TEM-USO EQUAL 'S'
          AND EPL-DIAS-USO GREATER THAN ZEROES
               IF EQU-DIAS-CICLO NOT LESS THAN EPL-DIAS-USO
                   MOVE 'V' TO WRK-MN-SITUACAO
               ELSE
                   IF EQU-DIAS-CICLO * 100 NOT LESS THAN
                      EPL-DIAS-USO * WRK-PAR-MANUT-AVISO
                       MOVE 'P' TO WRK-MN-SITUACAO
                   END-IF
               END-IF
           END-IF.
      *
           IF WRK-MN-TEM-USO EQUAL 'S'
          AND EPL-MESES GREATER THAN ZEROES
          AND FUNCTION TEST-DATE-YYYYMMDD(EQU-INICIO-CICLO)
              EQUAL ZEROES
               MOVE EQU-INICIO-CICLO TO WRK-MN-INICIO
               COMPUTE WRK-MN-MESES-TOT = WRK-MN-INI-AAAA * 12
                                        + WRK-MN-INI-MM - 1 + EPL-MESES
               DIVIDE WRK-MN-MESES-TOT BY 12 GIVING WRK-MN-VEN-AAAA
                   REMAINDER WRK-MN-RESTO
               COMPUTE WRK-MN-VEN-MM = WRK-MN-RESTO + 1
               MOVE WRK-MN-INI-DD TO WRK-MN-VEN-DD
               PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WRK-MN-VENCE)
                             EQUAL ZEROES
                   SUBTRACT 1 FROM WRK-MN-VEN-DD
               END-PERFORM
      *
               IF WRK-HOJE NOT LESS THAN WRK-MN-VENCE
                   MOVE 'V' TO WRK-MN-SITUACAO
               ELSE
                   IF WRK-MN-SITUACAO EQUAL SPACES
                  AND WRK-HOJE GREATER THAN WRK-MN-INICIO
                       COMPUTE WRK-MN-PRAZO =
                           FUNCTION INTEGER-OF-DATE(WRK-MN-VENCE)
                         - FUNCTION INTEGER-OF-DATE(WRK-MN-INICIO)
                       COMPUTE WRK-MN-PASSADOS =
                           FUNCTION INTEGER-OF-DATE(WRK-HOJE)
                         - FUNCTION INTEGER-OF-DATE(WRK-MN-INICIO)
                       IF WRK-MN-PASSADOS * 100 NOT LESS THAN
                          WRK-MN-PRAZO * WRK-PAR-MANUT-AVISO
                           MOVE 'P' TO WRK-MN-SITUACAO
                       END-IF
                   END-IF
               END-IF
           END-IF.
