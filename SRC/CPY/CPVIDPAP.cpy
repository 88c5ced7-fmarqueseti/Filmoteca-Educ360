                               MOVE WRK-PAR-VALOR
                                   TO WRK-PAR-VALOR-REPOSICAO
                           END-IF
                       WHEN 'QUIOSQUE-SEGUNDOS'
                           IF WRK-PAR-VALOR-OK EQUAL 'S'
                               MOVE WRK-PAR-VALOR
                                   TO WRK-PAR-QUIOSQUE-SEG
                           END-IF
                       WHEN 'TAXA-CARTEIRINHA'
                           IF WRK-PAR-VALOR-OK EQUAL 'S'
                               MOVE WRK-PAR-VALOR
                                   TO WRK-PAR-TAXA-CARTEIRA
                           END-IF
                       WHEN 'ANONIMIZA-ANOS'
                           IF WRK-PAR-VALOR-OK EQUAL 'S'
                               MOVE WRK-PAR-VALOR
                                   TO WRK-PAR-ANONIMIZA-ANOS
                           END-IF
                       WHEN 'PRAZO-DIAS'
                           IF WRK-PAR-VALOR-OK EQUAL 'S'
                               MOVE WRK-PAR-VALOR
                                   TO WRK-PAR-PRAZO-DIAS
                           END-IF
                       WHEN 'VIDA-VHS'
                          IF WRK-PAR-VALOR-OK EQUAL 'S'
                              MOVE WRK-PAR-VALOR
                                  TO WRK-PAR-VIDA-VHS
                          END-IF
                      WHEN 'VIDA-DVD'
                          IF WRK-PAR-VALOR-OK EQUAL 'S'
                              MOVE WRK-PAR-VALOR
                                  TO WRK-PAR-VIDA-DVD
                          END-IF
                      WHEN 'VIDA-BLURAY'
                          IF WRK-PAR-VALOR-OK EQUAL 'S'
                              MOVE WRK-PAR-VALOR
                                  TO WRK-PAR-VIDA-BLURAY
                          END-IF
                      WHEN 'VIDA-OUTRAS'
                          IF WRK-PAR-VALOR-OK EQUAL 'S'
                              MOVE WRK-PAR-VALOR
                                  TO WRK-PAR-VIDA-OUTRAS
                          END-IF
                      WHEN 'HISTORICO-ANOS'
                          IF WRK-PAR-VALOR-OK EQUAL 'S'
                              MOVE WRK-PAR-VALOR
                                  TO WRK-PAR-HISTORICO-ANOS
                          END-IF
                      WHEN 'CURRICULO-TITULOS'
                          IF WRK-PAR-VALOR-OK EQUAL 'S'
                              MOVE WRK-PAR-VALOR
                                  TO WRK-PAR-CURRIC-TITULOS
                          END-IF
                      WHEN 'CURRICULO-USOS'
                          IF WRK-PAR-VALOR-OK EQUAL 'S'
                              MOVE WRK-PAR-VALOR
                                  TO WRK-PAR-CURRIC-USOS
                          END-IF
                      WHEN 'MANUT-AVISO'
                          IF WRK-PAR-VALOR-OK EQUAL 'S'
                         AND WRK-PAR-VALOR NOT LESS THAN 50
                         AND WRK-PAR-VALOR LESS THAN 100
                              MOVE WRK-PAR-VALOR
                                  TO WRK-PAR-MANUT-AVISO
                          END-IF
                      WHEN 'LOCAL-PADRAO'
                           MOVE WRK-PAR-VALOR-TXT(1:3)
                               TO WRK-PAR-LOCAL-PADRAO
                       WHEN OTHER
