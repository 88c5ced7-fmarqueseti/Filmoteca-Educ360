           COPY 'CPVIDMAN'. *> MAIN SCREEN
           COPY 'CPVIDMNU'. *> MAIN MENU
           COPY 'CPVIDMSG'. *> MESSAGES
           COPY 'CPVIDOPW'. *> OPERATOR SESSION
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN'. *> MAIN SCREEN
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-CADASTROS.
           ACCEPT  SCREEN-CADASTROS.
      *
      *    O MONITOR ENTRA NOS CADASTROS SO PARA A LISTA DE TRABALHO
      *    DA COMPLETUDE DO CATALOGO.
           IF WRK-OPERADOR-PERFIL EQUAL 'M'
              AND WRK-OPTION NOT EQUAL 'Q' AND NOT EQUAL 'q'
              AND WRK-OPTION NOT EQUAL '0'
               INITIALIZE WRK-MSG
               MOVE '16OPCAO NAO LIBERADA PARA O SEU PERFIL.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               MOVE SPACES TO WRK-OPTION
           END-IF.
      *
           EVALUATE WRK-OPTION
               WHEN '1' CALL 'TMVIDPRG'
               WHEN 'd' CALL 'TGVIDPRG'
               WHEN 'E' CALL 'VLVIDPRG'
               WHEN 'e' CALL 'VLVIDPRG'
               WHEN 'F' CALL 'DOVIDPRG'
               WHEN 'f' CALL 'DOVIDPRG'
               WHEN 'G' CALL 'BIVIDPRG'
               WHEN 'g' CALL 'BIVIDPRG'
               WHEN 'H' CALL 'CAVIDPRG'
               WHEN 'h' CALL 'CAVIDPRG'
               WHEN 'I' CALL 'PVVIDPRG'
               WHEN 'i' CALL 'PVVIDPRG'
               WHEN 'J' CALL 'CGVIDPRG'
               WHEN 'j' CALL 'CGVIDPRG'
               WHEN 'K' CALL 'SEVIDPRG'
               WHEN 'k' CALL 'SEVIDPRG'
               WHEN 'L' CALL 'ACVIDPRG'
               WHEN 'l' CALL 'ACVIDPRG'
               WHEN 'M' CALL 'LXVIDPRG'
               WHEN 'm' CALL 'LXVIDPRG'
               WHEN 'N' CALL 'NCVIDPRG'
               WHEN 'n' CALL 'NCVIDPRG'
               WHEN 'O' CALL 'CSVIDPRG'
               WHEN 'o' CALL 'CSVIDPRG'
               WHEN 'P' CALL 'MOVIDPRG'
               WHEN 'p' CALL 'MOVIDPRG'
               WHEN 'Q' CALL 'CQVIDPRG'
               WHEN 'q' CALL 'CQVIDPRG'
               WHEN SPACES CONTINUE
               WHEN '0' CONTINUE
               WHEN OTHER
                   INITIALIZE WRK-MSG
