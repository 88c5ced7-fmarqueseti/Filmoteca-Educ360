      **
      * COPY BOOK PROCEDURE - SOMA O EMPRESTIMO DE EQUIPAMENTO QUE
      * ESTA SENDO DEVOLVIDO (REG-EQE AINDA LIDO, ANTES DO DELETE) NO
      * USO ACUMULADO DE EQUSO.DAT: UM EMPRESTIMO E OS DIAS ENTRE A
      * SAIDA E WRK-EQU-FIM, NO MINIMO UM (SAIDA E VOLTA NO MESMO DIA
      * CONTA UM DIA DE USO). ABRE E FECHA O ARQUIVO A CADA CHAMADA,
      * COMO CPVIDDLP; FALHA DE ABERTURA OU GRAVACAO NAO DERRUBA A
      * DEVOLUCAO.
      **
           MOVE 1 TO WRK-EQU-DIAS.
           IF FUNCTION TEST-DATE-YYYYMMDD(EQE-DATA-EMPRESTIMO)
              EQUAL ZEROES
          AND FUNCTION TEST-DATE-YYYYMMDD(WRK-EQU-FIM) EQUAL ZEROES
          AND WRK-EQU-FIM GREATER THAN EQE-DATA-EMPRESTIMO
               COMPUTE WRK-EQU-DIAS =
                   FUNCTION INTEGER-OF-DATE(WRK-EQU-FIM)
                 - FUNCTION INTEGER-OF-DATE(EQE-DATA-EMPRESTIMO)
           END-IF.
      *
           OPEN I-O EQUSO.
           IF FS-EQUSO EQUAL "35"
               OPEN OUTPUT EQUSO
               CLOSE EQUSO
               OPEN I-O EQUSO
           END-IF.
           IF FS-EQUSO EQUAL "00"
               MOVE EQE-NUMERO TO EQU-NUMERO
               READ EQUSO
                   INVALID KEY
                       MOVE EQE-NUMERO          TO EQU-NUMERO
                       MOVE 1                   TO EQU-EMPRESTIMOS
                       MOVE WRK-EQU-DIAS        TO EQU-DIAS-USO
                       MOVE WRK-EQU-DIAS        TO EQU-DIAS-CICLO
                       MOVE EQE-DATA-EMPRESTIMO TO EQU-INICIO-CICLO
                       MOVE ZEROES              TO EQU-ULT-SERVICO
                       WRITE REG-EQU
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                   NOT INVALID KEY
                       ADD 1            TO EQU-EMPRESTIMOS
                       ADD WRK-EQU-DIAS TO EQU-DIAS-USO
                       ADD WRK-EQU-DIAS TO EQU-DIAS-CICLO
                       REWRITE REG-EQU
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-READ
               CLOSE EQUSO
           END-IF.
