      **
      * COPY BOOK PROCEDURE - GRAVA A SEQUENCIA PADRAO DE PASSOS
      * (WRK-JDF-PADRAO) EM JOBDEF.DAT RECEM-CRIADO, NUMERANDO OS
      * PASSOS DE 01 A 12. O CHAMADOR ABRE JOBDEF PARA GRAVACAO E
      * EXECUTA A CPVIDDTE ANTES DA COPY.
      **
           PERFORM VARYING WRK-JDF-PAD-IDX FROM 1 BY 1
               UNTIL WRK-JDF-PAD-IDX GREATER THAN 12
               INITIALIZE REG-JDF
               MOVE WRK-JDF-PAD-IDX                TO JDF-PASSO
               MOVE WRK-JDF-PAD-PROG(WRK-JDF-PAD-IDX)
                   TO JDF-PROGRAMA
               MOVE WRK-JDF-PAD-FREQ(WRK-JDF-PAD-IDX)  TO JDF-FREQ
               MOVE WRK-JDF-PAD-FALHA(WRK-JDF-PAD-IDX) TO JDF-FALHA
               MOVE WRK-JDF-PAD-DESC(WRK-JDF-PAD-IDX)
                   TO JDF-DESCRICAO
               MOVE 'PADRAO'                       TO JDF-OPERADOR
               MOVE WRK-DATA-SISTEMA               TO JDF-DATA-ALTER
               WRITE REG-JDF
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-PERFORM.
