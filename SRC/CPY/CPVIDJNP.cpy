      **
      * COPY BOOK PROCEDURE - GRAVA UMA ENTRADA NO DIARIO DE RECUPERACAO
      * (VIDJRN.DAT). SO GRAVA QUANDO A OPERACAO DEU CERTO (FILE STATUS
      * INICIADO POR '0'). O CHAMADOR MOVE WRK-JRN-PROGRAMA,
      * WRK-JRN-ARQUIVO, WRK-JRN-OPERACAO, WRK-JRN-STATUS E AS IMAGENS
      * WRK-JRN-ANTES (ALTERACAO/EXCLUSAO) E WRK-JRN-DEPOIS
      * (INCLUSAO/ALTERACAO) ANTES DA COPY. A IMAGEM DEPOIS E TOMADA
      * DA AREA DO REGISTRO ANTES DO WRITE/REWRITE, POIS DEPOIS DELES
      * A AREA NAO E MAIS GARANTIDA.
      **
           IF WRK-JRN-STATUS(1:1) EQUAL '0'
               OPEN EXTEND VIDJRN
               IF FS-VIDJRN EQUAL "05" OR EQUAL "35"
                   OPEN OUTPUT VIDJRN
               END-IF
               MOVE SPACES             TO REG-JRN
               ACCEPT JRN-DATA         FROM DATE YYYYMMDD
               ACCEPT JRN-HORA         FROM TIME
               MOVE WRK-JRN-ARQUIVO    TO JRN-ARQUIVO
               MOVE WRK-JRN-OPERACAO   TO JRN-OPERACAO
               MOVE WRK-JRN-PROGRAMA   TO JRN-PROGRAMA
               MOVE WRK-OPERADOR       TO JRN-OPERADOR
               IF JRN-OPERADOR EQUAL SPACES
                   MOVE 'BATCH'        TO JRN-OPERADOR
               END-IF
               IF NOT JRN-INCLUSAO
                   MOVE WRK-JRN-ANTES  TO JRN-ANTES
               END-IF
               IF NOT JRN-EXCLUSAO
                   MOVE WRK-JRN-DEPOIS TO JRN-DEPOIS
               END-IF
               WRITE REG-JRN
               CLOSE VIDJRN
           END-IF.
