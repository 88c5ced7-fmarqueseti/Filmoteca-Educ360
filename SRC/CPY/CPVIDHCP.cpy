      **
      * COPY BOOK PROCEDURE - GRAVA UMA MUDANCA DE CONDICAO DE
      * EXEMPLAR NO CONDHIST.DAT. O CHAMADOR PREENCHE WRK-HCO-CODIGO,
      * WRK-HCO-EXEMPLAR, WRK-HCO-ANTERIOR, WRK-HCO-NOVA E
      * WRK-HCO-ORIGEM ANTES DA COPY. SE A CONDICAO NAO MUDOU NADA E
      * GRAVADO. O ARQUIVO E ABERTO E FECHADO AQUI (CRIADO NA PRIMEIRA
      * VEZ), COMO O VIDLOG NA CPVIDLGP.
      **
           COPY 'CPVIDDTE'. *> DATE/TIME PROCEDURE
      *
           IF WRK-HCO-NOVA NOT EQUAL WRK-HCO-ANTERIOR
               OPEN I-O CONDHIST
               IF FS-CONDHIST EQUAL "35"
                   OPEN OUTPUT CONDHIST
                   CLOSE CONDHIST
                   OPEN I-O CONDHIST
               END-IF
               IF FS-CONDHIST EQUAL "00"
                   INITIALIZE REG-HCO
                   MOVE WRK-HCO-CODIGO   TO HCO-CODIGO
                   MOVE WRK-HCO-EXEMPLAR TO HCO-EXEMPLAR
                   MOVE WRK-DATA-SISTEMA TO HCO-DATA
                   MOVE WRK-HORA-SISTEMA TO HCO-HORA
                   MOVE WRK-HCO-ANTERIOR TO HCO-ANTERIOR
                   MOVE WRK-HCO-NOVA     TO HCO-NOVA
                   MOVE WRK-HCO-ORIGEM   TO HCO-ORIGEM
                   MOVE WRK-OPERADOR     TO HCO-OPERADOR
                   WRITE REG-HCO
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   CLOSE CONDHIST
               END-IF
           END-IF.
