      * (BAR-TIPO 'E', CHAVE EXE-CODIGO+EXE-NUMERO) OU COM A
      * CARTEIRINHA DO TOMADOR (BAR-TIPO 'T', TOM-CODIGO). A CHAVE
      * ALTERNADA PELA COPIA ALIMENTA A IMPRESSAO DO VALOR NAS
      * ETIQUETAS DE LBVIDPRG. CARTEIRINHA PERDIDA E SUBSTITUIDA
      * PELA SEGUNDA VIA FICA COM BAR-TIPO 'X' = CANCELADA, MANTENDO
      * O TOMADOR, PARA A LEITURA NO BALCAO SER BARRADA E AVISADA.)
      **
       01 REG-BAR.
           05 BAR-VALOR              PIC X(13).
