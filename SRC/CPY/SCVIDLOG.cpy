           05 LINE 11 COLUMN 30 PIC X(08) USING WRK-OPERADOR.
           05 LINE 12 COLUMN 20 VALUE "SENHA...: ".
           05 LINE 12 COLUMN 30 PIC X(08) USING WRK-SENHA SECURE.
           05 LINE 14 COLUMN 20 VALUE "MODO....: ".
           05 LINE 14 COLUMN 30 PIC X(01) USING WRK-LOGIN-MODO.
           05 LINE 14 COLUMN 32 VALUE "(P=PRODUCAO  T=TREINAMENTO)".
