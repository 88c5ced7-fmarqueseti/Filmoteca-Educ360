      **
      * COPY BOOK WORKING STORAGE OF RECOVERY JOURNAL (FILE STATUS E
      * AREA DA ENTRADA A GRAVAR: O CHAMADOR MOVE O ARQUIVO, A
      * OPERACAO, O FILE STATUS DA OPERACAO E AS IMAGENS)
      **
       77 FS-VIDJRN              PIC X(02).
       01 WRK-JRN-DADOS.
           05 WRK-JRN-ARQUIVO      PIC X(08).
           05 WRK-JRN-OPERACAO     PIC X(01).
           05 WRK-JRN-PROGRAMA     PIC X(08).
           05 WRK-JRN-STATUS       PIC X(02).
           05 WRK-JRN-ANTES        PIC X(100).
           05 WRK-JRN-DEPOIS       PIC X(100).
