      **
      * COPY BOOK DESCRIPTION OF JOBDEF (NIGHTLY JOB STEP) RECORD
      * (UM PASSO POR LINHA, NA ORDEM DE JDF-PASSO; MANTIDO PELO
      * COORDENADOR EM JDVIDPRG. NO MAXIMO 30 PASSOS.
      * JDF-FREQ : 'D' = DIARIA, 'W' = SEMANAL (SEGUNDA-FEIRA),
      *            'M' = MENSAL (DIA 01), 'E' = FIM DE MES,
      *            'A' = FIM DE ANO (31/12).
      * JDF-FALHA: 'P' = PARA A SEQUENCIA SE O PASSO FALHAR,
      *            'C' = REGISTRA O ERRO E CONTINUA NO PROXIMO.)
      **
       01 REG-JDF.
           05 JDF-PASSO              PIC 9(02).
           05 JDF-PROGRAMA           PIC X(08).
           05 JDF-FREQ               PIC X(01).
           05 JDF-FALHA              PIC X(01).
           05 JDF-DESCRICAO          PIC X(30).
           05 JDF-OPERADOR           PIC X(08).
           05 JDF-DATA-ALTER         PIC 9(08).
