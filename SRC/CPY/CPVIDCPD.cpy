      **
      * COPY BOOK DESCRIPTION OF PERIODOCTB (LEDGER PERIOD) RECORD
      * (UM REGISTRO POR MES (AAAAMM) JA EXTRAIDO PARA O SISTEMA
      * CONTABIL DA ESCOLA. CPE-SITUACAO: 'E' = EXTRAIDO, NAO PODE SER
      * EXTRAIDO DE NOVO; 'R' = REABERTO PELO COORDENADOR, COM MOTIVO,
      * LIBERADO PARA NOVA EXTRACAO. CPE-EXTRACOES CONTA AS VEZES QUE
      * O PERIODO FOI EXTRAIDO E VAI NO CABECALHO DO ARQUIVO.)
      **
       01 REG-CPE.
           05 CPE-PERIODO            PIC 9(06).
           05 CPE-SITUACAO           PIC X(01).
           05 CPE-EXTRACOES          PIC 9(03).
           05 CPE-DATA-EXTRACAO      PIC 9(08).
           05 CPE-OPERADOR           PIC X(08).
           05 CPE-QTD-LINHAS         PIC 9(07).
           05 CPE-TOTAL-VALOR        PIC 9(11)V9(02).
           05 CPE-DATA-REABERTURA    PIC 9(08).
           05 CPE-OPER-REABERTURA    PIC X(08).
           05 CPE-MOTIVO-REABERTURA  PIC X(40).
