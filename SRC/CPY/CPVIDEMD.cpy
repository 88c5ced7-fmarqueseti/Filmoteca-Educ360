      **
      * COPY BOOK DESCRIPTION OF EQMANUT (EQUIPMENT MAINTENANCE LOG)
      * RECORD
      * (UM REGISTRO POR SERVICO FEITO NO BEM: O QUE FOI FEITO, CUSTO
      * EM REAIS E FORNECEDOR. EQM-DIAS-CICLO GUARDA O USO DO CICLO
      * QUE O SERVICO ENCERROU. NUNCA E APAGADO.)
      **
       01 REG-EQM.
           05 EQM-CHAVE.
               10 EQM-NUMERO         PIC X(06).
               10 EQM-DATA           PIC 9(08).
               10 EQM-SEQ            PIC 9(02).
           05 EQM-SERVICO            PIC X(30).
           05 EQM-CUSTO              PIC 9(07)V9(02).
           05 EQM-FORNECEDOR         PIC X(30).
           05 EQM-DIAS-CICLO         PIC 9(05).
           05 EQM-OPERADOR           PIC X(08).
