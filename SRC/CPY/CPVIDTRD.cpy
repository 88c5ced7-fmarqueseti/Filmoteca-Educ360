      **
      * COPY BOOK DESCRIPTION OF TRAINING COPY LOAD CONTROL RECORD
      **
       01 REG-TRN.
           05 TRN-DATA-CARGA       PIC 9(08).
           05 TRN-HORA-CARGA       PIC 9(06).
      *    DATA DA GERACAO DO ARQUIVO NOTURNO (ARVIDPRG) USADA NA CARGA.
           05 TRN-GERACAO          PIC 9(08).
           05 TRN-TOMADORES        PIC 9(07).
           05 FILLER               PIC X(51).
