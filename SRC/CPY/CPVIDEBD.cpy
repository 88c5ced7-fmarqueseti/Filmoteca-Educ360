      **
      * COPY BOOK DESCRIPTION OF EMPINTER (INTER-LIBRARY LOAN) RECORD
      * (EIB-DIRECAO: 'S' = SAIDA, NOSSO EXEMPLAR EMPRESTADO A UMA
      * PARCEIRA (EXEMPLAR FICA COM SITUACAO 'I' ENQUANTO FORA);
      * 'E' = ENTRADA, TITULO DA PARCEIRA EMPRESTADO A NOS, QUE
      * CIRCULA ENTRE OS NOSSOS TOMADORES NUM REGISTRO TEMPORARIO DO
      * CATALOGO (VID-SITUACAO 'T', EXEMPLAR 01) ATE VOLTAR A ELA.
      * EIB-SITUACAO: 'A' = EM ABERTO, 'D' = DEVOLVIDO. AS COBRANCAS
      * DE ATRASO ENTRE BIBLIOTECAS FICAM NESTE REGISTRO, FORA DOS
      * AVISOS AOS ALUNOS DE AVISOS.DAT.)
      **
       01 REG-EIB.
           05 EIB-NUMERO             PIC 9(05).
           05 EIB-PTN-CODIGO         PIC 9(03).
           05 EIB-DIRECAO            PIC X(01).
           05 EIB-CODIGO             PIC 9(07).
           05 EIB-EXEMPLAR           PIC 9(02).
      *    CODIGO DO TITULO NO ACERVO DA PARCEIRA (SO NA ENTRADA).
           05 EIB-REF-PARCEIRA       PIC X(15).
           05 EIB-DATA-ENVIO         PIC 9(08).
           05 EIB-DATA-PREVISTA      PIC 9(08).
           05 EIB-DATA-DEVOLUCAO     PIC 9(08).
      *    MALOTE / PORTADOR DA REMESSA E NUMERO DA GUIA.
           05 EIB-PORTADOR           PIC X(20).
           05 EIB-GUIA               PIC X(15).
           05 EIB-SITUACAO           PIC X(01).
           05 EIB-COBRANCAS          PIC 9(02).
           05 EIB-DATA-COBRANCA      PIC 9(08).
           05 EIB-OPERADOR           PIC X(08).
