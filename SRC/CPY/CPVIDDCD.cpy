      **
      * COPY BOOK DESCRIPTION OF DEPCAIXA (DEPOSITED SESSION) RECORD
      * (UMA LINHA POR SESSAO DE CAIXA JA INCLUIDA EM UM DEPOSITO DE
      * DEPOSITO.DAT; SESSAO FECHADA SEM LINHA AQUI AINDA NAO FOI
      * DEPOSITADA. DPC-VALOR GUARDA O CXA-TOTAL-RECEBIDO DA SESSAO
      * NO MOMENTO DO DEPOSITO.)
      **
       01 REG-DPC.
           05 DPC-CAIXA              PIC 9(05).
           05 DPC-DEPOSITO           PIC 9(05).
           05 DPC-VALOR              PIC 9(07)V9(02).
