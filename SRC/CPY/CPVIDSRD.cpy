      **
      * COPY BOOK DESCRIPTION OF SERIES (SERIES / MULTI-VOLUME SET)
      * RECORD
      * (UM REGISTRO POR VOLUME: A SERIE DOCUMENTAL OU A CAIXA DE
      * DVDS CONTINUA CATALOGADA COMO CODIGOS SEPARADOS EM
      * MOVIES.DAT, E ESTE ARQUIVO OS AMARRA COM O NUMERO DO VOLUME.
      * SER-NOME SE REPETE EM TODOS OS VOLUMES DA SERIE. MANTIDO EM
      * SEVIDPRG.)
      **
       01 REG-SER.
           05 SER-CHAVE.
               10 SER-NUMERO         PIC 9(04).
               10 SER-VOLUME         PIC 9(02).
           05 SER-CODIGO             PIC 9(07).
           05 SER-NOME               PIC X(30).
