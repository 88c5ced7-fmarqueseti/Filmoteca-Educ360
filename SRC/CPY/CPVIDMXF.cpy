      **
      * COPY BOOK DESCRIPTION DATA FILES - MOSSESS (FILM CYCLE
      * SESSIONS)
      * (INDEXADO POR MOSTRA+SESSAO, QUE DA A LEITURA DAS SESSOES DE
      * UMA MOSTRA SEM VARRER O ARQUIVO INTEIRO.)
      **
           SELECT MOSSESS
              ASSIGN       TO './dat/MOSSESS.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-MOSSESS
              RECORD KEY   IS MSE-CHAVE.
