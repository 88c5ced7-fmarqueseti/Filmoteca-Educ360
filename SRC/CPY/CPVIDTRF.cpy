      **
      * COPY BOOK DESCRIPTION DATA FILE OF TRAINING COPY LOAD CONTROL
      * (EXISTE SO DENTRO DA COPIA ./treino; GRAVADO PELA CARGA
      * TRVIDPRG E CONFERIDO NO LOGIN EM MODO TREINAMENTO)
      **
           SELECT TREINOCTL
              ASSIGN       TO './dat/TREINO.ctl'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-TREINOCTL.
