      **
      * COPY BOOK DESCRIPTION DATA FILE OF RECOVERY JOURNAL (IMAGENS
      * ANTES/DEPOIS DOS ARQUIVOS DE CIRCULACAO)
      **
           SELECT VIDJRN
              ASSIGN       TO './dat/VIDJRN.dat'
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-VIDJRN.
