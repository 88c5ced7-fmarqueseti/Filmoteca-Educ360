      **
      * COPY BOOK PROCEDURE - MONTA EM WRK-HSA-NOME O NOME DO ARQUIVO
      * ANUAL DO ANO EM WRK-HSA-ANO(WRK-HSA-IX).
      **
           MOVE SPACES TO WRK-HSA-NOME.
           STRING './dat/LOANHIST-'           DELIMITED BY SIZE
                  WRK-HSA-ANO(WRK-HSA-IX)     DELIMITED BY SIZE
                  '.dat'                      DELIMITED BY SIZE
             INTO WRK-HSA-NOME.
