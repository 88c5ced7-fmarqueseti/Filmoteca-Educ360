      **
      * COPY BOOK DESCRIPTION DATA FILES - BAPROP (TRANSFER PROPOSALS
      * OF THE LAST COLLECTION BALANCING REPORT)
      * (GRAVADO POR BAVIDPRG A CADA EMISSAO, NA ORDEM DO BENEFICIO;
      * LIDO PELA TRANSFERENCIA EM LOTE DE LCVIDPRG.)
      **
           SELECT BAPROP
              ASSIGN       TO './dat/BAPROP.tmp'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-BAPROP
              RECORD KEY   IS BAP-LINHA.
