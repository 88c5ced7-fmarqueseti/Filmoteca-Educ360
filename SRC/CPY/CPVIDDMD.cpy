      **
      * COPY BOOK DESCRIPTION OF DEMDIG (DIGITAL LENDING DEMAND) RECORD
      * (UM REGISTRO POR TITULO DE MIDIA 'D' E MES: ACESSOS
      * CONCEDIDOS, PEDIDOS NEGADOS POR FALTA DE LICENCA LIVRE E O
      * PICO DE ACESSOS SIMULTANEOS NO MES. DMD-LICENCAS GUARDA AS
      * LICENCAS DO TITULO NO ULTIMO PEDIDO. ALIMENTA O RELATORIO DE
      * DEMANDA X LICENCAS DE MDVIDPRG.)
      **
       01 REG-DMD.
           05 DMD-CHAVE.
               10 DMD-CODIGO         PIC 9(07).
               10 DMD-ANOMES         PIC 9(06).
           05 DMD-CONCEDIDOS         PIC 9(05).
           05 DMD-NEGADOS            PIC 9(05).
           05 DMD-PICO               PIC 9(03).
           05 DMD-LICENCAS           PIC 9(03).
