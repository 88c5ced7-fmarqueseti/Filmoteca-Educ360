      **
      * COPY BOOK DESCRIPTION OF BAPROP (TRANSFER PROPOSAL) RECORD
      * (UMA PROPOSTA POR TITULO, NUMERADA NA ORDEM DO RELATORIO:
      * A 1 E A DE MAIOR BENEFICIO. BAP-SITUACAO: BRANCO = PROPOSTA
      * EM ABERTO, 'T' = TRANSFERIDA PELO LOTE, 'R' = RECUSADA NO
      * LOTE (O FILME JA NAO ESTAVA NO LOCAL DE ORIGEM OU O DESTINO
      * SAIU DO CADASTRO).)
      **
       01 REG-BAP.
           05 BAP-LINHA              PIC 9(04).
           05 BAP-CODIGO             PIC 9(07).
           05 BAP-ORIGEM             PIC X(03).
           05 BAP-DESTINO            PIC X(03).
      *    RETIRADAS ENTRE PREDIOS EVITADAS NO PERIODO DO RELATORIO:
      *    PROCURA NO DESTINO MENOS A PROCURA NA ORIGEM.
           05 BAP-BENEFICIO          PIC 9(05).
           05 BAP-SITUACAO           PIC X(01).
      *    'S' = ESCOLHIDA NA SELECAO EM ANDAMENTO.
           05 BAP-SELECAO            PIC X(01).
