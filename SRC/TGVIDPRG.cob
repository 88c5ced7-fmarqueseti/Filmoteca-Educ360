           05 LINE 10 COLUMN 02 VALUE "4 - REMOVER ETIQUETA".
           05 LINE 07 COLUMN 40 VALUE "5 - BUSCAR FILMES POR TAG".
           05 LINE 08 COLUMN 40 VALUE "6 - CATALOGO P/ AULA (IMPR.)".
           05 LINE 09 COLUMN 40 VALUE "7 - LACUNAS DO CURRICULO".
           05 LINE 11 COLUMN 02 VALUE "0 - VOLTAR".
           05 LINE 12 COLUMN 02 VALUE "OPCAO: ".
           05 COLUMN PLUS 01    PIC X(01) USING WRK-OPTION.
               WHEN '4' PERFORM 0340-REMOVE-ETIQUETA
               WHEN '5' PERFORM 0350-BUSCA-POR-TAG
               WHEN '6' PERFORM 0360-CATALOGO-AULA
               WHEN '7' PERFORM 0380-CHAMA-LACUNAS
               WHEN '0' CONTINUE
               WHEN OTHER
                   INITIALIZE WRK-MSG
           COPY 'CPVIDSPP'. *> REGISTRA O RELATORIO NO SPOOL
       0370-REGISTRA-SPOOL-END. EXIT.

       0380-CHAMA-LACUNAS SECTION.
      *    CUVIDPRG ABRE TAGLIST E TAGCUR POR CONTA PROPRIA: FECHA OS
      *    ARQUIVOS DAQUI ANTES DA CHAMADA E REABRE NA VOLTA.
           PERFORM 0500-CLOSE-DATA.
           CALL 'CUVIDPRG'.
           PERFORM 0100-OPEN-DATA.
       0380-CHAMA-LACUNAS-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE MOVIES.
           CLOSE TAGLIST.
