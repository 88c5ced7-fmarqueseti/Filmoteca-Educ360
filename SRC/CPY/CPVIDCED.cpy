      **
      * COPY BOOK DESCRIPTION OF CIRCEST (CIRCULATION STATISTICS)
      * RECORD
      * (UM CONTADOR POR MES, FILME, TURMA DO TOMADOR E TIPO DE
      * EVENTO. E O RESUMO DE LOANHIST.DAT E USOLOCAL.DAT: CADA
      * LINHA GRAVADA NO HISTORICO SOMA 1 NO MES DA RETIRADA
      * (HIS-DATA-EMPRESTIMO), E CADA CONSULTA LOCAL SOMA 1 NO MES
      * DA CONSULTA. A TURMA E A DO TOMADOR NO MOMENTO DO EVENTO.
      * O UTILITARIO CEVIDPRG RECRIA O ARQUIVO A PARTIR DOS DOIS
      * ARQUIVOS DE ORIGEM, COM A TURMA ATUAL DO CADASTRO.)
      **
       01 REG-CES.
           05 CES-CHAVE.
               10 CES-ANOMES         PIC 9(06).
               10 CES-CODIGO         PIC 9(07).
               10 CES-TURMA          PIC X(10).
      *        EVENTO: OS TIPOS DE HIS-TIPO ('D' = DEVOLUCAO, 'R' =
      *        RENOVACAO, 'P' = PERDA, 'G' = ACESSO DIGITAL; BRANCO
      *        NO HISTORICO VALE 'D') E 'U' = CONSULTA LOCAL.
               10 CES-EVENTO         PIC X(01).
           05 CES-QTDE               PIC 9(07).
