      **
      * COPY BOOK WORKING STORAGE OF JOBDEF (NIGHTLY JOB STEPS)
      **
       77 FS-JOBDEF              PIC X(02).
       77 WRK-JDF-MAX            PIC 9(02) VALUE 30.
       77 WRK-JDF-PAD-IDX        PIC 9(02) USAGE COMP-3 VALUE ZEROES.
      *
      *    SEQUENCIA PADRAO, GRAVADA QUANDO JOBDEF.DAT AINDA NAO
      *    EXISTE: ARQUIVO COMPLETO, REORG/COMPACTACAO, RECONCILIACAO,
      *    ESTATISTICA POR GENERO, EXPIRACAO DAS RETIRADAS DE RESERVA,
      *    EXPURGO DE LOGS, RESUMO MENSAL, FOTO DIARIA DOS
      *    INDICADORES, EXPIRACAO DOS ACESSOS DIGITAIS, VENCIMENTOS
      *    DOS DIREITOS DE EXIBICAO E, SEMANAL, O CALCULO DAS
      *    SUGESTOES DE TITULOS E, NO FIM DO ANO, O ARQUIVO ANUAL DO
      *    HISTORICO DE EMPRESTIMOS. SO AS SUGESTOES E O ARQUIVO ANUAL
      *    DEIXAM A SEQUENCIA SEGUIR NA FALHA; OS DEMAIS PASSOS A
      *    PARAM.
       01 WRK-JDF-PADRAO.
           05 FILLER PIC X(08) VALUE 'ARVIDPRG'.
           05 FILLER PIC X(02) VALUE 'DP'.
           05 FILLER PIC X(30) VALUE 'ARQUIVO COMPLETO'.
           05 FILLER PIC X(08) VALUE 'RCVIDPRG'.
           05 FILLER PIC X(02) VALUE 'DP'.
           05 FILLER PIC X(30) VALUE 'REORGANIZACAO/COMPACTACAO'.
           05 FILLER PIC X(08) VALUE 'CTVIDPRG'.
           05 FILLER PIC X(02) VALUE 'DP'.
           05 FILLER PIC X(30) VALUE 'RECONCILIACAO'.
           05 FILLER PIC X(08) VALUE 'RGVIDPRG'.
           05 FILLER PIC X(02) VALUE 'DP'.
           05 FILLER PIC X(30) VALUE 'ESTATISTICA POR GENERO'.
           05 FILLER PIC X(08) VALUE 'RTVIDPRG'.
           05 FILLER PIC X(02) VALUE 'DP'.
           05 FILLER PIC X(30) VALUE 'EXPIRACAO DE RETIRADAS'.
           05 FILLER PIC X(08) VALUE 'HKVIDPRG'.
           05 FILLER PIC X(02) VALUE 'WP'.
           05 FILLER PIC X(30) VALUE 'EXPURGO DE LOGS'.
           05 FILLER PIC X(08) VALUE 'RMVIDPRG'.
           05 FILLER PIC X(02) VALUE 'EP'.
           05 FILLER PIC X(30) VALUE 'RESUMO MENSAL'.
           05 FILLER PIC X(08) VALUE 'KPVIDPRG'.
           05 FILLER PIC X(02) VALUE 'DP'.
           05 FILLER PIC X(30) VALUE 'FOTO DOS INDICADORES'.
           05 FILLER PIC X(08) VALUE 'DXVIDPRG'.
           05 FILLER PIC X(02) VALUE 'DP'.
           05 FILLER PIC X(30) VALUE 'EXPIRACAO DOS ACESSOS DIGITAIS'.
           05 FILLER PIC X(08) VALUE 'LXVIDPRG'.
           05 FILLER PIC X(02) VALUE 'MP'.
           05 FILLER PIC X(30) VALUE 'VENCIMENTO DE DIREITOS'.
           05 FILLER PIC X(08) VALUE 'SUVIDPRG'.
           05 FILLER PIC X(02) VALUE 'WC'.
           05 FILLER PIC X(30) VALUE 'SUGESTOES DE TITULOS'.
           05 FILLER PIC X(08) VALUE 'HAVIDPRG'.
           05 FILLER PIC X(02) VALUE 'AC'.
           05 FILLER PIC X(30) VALUE 'ARQUIVO ANUAL DO HISTORICO'.
       01 WRK-JDF-PADRAO-R REDEFINES WRK-JDF-PADRAO.
           05 WRK-JDF-PAD-ENT OCCURS 12 TIMES.
               10 WRK-JDF-PAD-PROG   PIC X(08).
               10 WRK-JDF-PAD-FREQ   PIC X(01).
               10 WRK-JDF-PAD-FALHA  PIC X(01).
               10 WRK-JDF-PAD-DESC   PIC X(30).
