      *    O SEGUNDO AVISO E PARA A CARTA DA COORDENACAO.
           05 WRK-PAR-AVISO-NIVEL2    PIC 9(03) VALUE 10.
           05 WRK-PAR-AVISO-NIVEL3    PIC 9(03) VALUE 20.
      *    SEGUNDOS SEM TECLA APOS OS QUAIS O TERMINAL DE AUTOATEN-
      *    DIMENTO (AUVIDPRG) ENCERRA A SESSAO DO ALUNO E VOLTA A TELA
      *    INICIAL.
           05 WRK-PAR-QUIOSQUE-SEG    PIC 9(03) VALUE 120.
      *    TAXA DA SEGUNDA VIA DA CARTEIRINHA (PERDA), EM CENTAVOS,
      *    LANCADA EM MULTAS.DAT PELO CAVIDPRG.
           05 WRK-PAR-TAXA-CARTEIRA   PIC 9(05) VALUE 500.
      *    ANOS, CONTADOS DO ULTIMO ANO LETIVO DO TOMADOR QUE SAIU,
      *    APOS OS QUAIS A RETENCAO DA LGPD (PVVIDPRG) ANONIMIZA OS
      *    DADOS PESSOAIS DELE.
           05 WRK-PAR-ANONIMIZA-ANOS  PIC 9(02) VALUE 5.
      *    PRAZO DO EMPRESTIMO, EM DIAS UTEIS, QUANDO A CATEGORIA DO
      *    TOMADOR NAO TEM LINHA PROPRIA EM POLITICA.DAT (CGVIDPRG).
           05 WRK-PAR-PRAZO-DIAS      PIC 9(03) VALUE 7.
      *    VIDA UTIL ESPERADA DE UMA COPIA, EM NUMERO DE EMPRESTIMOS,
      *    POR MIDIA (VHS, DVD, BLU-RAY E AS DEMAIS), USADA NA
      *    PREVISAO DE REPOSICAO DO VDVIDPRG.
           05 WRK-PAR-VIDA-VHS        PIC 9(04) VALUE 60.
           05 WRK-PAR-VIDA-DVD        PIC 9(04) VALUE 150.
           05 WRK-PAR-VIDA-BLURAY     PIC 9(04) VALUE 200.
           05 WRK-PAR-VIDA-OUTRAS     PIC 9(04) VALUE 150.
      *    ANOS LETIVOS DE HISTORICO DE EMPRESTIMOS MANTIDOS NO
      *    LOANHIST.DAT, CONTANDO O ANO CORRENTE; OS MAIS ANTIGOS VAO
      *    PARA O ARQUIVO ANUAL (LOANHIST-AAAA.DAT) NA VIRADA DO ANO,
      *    PELO HAVIDPRG.
           05 WRK-PAR-HISTORICO-ANOS  PIC 9(02) VALUE 3.
      *    LIMITES DA ANALISE DE LACUNAS DO CURRICULO (CUVIDPRG): TAG
      *    COM MENOS TITULOS ATIVOS QUE CURRICULO-TITULOS E 'POUCO
      *    MATERIAL'; COM MENOS USOS NO PERIODO (EMPRESTIMOS,
      *    EXIBICOES E AGENDAMENTOS) QUE CURRICULO-USOS E 'SEM USO'.
           05 WRK-PAR-CURRIC-TITULOS  PIC 9(02) VALUE 3.
           05 WRK-PAR-CURRIC-USOS     PIC 9(03) VALUE 1.
      *    PERCENTUAL DO INTERVALO DO PLANO DE MANUTENCAO (DIAS DE USO
      *    OU MESES) A PARTIR DO QUAL O EQUIPAMENTO ENTRA COMO
      *    'PROXIMA' NO RELATORIO DE MANUTENCAO DO EQVIDPRG.
           05 WRK-PAR-MANUT-AVISO     PIC 9(02) VALUE 80.
      *
       01 WRK-PAR-LINHA.
           05 WRK-PAR-LABEL          PIC X(20).
