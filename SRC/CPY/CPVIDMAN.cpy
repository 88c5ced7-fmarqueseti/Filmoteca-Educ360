       01 WRK-CABECALHO.
           05 WRK-TITLE         PIC X(40).
           05 WRK-KEYS          PIC X(45).
      *
      *    AMBIENTE DA SESSAO (EXTERNAL: GRAVADO NO LOGIN PELO MNVIDPRG
      *    E VISTO POR TODOS OS PROGRAMAS CHAMADOS NA MESMA EXECUCAO).
      *    'T' = TREINAMENTO: A SESSAO TRABALHA NA COPIA ./treino, E A
      *    FAIXA DO CABECALHO (MONTADA EM CPVIDDTE) AVISA EM TODA TELA.
       01 WRK-AMBIENTE-AREA EXTERNAL.
           05 WRK-AMBIENTE      PIC X(01).
               88 WRK-AMBIENTE-TREINO   VALUE 'T'.
       01 WRK-FAIXA-AMBIENTE    PIC X(38) VALUE SPACES.
      *
       01 WRK-DATA-SISTEMA.
           05 WRK-DATA-AAAA     PIC 9(04).
