      *    PELO UTILITARIO CRVIDPRG.
           05 TOM-ANO-MATRICULA PIC 9(04).
           05 TOM-SITUACAO     PIC X(01).
      *    CATEGORIA DO TOMADOR PARA A POLITICA DE EMPRESTIMO POR
      *    CATEGORIA E MIDIA (POLITICA.DAT): 'A' = ALUNO, 'P' =
      *    PROFESSOR, 'F' = FUNCIONARIO. BRANCO VALE COMO ALUNO. FICA
      *    NO FIM DO REGISTRO; A IMAGEM DE 69 POSICOES DE TOMAD-ARQ
      *    (VIRADA DE ANO) NAO A LEVA. ARQUIVO NO LAYOUT ANTERIOR E
      *    CONVERTIDO PELO CRVIDPRG.
           05 TOM-CATEGORIA    PIC X(01).
