      **
      * COPY BOOK WORKING STORAGE OF EQPLANO (EQUIPMENT MAINTENANCE
      * PLAN)
      **
       77 FS-EQPLANO             PIC X(02).
      *
      *    SITUACAO DE MANUTENCAO DO BEM EM REG-EQP, APURADA PELA COPY
      *    CPVIDEPP COM O PLANO DO TIPO E O USO DO CICLO: 'V' =
      *    VENCIDA, 'P' = PROXIMA (PASSOU DO PERCENTUAL MANUT-AVISO DO
      *    INTERVALO), BRANCO = EM DIA OU SEM PLANO.
       77 WRK-MN-TEM-PLANO       PIC X(01) VALUE 'N'.
       77 WRK-MN-TEM-USO         PIC X(01) VALUE 'N'.
       77 WRK-MN-SITUACAO        PIC X(01) VALUE SPACES.
       77 WRK-MN-MESES-TOT       PIC 9(06) VALUE ZEROES.
       77 WRK-MN-RESTO           PIC 9(02) VALUE ZEROES.
       77 WRK-MN-PRAZO           PIC 9(05) VALUE ZEROES.
       77 WRK-MN-PASSADOS        PIC 9(05) VALUE ZEROES.
       01 WRK-MN-INICIO          PIC 9(08) VALUE ZEROES.
       01 WRK-MN-INICIO-R REDEFINES WRK-MN-INICIO.
           05 WRK-MN-INI-AAAA    PIC 9(04).
           05 WRK-MN-INI-MM      PIC 9(02).
           05 WRK-MN-INI-DD      PIC 9(02).
      *    VENCIMENTO PELO CRITERIO DE MESES; ZEROS = SEM ESSE CRITERIO.
       01 WRK-MN-VENCE           PIC 9(08) VALUE ZEROES.
       01 WRK-MN-VENCE-R REDEFINES WRK-MN-VENCE.
           05 WRK-MN-VEN-AAAA    PIC 9(04).
           05 WRK-MN-VEN-MM      PIC 9(02).
           05 WRK-MN-VEN-DD      PIC 9(02).
