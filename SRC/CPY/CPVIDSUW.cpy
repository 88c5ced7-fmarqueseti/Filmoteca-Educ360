      **
      * COPY BOOK WORKING STORAGE OF SUGESTAO (WHO BORROWED THIS
      * ALSO BORROWED)
      **
       77 FS-SUGESTAO            PIC X(02).
      *    PARAMETROS DA CPVIDSUP, MONTADOS PELO CHAMADOR: O TITULO
      *    DE ORIGEM E, QUANDO HA TOMADOR IDENTIFICADO, A IDADE DELE
      *    (-1 PARA DATA DE NASCIMENTO DESCONHECIDA). SEM TOMADOR, A
      *    CLASSIFICACAO DO PROPRIO TITULO DE ORIGEM E O TETO.
       77 WRK-SUG-ORIGEM         PIC 9(07) VALUE ZEROES.
       77 WRK-SUG-TEM-TOMADOR    PIC X(01) VALUE 'N'.
       77 WRK-SUG-IDADE          PIC S9(03) USAGE COMP-3
                                  VALUE ZEROES.
       77 WRK-SUG-FAIXA-MAX      PIC 9(02) VALUE ZEROES.
       77 WRK-SUG-FAIXA          PIC 9(02) VALUE ZEROES.
       77 WRK-SUG-IDX            PIC 9(02) USAGE COMP-3
                                  VALUE ZEROES.
      *    RESULTADO: TITULOS SUGERIDOS JA FILTRADOS (SEM BAIXADOS E
      *    DENTRO DA FAIXA ETARIA), NA ORDEM DO REG-SUG.
       01 WRK-SUG-LISTA.
           05 WRK-SUG-ACHADOS    PIC 9(02) VALUE ZEROES.
           05 WRK-SUG-ENT OCCURS 8 TIMES.
               10 WRK-SUG-CODIGO    PIC 9(07).
               10 WRK-SUG-TITULO    PIC X(30).
               10 WRK-SUG-CLASSIF   PIC X(02).
               10 WRK-SUG-MIDIA     PIC X(01).
               10 WRK-SUG-TOMADORES PIC 9(05).
