      **
      * COPY BOOK WORKING STORAGE OF EQUSO (EQUIPMENT USAGE)
      **
       77 FS-EQUSO               PIC X(02).
      *    DATA DA DEVOLUCAO (MOVIDA PELO CHAMADOR ANTES DA COPY
      *    CPVIDEUP) E DIAS DE EMPRESTIMO APURADOS.
       77 WRK-EQU-FIM            PIC 9(08) VALUE ZEROES.
       77 WRK-EQU-DIAS           PIC 9(05) VALUE ZEROES.
