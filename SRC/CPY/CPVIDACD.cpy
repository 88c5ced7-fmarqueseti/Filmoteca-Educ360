      **
      * COPY BOOK DESCRIPTION OF ACESSIB (ACCESSIBILITY / LANGUAGE
      * FEATURE) RECORD
      * (VARIOS RECURSOS POR FILME, UM REGISTRO POR RECURSO E IDIOMA.
      * ACS-RECURSO: 'D' AUDIODESCRICAO, 'L' JANELA DE LIBRAS,
      * 'C' LEGENDA OCULTA (CLOSED CAPTION), 'S' LEGENDA NO IDIOMA,
      * 'A' AUDIO NO IDIOMA. ACS-IDIOMA E A SIGLA DE 3 LETRAS (POR,
      * ENG, ESP, FRA...), OBRIGATORIA PARA 'S' E 'A', OPCIONAL PARA
      * 'D' E 'C' E SEMPRE EM BRANCO PARA 'L'. MANTIDO EM ACVIDPRG.)
      **
       01 REG-ACS.
           05 ACS-CHAVE.
               10 ACS-RECURSO        PIC X(01).
               10 ACS-IDIOMA         PIC X(03).
               10 ACS-CODIGO         PIC 9(07).
           05 ACS-OBSERVACAO         PIC X(30).
