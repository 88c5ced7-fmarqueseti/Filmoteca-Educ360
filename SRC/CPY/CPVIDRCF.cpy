      **
      * COPY BOOK DESCRIPTION DATA FILES - REGRACH (CALL NUMBER RULE
      * PER GENRE)
      **
           SELECT REGRACH
              ASSIGN       TO './dat/REGRACH.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-REGRACH
              RECORD KEY   IS RCH-GENERO.
