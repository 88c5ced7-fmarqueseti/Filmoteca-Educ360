      **
      * COPY BOOK DESCRIPTION OF EQUSO (EQUIPMENT USAGE) RECORD
      * (UM REGISTRO POR PATRIMONIO COM O USO ACUMULADO, EM DIAS DE
      * EMPRESTIMO TIRADOS DE EQEMP.DAT NA DEVOLUCAO, E O CICLO DE
      * MANUTENCAO EM CURSO. O CICLO COMECA NA INCLUSAO DO BEM (OU
      * NA PRIMEIRA SAIDA, PARA O BEM JA CADASTRADO ANTES DO
      * CONTROLE) E RECOMECA A CADA SERVICO REGISTRADO EM EQMANUT.DAT.
      * BEM SEM REGISTRO AQUI AINDA NAO TEM USO CONTADO.)
      **
       01 REG-EQU.
           05 EQU-NUMERO             PIC X(06).
      *    USO TOTAL DESDE O INICIO DO CONTROLE.
           05 EQU-EMPRESTIMOS        PIC 9(05).
           05 EQU-DIAS-USO           PIC 9(07).
      *    USO DESDE O ULTIMO SERVICO (O QUE O PLANO DO TIPO MEDE).
           05 EQU-DIAS-CICLO         PIC 9(05).
           05 EQU-INICIO-CICLO       PIC 9(08).
      *    DATA DO ULTIMO SERVICO; ZEROS = NUNCA PASSOU POR SERVICO.
           05 EQU-ULT-SERVICO        PIC 9(08).
