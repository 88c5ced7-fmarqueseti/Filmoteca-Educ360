      * (TITULOS DIGITADOS NA TRIAGEM POR QUALQUER OPERADOR, COM OS
      * CAMPOS DO CATALOGO E DOS DETALHES; O COORDENADOR REVISA O
      * LOTE E SO NA APROVACAO O CODIGO E ATRIBUIDO E O REGISTRO, OS
      * DETALHES E O PRIMEIRO EXEMPLAR SAO CRIADOS JUNTOS. OS ITENS
      * ACEITOS NO REGISTRO DE DOACOES (DOVIDPRG) ENTRAM AQUI TAMBEM.
      * STG-SITUACAO: 'P' = PENDENTE DE REVISAO, 'A' = APROVADO E
      * EFETIVADO, 'R' = REJEITADO.)
      **
