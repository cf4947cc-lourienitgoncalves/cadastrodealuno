      $set sourceformat"free"
      *>----------------------------------------------------------------
      *>   Copybook  : REGRASREG
      *>   Descricao : Layout do registro de arqRegrasAvaliacao.dat, as
      *>               regras de avaliacao do regimento: um registro por
      *>               ano letivo com a media minima de aprovacao, a
      *>               frequencia minima, a media minima para ser
      *>               convocado a recuperacao final e o peso de cada
      *>               bimestre na media. Mantido pela coordenacao no
      *>               programa cadregras e lido por todo programa que
      *>               calcula media ou decide aprovacao, reprovacao ou
      *>               recuperacao.
      *>----------------------------------------------------------------
       01  fd-regras.
           05  fd-regra-ano                        pic 9(04).
           05  fd-regra-media-aprovacao            pic 9(02)v99.
           05  fd-regra-freq-minima                pic 9(03)v99.
           05  fd-regra-media-recuperacao          pic 9(02)v99.
           05  fd-regra-pesos.
               10  fd-regra-peso1                  pic 9(02).
               10  fd-regra-peso2                  pic 9(02).
               10  fd-regra-peso3                  pic 9(02).
               10  fd-regra-peso4                  pic 9(02).
           05  fd-regra-operador                   pic 9(03).
           05  fd-regra-data                       pic 9(08).
