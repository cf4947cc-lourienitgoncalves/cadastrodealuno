      $set sourceformat"free"
      *>----------------------------------------------------------------
      *>   Copybook  : DESCREG
      *>   Descricao : Layout do registro de arqDescontosMens.dat, o
      *>               desconto efetivamente aplicado em cada cobranca
      *>               pelo faturamento mensal: uma linha por bolsa
      *>               (arqBolsas.dat) usada na mensalidade do aluno na
      *>               competencia. Base do relatorio de descontos
      *>               concedidos (reldescontos).
      *>----------------------------------------------------------------
       01  fd-desconto-mens.
           05  fd-dm-chave.
               10  fd-dm-competencia               pic 9(06).
               10  fd-dm-cod                       pic 9(08).
               10  fd-dm-seq                       pic 9(02).
           05  fd-dm-turma                         pic x(03).
           05  fd-dm-tipo                          pic x(01).
           05  fd-dm-valor-cheio                   pic 9(05)v99.
           05  fd-dm-valor-desconto                pic 9(05)v99.
