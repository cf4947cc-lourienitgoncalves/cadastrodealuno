      $set sourceformat"free"
      *>----------------------------------------------------------------
      *>   Copybook  : ACORDOREG
      *>   Descricao : Layout do registro de arqAcordos.dat, o acordo de
      *>               renegociacao das mensalidades em atraso de um
      *>               aluno, feito pela coordenacao no programa
      *>               renegociacao. As mensalidades renegociadas e as
      *>               parcelas ficam em arqMensalidades.dat com o
      *>               numero do acordo. A baixa da ultima parcela
      *>               (baixapagamento ou retornobanco) quita o acordo;
      *>               acordo rompido pode ser desfeito, reabrindo as
      *>               mensalidades originais.
      *>----------------------------------------------------------------
       01  fd-acordo.
           05  fd-aco-numero                       pic 9(06).
           05  fd-aco-cod                          pic 9(08).
           05  fd-aco-data                         pic 9(08).
           05  fd-aco-valor-original               pic 9(07)v99.
           05  fd-aco-valor-total                  pic 9(07)v99.
           05  fd-aco-qtd-originais                pic 9(02).
           05  fd-aco-qtd-parcelas                 pic 9(02).
           05  fd-aco-parcelas-pagas               pic 9(02).
           05  fd-aco-situacao                     pic x(01).
               88  fd-aco-ativo                    value "A".
               88  fd-aco-quitado                  value "Q".
               88  fd-aco-desfeito                 value "D".
           05  fd-aco-autorizado-por               pic x(25).
           05  fd-aco-operador                     pic 9(03).
           05  fd-aco-data-situacao                pic 9(08).
