      $set sourceformat"free"
      *>----------------------------------------------------------------
      *>   Copybook  : ENCARGREG
      *>   Descricao : Layout do registro de arqRegrasCobranca.dat, os
      *>               encargos por atraso previstos no contrato de
      *>               prestacao de servicos: um registro por ano com o
      *>               percentual de multa, os juros de mora ao dia (em
      *>               percentual) e os dias de carencia apos o
      *>               vencimento. Mantido pela coordenacao no programa
      *>               cadencargos e lido na baixa das mensalidades
      *>               (baixapagamento e retornobanco), pelo ano da
      *>               competencia cobrada.
      *>----------------------------------------------------------------
       01  fd-encargos.
           05  fd-enc-ano                          pic 9(04).
           05  fd-enc-perc-multa                   pic 9(02)v99.
           05  fd-enc-juros-dia                    pic 9(01)v9999.
           05  fd-enc-dias-carencia                pic 9(02).
           05  fd-enc-operador                     pic 9(03).
           05  fd-enc-data                         pic 9(08).
