      $set sourceformat"free"
      *>----------------------------------------------------------------
      *>   Copybook  : CREDREG
      *>   Descricao : Layout do registro de arqCreditos.dat, o credito
      *>               gerado quando uma mensalidade e paga a maior (no
      *>               balcao ou no retorno do banco). Chave: matricula
      *>               e competencia da cobranca que gerou o credito
      *>               (parcela de acordo: o mes do pagamento; dois
      *>               creditos no mesmo mes sao somados).
      *>               O faturamento da competencia seguinte abate o
      *>               saldo do credito da nova cobranca; credito maior
      *>               que a cobranca continua disponivel com o que
      *>               sobrou para a proxima.
      *>----------------------------------------------------------------
       01  fd-credito.
           05  fd-cred-chave.
               10  fd-cred-cod                     pic 9(08).
               10  fd-cred-competencia             pic 9(06).
           05  fd-cred-valor-original              pic 9(05)v99.
           05  fd-cred-saldo                       pic 9(05)v99.
           05  fd-cred-situacao                    pic x(01).
               88  fd-cred-disponivel              value "D".
               88  fd-cred-utilizado               value "U".
           05  fd-cred-origem                      pic x(01).
               88  fd-cred-balcao                  value "B".
               88  fd-cred-retorno                 value "R".
           05  fd-cred-data                        pic 9(08).
           05  fd-cred-comp-uso                    pic 9(06).
