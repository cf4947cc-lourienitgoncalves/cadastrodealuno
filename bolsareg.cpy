      $set sourceformat"free"
      *>----------------------------------------------------------------
      *>   Copybook  : BOLSAREG
      *>   Descricao : Layout do registro de arqBolsas.dat, as bolsas e
      *>               descontos concedidos a cada aluno: tipo, forma
      *>               (percentual sobre o valor cheio ou valor fixo),
      *>               vigencia em competencias (AAAAMM; final zerada =
      *>               sem termino) e quem autorizou. Mantido pelo
      *>               programa cadbolsa e aplicado pelo faturamento
      *>               mensal (gerarmensalidade).
      *>----------------------------------------------------------------
       01  fd-bolsa.
           05  fd-bol-chave.
               10  fd-bol-cod                      pic 9(08).
               10  fd-bol-seq                      pic 9(02).
           05  fd-bol-tipo                         pic x(01).
               88  fd-bol-filantropia              value "F".
               88  fd-bol-convenio                 value "C".
               88  fd-bol-irmao                    value "I".
               88  fd-bol-funcionario              value "U".
               88  fd-bol-tipo-valido              value "F" "C" "I" "U".
           05  fd-bol-forma                        pic x(01).
               88  fd-bol-percentual               value "P".
               88  fd-bol-valor-fixo               value "V".
           05  fd-bol-perc-desconto                pic 9(03)v99.
           05  fd-bol-valor-desconto               pic 9(05)v99.
           05  fd-bol-comp-inicial                 pic 9(06).
           05  fd-bol-comp-final                   pic 9(06).
           05  fd-bol-descricao                    pic x(25).
           05  fd-bol-autorizado-por               pic x(25).
           05  fd-bol-operador                     pic 9(03).
           05  fd-bol-data                         pic 9(08).
