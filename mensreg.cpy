      *>               competencia (AAAAMM), gerada pelo faturamento
      *>               mensal a partir do cadastro e baixada pelo
      *>               lancamento de pagamentos.
      *>               fd-mens-valor e o valor cobrado, ja liquido das
      *>               bolsas e descontos (bolsareg.cpy); o valor cheio
      *>               da tabela e o desconto total ficam no final.
      *>               O pagamento pode ser parcial: fd-mens-saldo-devedor
      *>               e o que ainda falta pagar (valor cobrado menos o
      *>               credito abatido, mais a multa e os juros de mora
      *>               cobrados, menos o que ja foi pago) e a cobranca so
      *>               passa a paga quando ele zera. fd-mens-data-pagto
      *>               guarda a data do ultimo pagamento recebido.
      *>               Mensalidades em atraso renegociadas passam a
      *>               "renegociada" e apontam o acordo (acordoreg.cpy);
      *>               as parcelas do acordo sao cobrancas do tipo "P"
      *>               com competencia AAAA51 a AAAA99 (ano do
      *>               vencimento) e entram na remessa do mes do
      *>               vencimento. Parcela de acordo desfeito fica
      *>               "cancelada".
      *>----------------------------------------------------------------
       01  fd-mensalidade.
           05  fd-mens-chave.
           05  fd-mens-situacao                    pic x(01).
               88  fd-mens-aberta                  value "A".
               88  fd-mens-paga                    value "P".
               88  fd-mens-renegociada             value "R".
               88  fd-mens-cancelada               value "C".
           05  fd-mens-data-pagto                  pic 9(08).
           05  fd-mens-valor-cheio                 pic 9(05)v99.
           05  fd-mens-desconto                    pic 9(05)v99.
           05  fd-mens-credito                     pic 9(05)v99.
           05  fd-mens-multa                       pic 9(05)v99.
           05  fd-mens-juros                       pic 9(05)v99.
           05  fd-mens-valor-pago                  pic 9(05)v99.
           05  fd-mens-saldo-devedor               pic 9(05)v99.
           05  fd-mens-tipo                        pic x(01).
               88  fd-mens-mensalidade             value "M".
               88  fd-mens-parcela-acordo          value "P".
           05  fd-mens-num-acordo                  pic 9(06).
           05  fd-mens-num-parcela                 pic 9(02).
