                       add 1               to ws-cont-faturadas
                       add fd-mens-valor   to ws-total-faturado

                       add fd-mens-valor-pago  to ws-total-recebido

                       if fd-mens-paga then
                           add 1               to ws-cont-recebidas
                       end-if

      *>               renegociada sai do aberto: a divida segue nas
      *>               parcelas do acordo
                       if fd-mens-aberta then
                           add 1                       to ws-cont-abertas
                           add fd-mens-saldo-devedor   to ws-total-aberto
                       end-if

                   end-if
