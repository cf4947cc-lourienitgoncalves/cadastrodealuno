                   else
                       if fd-mens-aberta then
                           add 1               to ws-cont-abertas
                           add fd-mens-saldo-devedor   to ws-total-aberto
                           display "Em aberto: competencia "
                                   fd-mens-competencia
                                   "  saldo " fd-mens-saldo-devedor
                                   "  venc. " fd-mens-vencimento
                       end-if
                   end-if
