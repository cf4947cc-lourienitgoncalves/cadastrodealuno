           organization is line sequential
           file status is ws-fs-valores.

           select arqBolsas assign to "arqBolsas.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-bol-chave
           file status is ws-fs-bolsas.

           select arqDescontosMens assign to "arqDescontosMens.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-dm-chave
           file status is ws-fs-descontos.

           select arqCreditos assign to "arqCreditos.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-cred-chave
           file status is ws-fs-creditos.

           select arqMensRejeitadas assign to "arqMensRejeitadas.txt"
           organization is line sequential
           file status is ws-fs-rejeitadas.
       fd arqValoresTurma.
           copy "valturma.cpy".

       fd arqBolsas.
           copy "bolsareg.cpy".

       fd arqDescontosMens.
           copy "descreg.cpy".

       fd arqCreditos.
           copy "credreg.cpy".

       fd arqMensRejeitadas.
       01  fd-linha-rejeito                        pic x(85).

       77  ws-fs-mensalidades                      pic  9(02).
       77  ws-fs-valores                           pic  9(02).
       77  ws-fs-rejeitadas                        pic  9(02).
       77  ws-fs-bolsas                            pic  9(02).
       77  ws-fs-descontos                         pic  9(02).
       77  ws-fs-creditos                          pic  9(02).

       77  ws-eof-aluno                            pic  x(01).
           88  ws-fim-arquivo-aluno                value "S".
       77  ws-cont-ja-geradas                      pic  9(05) value zero.
       77  ws-cont-inativos                        pic  9(05) value zero.
       77  ws-cont-rejeitadas                      pic  9(05) value zero.
       77  ws-cont-com-desconto                    pic  9(05) value zero.
       77  ws-total-descontos                      pic  9(07)v99 value zero.
       77  ws-cont-com-credito                     pic  9(05) value zero.
       77  ws-total-creditos                       pic  9(07)v99 value zero.
       77  ws-data-hoje                            pic  9(08).

      *>   tabela de precos por turma carregada de arqValoresTurma.dat
       77  ws-qtd-valores                          pic  9(03) value zero.
               10  ws-tab-turma                    pic x(03).
               10  ws-tab-valor                    pic 9(05)v99.

      *>   bolsas e descontos vigentes do aluno na competencia, guardados
      *>   para a gravacao do detalhe depois da cobranca gravada
       77  ws-sem-arq-bolsas                       pic  x(01) value "N".
           88  ws-bolsas-ausente                   value "S".
       77  ws-eof-bolsas                           pic  x(01).
           88  ws-fim-bolsas-aluno                 value "S".
       77  ws-qtd-descontos                        pic  9(02).
       77  ws-ind-desconto                         pic  9(02).
       77  ws-valor-desconto                       pic  9(05)v99.
       77  ws-desconto-total                       pic  9(05)v99.

      *>   creditos de pagamento a maior do aluno abatidos da cobranca
       77  ws-sem-arq-creditos                     pic  x(01) value "N".
           88  ws-creditos-ausente                 value "S".
       77  ws-eof-creditos                         pic  x(01).
           88  ws-fim-creditos-aluno               value "S".
       77  ws-valor-liquido                        pic  9(05)v99.
       77  ws-valor-credito                        pic  9(05)v99.
       77  ws-credito-total                        pic  9(05)v99.

       01  ws-tabela-descontos.
           05  ws-desc-ent occurs 10 times.
               10  ws-desc-seq                     pic 9(02).
               10  ws-desc-tipo                    pic x(01).
               10  ws-desc-valor                   pic 9(05)v99.

       01  ws-linha-rejeito.
           05  ws-linha-texto                      pic x(85).

               perform finaliza-anormal
           end-if

      *>   sem o arquivo de bolsas todos sao cobrados pelo valor cheio
           open input arqBolsas
           if ws-fs-bolsas = 35 then
               move "S"   to ws-sem-arq-bolsas
           else
               if ws-fs-bolsas <> 00 then
                   move 7                                   to ws-msn-erro-ofsset
                   move ws-fs-bolsas                        to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqBolsas"       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *>   detalhe dos descontos aplicados, acumulado competencia a
      *>   competencia; na primeira vez ele e criado
           open i-o arqDescontosMens
           if ws-fs-descontos = 35 then
               open output arqDescontosMens
               close       arqDescontosMens
               open i-o    arqDescontosMens
           end-if
           if ws-fs-descontos  <> 00
           and ws-fs-descontos <> 05 then
               move 8                                      to ws-msn-erro-ofsset
               move ws-fs-descontos                        to ws-msn-erro-cod
               move "Erro ao abrir arq. arqDescontosMens"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   sem o arquivo de creditos nenhuma cobranca tem abatimento;
      *>   ele e criado na baixa do primeiro pagamento a maior
           open i-o arqCreditos
           if ws-fs-creditos = 35 then
               move "S"   to ws-sem-arq-creditos
           else
               if  ws-fs-creditos <> 00
               and ws-fs-creditos <> 05 then
                   move 10                                  to ws-msn-erro-ofsset
                   move ws-fs-creditos                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqCreditos"     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           accept ws-data-hoje from date yyyymmdd

           open output arqMensRejeitadas
           if ws-fs-rejeitadas <> 00 then
               move 4                                       to ws-msn-erro-ofsset
           display "Ja geradas p/ competencia : " ws-cont-ja-geradas
           display "Inativos (nao faturados)  : " ws-cont-inativos
           display "Rejeitadas (sem preco)    : " ws-cont-rejeitadas
           display "Cobrancas com desconto    : " ws-cont-com-desconto
           display "Total de descontos        : " ws-total-descontos
           display "Cobrancas com credito     : " ws-cont-com-credito
           display "Total de creditos abatidos: " ws-total-creditos
           .
       processamento-exit.
           exit.
      *>  Gera a cobranca da competencia para o aluno corrente. Aluno
      *>  com a cobranca ja gerada (file status 22) e pulado para o
      *>  faturamento poder ser reexecutado sem duplicar; turma sem
      *>  preco na tabela vai para a lista de rejeitadas. As bolsas e
      *>  descontos vigentes do aluno sao abatidos do valor da tabela;
      *>  a cobranca guarda o valor cheio e o desconto total, e o
      *>  detalhe de cada desconto vai para arqDescontosMens. Depois de
      *>  gravada, a cobranca abate os creditos de pagamento a maior
      *>  que o aluno tenha de competencias anteriores.
      *>------------------------------------------------------------------------
       gerar-cobranca section.

               go to gerar-cobranca-exit
           end-if

           perform calcular-descontos

           move fd-cod             to fd-mens-cod
           move ws-competencia     to fd-mens-competencia
           move fd-turma           to fd-mens-turma
           move ws-vencimento      to fd-mens-vencimento
           set  fd-mens-aberta     to true
           move zero               to fd-mens-data-pagto
           move ws-valor-achado    to fd-mens-valor-cheio
           move ws-desconto-total  to fd-mens-desconto
           compute ws-valor-liquido = ws-valor-achado - ws-desconto-total
      *>   bolsa integral: nada a cobrar, a cobranca ja nasce quitada
           if ws-valor-liquido = zero then
               set  fd-mens-paga    to true
               move ws-data-hoje    to fd-mens-data-pagto
           end-if
           move ws-valor-liquido   to fd-mens-valor
           move zero               to fd-mens-credito
           move zero               to fd-mens-multa
           move zero               to fd-mens-juros
           move zero               to fd-mens-valor-pago
           move ws-valor-liquido   to fd-mens-saldo-devedor
           set  fd-mens-mensalidade to true
           move zero               to fd-mens-num-acordo
           move zero               to fd-mens-num-parcela

           write fd-mensalidade

           end-if

           add 1   to ws-cont-geradas

           if ws-qtd-descontos > zero then
               perform gravar-descontos-aplicados
               add 1                   to ws-cont-com-desconto
               add ws-desconto-total   to ws-total-descontos
           end-if

           if  not ws-creditos-ausente
           and ws-valor-liquido > zero then
               perform abater-creditos
           end-if
           .
       gerar-cobranca-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Abate da cobranca recem gravada os creditos disponiveis do
      *>  aluno corrente (fd-cod), gerados por pagamento a maior em
      *>  competencias anteriores, do mais antigo para o mais novo e ate
      *>  o valor da cobranca. Credito coberto inteiro fica utilizado;
      *>  o que sobrar continua disponivel para a competencia seguinte.
      *>  Cobranca toda coberta por credito ja sai paga.
      *>------------------------------------------------------------------------
       abater-creditos section.

           move zero   to ws-credito-total

           move fd-cod   to fd-cred-cod
           move zero     to fd-cred-competencia

           start arqCreditos key is >= fd-cred-chave
           if ws-fs-creditos <> 0 then
               go to abater-creditos-exit
           end-if

           move "N"   to ws-eof-creditos

           perform until ws-fim-creditos-aluno

               read arqCreditos next
               if ws-fs-creditos <> 0
               or fd-cred-cod <> fd-cod then
                   move "S"   to ws-eof-creditos
               else
                   if  fd-cred-disponivel
                   and fd-cred-competencia < ws-competencia
                   and ws-credito-total < ws-valor-liquido then
                       perform usar-credito
                   end-if
               end-if

           end-perform

           if ws-credito-total = zero then
               go to abater-creditos-exit
           end-if

           move fd-cod           to fd-mens-cod
           move ws-competencia   to fd-mens-competencia

           read arqMensalidades
           if ws-fs-mensalidades <> 0 then
               move 12                                     to ws-msn-erro-ofsset
               move ws-fs-mensalidades                     to ws-msn-erro-cod
               move "Erro ao ler arq. arqMensalidades"      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-credito-total   to fd-mens-credito
           compute fd-mens-saldo-devedor = ws-valor-liquido
                                         - ws-credito-total
           if fd-mens-saldo-devedor = zero then
               set  fd-mens-paga    to true
               move ws-data-hoje    to fd-mens-data-pagto
           end-if

           rewrite fd-mensalidade

           if ws-fs-mensalidades <> 0 then
               move 13                                     to ws-msn-erro-ofsset
               move ws-fs-mensalidades                     to ws-msn-erro-cod
               move "Erro ao alterar arq. arqMensalidades"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1                  to ws-cont-com-credito
           add ws-credito-total   to ws-total-creditos
           .
       abater-creditos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Usa o credito corrente de arqCreditos ate o que ainda falta
      *>  cobrar da cobranca e regrava o saldo do credito
      *>------------------------------------------------------------------------
       usar-credito section.

           compute ws-valor-credito = ws-valor-liquido - ws-credito-total
           if fd-cred-saldo < ws-valor-credito then
               move fd-cred-saldo   to ws-valor-credito
           end-if

           subtract ws-valor-credito   from fd-cred-saldo
           add      ws-valor-credito   to   ws-credito-total
           move     ws-competencia     to   fd-cred-comp-uso
           if fd-cred-saldo = zero then
               set fd-cred-utilizado   to true
           end-if

           rewrite fd-credito

           if ws-fs-creditos <> 0 then
               move 11                                  to ws-msn-erro-ofsset
               move ws-fs-creditos                      to ws-msn-erro-cod
               move "Erro ao alterar arq. arqCreditos"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       usar-credito-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Levanta as bolsas do aluno corrente (fd-cod) vigentes na
      *>  competencia faturada e calcula o desconto de cada uma sobre o
      *>  valor cheio da tabela (ws-valor-achado). A soma dos descontos
      *>  nunca passa do valor cheio: a ultima bolsa e limitada ao que
      *>  ainda resta a cobrar.
      *>------------------------------------------------------------------------
       calcular-descontos section.

           move zero   to ws-qtd-descontos
           move zero   to ws-desconto-total

           if ws-bolsas-ausente then
               go to calcular-descontos-exit
           end-if

           move fd-cod   to fd-bol-cod
           move zero     to fd-bol-seq

           start arqBolsas key is >= fd-bol-chave
           if ws-fs-bolsas <> 0 then
               go to calcular-descontos-exit
           end-if

           move "N"   to ws-eof-bolsas

           perform until ws-fim-bolsas-aluno

               read arqBolsas next
               if ws-fs-bolsas <> 0
               or fd-bol-cod <> fd-cod then
                   move "S"   to ws-eof-bolsas
               else
                   if  fd-bol-comp-inicial <= ws-competencia
                   and (fd-bol-comp-final = zero
                    or  fd-bol-comp-final >= ws-competencia)
                   and ws-qtd-descontos < 10
                   and ws-desconto-total < ws-valor-achado then
                       perform aplicar-bolsa
                   end-if
               end-if

           end-perform
           .
       calcular-descontos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Calcula o desconto da bolsa corrente e guarda na tabela
      *>------------------------------------------------------------------------
       aplicar-bolsa section.

           if fd-bol-percentual then
               compute ws-valor-desconto rounded =
                       ws-valor-achado * fd-bol-perc-desconto / 100
           else
               move fd-bol-valor-desconto   to ws-valor-desconto
           end-if

           if ws-desconto-total + ws-valor-desconto > ws-valor-achado then
               compute ws-valor-desconto = ws-valor-achado
                                         - ws-desconto-total
           end-if

           add  1                   to ws-qtd-descontos
           move fd-bol-seq          to ws-desc-seq   (ws-qtd-descontos)
           move fd-bol-tipo         to ws-desc-tipo  (ws-qtd-descontos)
           move ws-valor-desconto   to ws-desc-valor (ws-qtd-descontos)
           add  ws-valor-desconto   to ws-desconto-total
           .
       aplicar-bolsa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava em arqDescontosMens o detalhe de cada desconto aplicado
      *>  na cobranca recem gravada
      *>------------------------------------------------------------------------
       gravar-descontos-aplicados section.

           move 1   to ws-ind-desconto

           perform until ws-ind-desconto > ws-qtd-descontos

               move ws-competencia        to fd-dm-competencia
               move fd-cod                to fd-dm-cod
               move ws-desc-seq (ws-ind-desconto)
                                          to fd-dm-seq
               move fd-turma              to fd-dm-turma
               move ws-desc-tipo (ws-ind-desconto)
                                          to fd-dm-tipo
               move ws-valor-achado       to fd-dm-valor-cheio
               move ws-desc-valor (ws-ind-desconto)
                                          to fd-dm-valor-desconto

               write fd-desconto-mens

               if  ws-fs-descontos <> 0
               and ws-fs-descontos <> 22 then
                   move 9                                      to ws-msn-erro-ofsset
                   move ws-fs-descontos                        to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqDescontosMens"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1   to ws-ind-desconto

           end-perform
           .
       gravar-descontos-aplicados-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procura na tabela de precos o valor da turma do aluno
      *>  corrente (fd-turma); o valor fica em ws-valor-achado
      *>   arqValoresTurma ja foi fechado em carregar-valores
           close arqAluno
           close arqMensalidades
           if not ws-bolsas-ausente then
               close arqBolsas
           end-if
           close arqDescontosMens
           if not ws-creditos-ausente then
               close arqCreditos
           end-if
           close arqMensRejeitadas
           stop run
           .
