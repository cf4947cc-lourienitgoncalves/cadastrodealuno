           record key is fd-mens-chave
           file status is ws-fs-mensalidades.

           select arqEncargos assign to "arqRegrasCobranca.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-enc-ano
           file status is ws-fs-encargos.

           select arqCreditos assign to "arqCreditos.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-cred-chave
           file status is ws-fs-creditos.

           select arqAcordos assign to "arqAcordos.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-aco-numero
           file status is ws-fs-acordos.

       i-o-control.

      *>----Declaração de variáveis
       fd arqMensalidades.
           copy "mensreg.cpy".

       fd arqEncargos.
           copy "encargreg.cpy".

       fd arqCreditos.
           copy "credreg.cpy".

       fd arqAcordos.
           copy "acordoreg.cpy".

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-mensalidades                      pic  9(02).
       77  ws-fs-encargos                          pic  9(02).
       77  ws-fs-creditos                          pic  9(02).
       77  ws-fs-acordos                           pic  9(02).

       77  ws-sem-arq-acordos                      pic  x(01) value "N".
           88  ws-acordos-ausente                  value "S".

       77 ws-sair                                  pic  x(01).
          88  ws-fechar-programa                   value "N" "n".
       77  ws-confirma                             pic  x(01).
       77  ws-data-pagto                           pic  9(08).

      *>   multa e juros de mora do pagamento corrente e o acerto do
      *>   valor recebido contra o valor devido
       77  ws-sem-arq-encargos                     pic  x(01) value "N".
           88  ws-encargos-ausente                 value "S".
       77  ws-sem-regra-ano                        pic  x(01).
       77  ws-valor-pago                           pic  9(05)v99.
       77  ws-valor-devido                         pic  9(05)v99.
       77  ws-multa                                pic  9(05)v99.
       77  ws-juros                                pic  9(05)v99.
       77  ws-diferenca                            pic  9(05)v99.
       77  ws-valor-credito                        pic  9(05)v99.
       77  ws-dias-atraso                          pic  9(05).
       77  ws-dias-juros                           pic  9(05).

       01  ws-comp-calc.
           05  ws-comp-ano                         pic  9(04).
           05  ws-comp-mes                         pic  9(02).

      *>   conversao de uma data AAAAMMDD em numero de dias corridos,
      *>   para a contagem dos dias de atraso
       01  ws-data-calc.
           05  ws-calc-ano                         pic  9(04).
           05  ws-calc-mes                         pic  9(02).
           05  ws-calc-dia                         pic  9(02).
       77  ws-calc-ano-aux                         pic  9(04).
       77  ws-calc-mes-aux                         pic  9(02).
       77  ws-calc-aux                             pic  9(05).
       77  ws-calc-q4                              pic  9(04).
       77  ws-calc-q100                            pic  9(04).
       77  ws-calc-q400                            pic  9(04).
       77  ws-calc-q5                              pic  9(04).
       77  ws-dias-calc                            pic  9(07).
       77  ws-dias-pagto                           pic  9(07).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 filler                                pic x(01) value "-".
               move "Erro ao abrir arq. arqMensalidades"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   sem as regras de encargos a baixa segue sem multa e juros
           open input arqEncargos
           if ws-fs-encargos = 35 then
               move "S"   to ws-sem-arq-encargos
           else
               if ws-fs-encargos <> 00 then
                   move 4                                   to ws-msn-erro-ofsset
                   move ws-fs-encargos                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqRegrasCobranca" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *>   creditos de pagamento a maior; na primeira vez ele e criado
           open i-o arqCreditos
           if ws-fs-creditos = 35 then
               open output arqCreditos
               close       arqCreditos
               open i-o    arqCreditos
           end-if
           if ws-fs-creditos  <> 00
           and ws-fs-creditos <> 05 then
               move 5                                   to ws-msn-erro-ofsset
               move ws-fs-creditos                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqCreditos"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   acordos de renegociacao: a baixa da ultima parcela quita o
      *>   acordo; sem o arquivo nao ha parcelas a acompanhar
           open i-o arqAcordos
           if ws-fs-acordos = 35 then
               move "S"   to ws-sem-arq-acordos
           else
               if  ws-fs-acordos <> 00
               and ws-fs-acordos <> 05 then
                   move 7                                   to ws-msn-erro-ofsset
                   move ws-fs-acordos                       to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqAcordos"      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       inicializa-exit.
           exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Registra o pagamento da cobranca corrente com a data do dia.
      *>  Pago depois do vencimento e da carencia, o valor devido leva
      *>  a multa e os juros de mora do contrato. O operador informa o
      *>  valor recebido: menor que o devido deixa a cobranca em aberto
      *>  com o saldo devedor, maior gera credito para a proxima
      *>  competencia. Cobranca ja paga nao e baixada de novo.
      *>------------------------------------------------------------------------
       baixar-cobranca section.

               go to baixar-cobranca-exit
           end-if

           if fd-mens-renegociada then
               display "Cobranca renegociada no acordo "
                       fd-mens-num-acordo "; baixe as parcelas do acordo"
               go to baixar-cobranca-exit
           end-if

           if fd-mens-cancelada then
               display "Parcela cancelada do acordo desfeito "
                       fd-mens-num-acordo
               go to baixar-cobranca-exit
           end-if

           accept ws-data-pagto from date yyyymmdd

           perform calcular-encargos

           display "Valor da cobranca: " fd-mens-valor
                   "  Vencimento: " fd-mens-vencimento
           if fd-mens-desconto > zero then
               display "Valor cheio: " fd-mens-valor-cheio
                       "  Desconto/bolsa: " fd-mens-desconto
           end-if
           if fd-mens-credito > zero then
               display "Credito abatido: " fd-mens-credito
           end-if
           if fd-mens-valor-pago > zero then
               display "Ja pago: " fd-mens-valor-pago
                       "  em " fd-mens-data-pagto
                       "  Saldo devedor: " fd-mens-saldo-devedor
           end-if
           if ws-dias-atraso > zero then
               display "Dias de atraso: " ws-dias-atraso
               if ws-sem-regra-ano = "S" then
                   display "Encargos do ano " ws-comp-ano
                           " nao cadastrados - sem multa e juros"
               end-if
           end-if
           if ws-multa > zero
           or ws-juros > zero then
               display "Multa: " ws-multa "  Juros de mora: " ws-juros
           end-if
           display "Valor devido: " ws-valor-devido

           display "Informe o valor recebido:"
           accept ws-valor-pago

           if ws-valor-pago = zero then
               display "Baixa cancelada"
               go to baixar-cobranca-exit
           end-if

           if ws-valor-pago < ws-valor-devido then
               compute ws-diferenca = ws-valor-devido - ws-valor-pago
               display "Pagamento parcial - fica o saldo devedor de "
                       ws-diferenca
           end-if
           if ws-valor-pago > ws-valor-devido then
               compute ws-diferenca = ws-valor-pago - ws-valor-devido
               display "Pagamento a maior - gera credito de "
                       ws-diferenca " p/ a proxima competencia"
           end-if

           display "Confirma o pagamento? 'S' ou 'N'"
           accept ws-confirma

               go to baixar-cobranca-exit
           end-if

           perform aplicar-pagamento

           rewrite fd-mensalidade

           if ws-fs-mensalidades <> 0 then
               move 3                                      to ws-msn-erro-ofsset
               move ws-fs-mensalidades                     to ws-msn-erro-cod
               move "Erro ao alterar arq. arqMensalidades"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if fd-mens-paga then
               display "Pagamento registrado com sucesso!"
               if fd-mens-parcela-acordo then
                   perform atualizar-acordo
                   if  not ws-acordos-ausente
                   and fd-aco-quitado then
                       display "Ultima parcela - acordo " fd-aco-numero
                               " quitado"
                   end-if
               end-if
           else
               display "Pagamento parcial registrado. Saldo devedor: "
                       fd-mens-saldo-devedor
           end-if

           if ws-valor-credito > zero then
               move "B"   to fd-cred-origem
               perform gravar-credito
               display "Credito de " ws-valor-credito
                       " registrado p/ a proxima competencia"
           end-if
           .
       baixar-cobranca-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Calcula o valor devido da cobranca corrente na data do
      *>  pagamento (ws-data-pagto): o saldo devedor e, passados o
      *>  vencimento e os dias de carencia do ano da competencia, a
      *>  multa (uma unica vez) e os juros de mora ao dia. Os juros
      *>  contam desde o vencimento ou, se ja houve pagamento parcial
      *>  depois dele, desde o ultimo pagamento. Ano sem encargos
      *>  cadastrados nao cobra multa nem juros.
      *>------------------------------------------------------------------------
       calcular-encargos section.

           move zero                    to ws-multa
           move zero                    to ws-juros
           move zero                    to ws-dias-atraso
           move "N"                     to ws-sem-regra-ano
           move fd-mens-competencia     to ws-comp-calc
           move fd-mens-saldo-devedor   to ws-valor-devido

           if ws-data-pagto <= fd-mens-vencimento then
               go to calcular-encargos-exit
           end-if

           move ws-data-pagto        to ws-data-calc
           perform converter-data-dias
           move ws-dias-calc         to ws-dias-pagto

           move fd-mens-vencimento   to ws-data-calc
           perform converter-data-dias
           compute ws-dias-atraso = ws-dias-pagto - ws-dias-calc

           if ws-encargos-ausente then
               move "S"   to ws-sem-regra-ano
               go to calcular-encargos-exit
           end-if

           move ws-comp-ano   to fd-enc-ano
           read arqEncargos
           if ws-fs-encargos <> 0 then
               move "S"   to ws-sem-regra-ano
               go to calcular-encargos-exit
           end-if

           if ws-dias-atraso <= fd-enc-dias-carencia then
               go to calcular-encargos-exit
           end-if

           if fd-mens-multa = zero then
               compute ws-multa rounded = fd-mens-saldo-devedor
                                        * fd-enc-perc-multa / 100
           end-if

           move ws-dias-atraso   to ws-dias-juros
           if fd-mens-data-pagto > fd-mens-vencimento then
               if fd-mens-data-pagto < ws-data-pagto then
                   move fd-mens-data-pagto   to ws-data-calc
                   perform converter-data-dias
                   compute ws-dias-juros = ws-dias-pagto - ws-dias-calc
               else
                   move zero                 to ws-dias-juros
               end-if
           end-if

           compute ws-juros rounded = fd-mens-saldo-devedor
                                    * fd-enc-juros-dia / 100
                                    * ws-dias-juros

           compute ws-valor-devido = fd-mens-saldo-devedor
                                   + ws-multa + ws-juros
           .
       calcular-encargos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Converte a data de ws-data-calc (AAAAMMDD) em numero de dias
      *>  corridos (ws-dias-calc); a diferenca entre duas datas
      *>  convertidas da os dias entre elas. Janeiro e fevereiro contam
      *>  como meses 13 e 14 do ano anterior, para o dia 29 de fevereiro
      *>  cair no fim do ano de calculo.
      *>------------------------------------------------------------------------
       converter-data-dias section.

           if ws-calc-mes <= 2 then
               compute ws-calc-ano-aux = ws-calc-ano - 1
               compute ws-calc-mes-aux = ws-calc-mes + 12
           else
               move ws-calc-ano   to ws-calc-ano-aux
               move ws-calc-mes   to ws-calc-mes-aux
           end-if

           divide ws-calc-ano-aux by 4     giving ws-calc-q4
           divide ws-calc-ano-aux by 100   giving ws-calc-q100
           divide ws-calc-ano-aux by 400   giving ws-calc-q400

           compute ws-calc-aux = 153 * (ws-calc-mes-aux - 3) + 2
           divide ws-calc-aux by 5         giving ws-calc-q5

           compute ws-dias-calc = 365 * ws-calc-ano-aux
                                + ws-calc-q4 - ws-calc-q100
                                + ws-calc-q400 + ws-calc-q5
                                + ws-calc-dia
           .
       converter-data-dias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acerta a cobranca corrente com o valor recebido: acumula a
      *>  multa, os juros e o valor pago, guarda a data do pagamento e
      *>  quita a cobranca quando o valor cobre o devido; o que passar
      *>  do devido fica em ws-valor-credito
      *>------------------------------------------------------------------------
       aplicar-pagamento section.

           add  ws-multa        to fd-mens-multa
           add  ws-juros        to fd-mens-juros
           add  ws-valor-pago   to fd-mens-valor-pago
           move ws-data-pagto   to fd-mens-data-pagto
           move zero            to ws-valor-credito

           if ws-valor-pago >= ws-valor-devido then
               compute ws-valor-credito = ws-valor-pago - ws-valor-devido
               move zero            to fd-mens-saldo-devedor
               set  fd-mens-paga    to true
           else
               compute fd-mens-saldo-devedor = ws-valor-devido
                                             - ws-valor-pago
           end-if
           .
       aplicar-pagamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava em arqCreditos o credito do pagamento a maior da
      *>  cobranca corrente (origem ja informada em fd-cred-origem),
      *>  para ser abatido pelo faturamento da proxima competencia.
      *>  A parcela de acordo (competencia AAAA51 a AAAA99) gera o
      *>  credito no mes do pagamento, senao ele so seria abatido no
      *>  faturamento do ano seguinte; se ja houver credito do aluno
      *>  nesse mes, o valor e somado a ele.
      *>------------------------------------------------------------------------
       gravar-credito section.

           move fd-mens-cod           to fd-cred-cod
           if fd-mens-parcela-acordo then
               move ws-data-pagto(1:6)    to fd-cred-competencia
           else
               move fd-mens-competencia   to fd-cred-competencia
           end-if
           move ws-valor-credito      to fd-cred-valor-original
           move ws-valor-credito      to fd-cred-saldo
           set  fd-cred-disponivel    to true
           move ws-data-pagto         to fd-cred-data
           move zero                  to fd-cred-comp-uso

           write fd-credito

           if ws-fs-creditos = 22 then
               read arqCreditos
               if ws-fs-creditos <> 0 then
                   move 9                                   to ws-msn-erro-ofsset
                   move ws-fs-creditos                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqCreditos"       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add  ws-valor-credito      to fd-cred-valor-original
               add  ws-valor-credito      to fd-cred-saldo
               set  fd-cred-disponivel    to true
               move ws-data-pagto         to fd-cred-data
               move zero                  to fd-cred-comp-uso
               rewrite fd-credito
           end-if

           if ws-fs-creditos <> 0 then
               move 6                                   to ws-msn-erro-ofsset
               move ws-fs-creditos                      to ws-msn-erro-cod
               move "Erro ao gravar arq. arqCreditos"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       gravar-credito-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conta a parcela de acordo recem quitada no acordo dela; com
      *>  todas as parcelas pagas o acordo fica quitado
      *>------------------------------------------------------------------------
       atualizar-acordo section.

           if ws-acordos-ausente then
               go to atualizar-acordo-exit
           end-if

           move fd-mens-num-acordo   to fd-aco-numero
           read arqAcordos
           if ws-fs-acordos <> 0 then
               go to atualizar-acordo-exit
           end-if

           add 1   to fd-aco-parcelas-pagas

           if fd-aco-parcelas-pagas >= fd-aco-qtd-parcelas then
               set  fd-aco-quitado         to true
               move ws-data-pagto          to fd-aco-data-situacao
           end-if

           rewrite fd-acordo

           if ws-fs-acordos <> 0 then
               move 8                                   to ws-msn-erro-ofsset
               move ws-fs-acordos                       to ws-msn-erro-cod
               move "Erro ao alterar arq. arqAcordos"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       atualizar-acordo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Finalização  Anormal
      *>------------------------------------------------------------------------
       finaliza section.

           close arqMensalidades
           if not ws-encargos-ausente then
               close arqEncargos
           end-if
           close arqCreditos
           if not ws-acordos-ausente then
               close arqAcordos
           end-if
           stop run
           .
       finaliza-exit.
