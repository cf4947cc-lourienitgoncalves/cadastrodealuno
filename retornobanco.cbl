           organization is line sequential
           file status is ws-fs-naocasado.

           select arqRetDivergencia assign to "arqRetDivergencia.txt"
           organization is line sequential
           file status is ws-fs-divergencia.

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
       fd arqRetNaoCasado.
       01  fd-linha-naocasado                      pic x(90).

       fd arqRetDivergencia.
       01  fd-linha-divergencia                    pic x(120).

       fd arqEncargos.
           copy "encargreg.cpy".

       fd arqCreditos.
           copy "credreg.cpy".

       fd arqAcordos.
           copy "acordoreg.cpy".

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-retorno                           pic  9(02).
       77  ws-fs-mensalidades                      pic  9(02).
       77  ws-fs-naocasado                         pic  9(02).
       77  ws-fs-divergencia                       pic  9(02).
       77  ws-fs-encargos                          pic  9(02).
       77  ws-fs-creditos                          pic  9(02).
       77  ws-fs-acordos                           pic  9(02).

       77  ws-sem-arq-acordos                      pic  x(01) value "N".
           88  ws-acordos-ausente                  value "S".

       77  ws-eof-retorno                          pic  x(01).
           88  ws-fim-arquivo-retorno              value "S".
       77  ws-cont-baixadas                        pic  9(05) value zero.
       77  ws-cont-nao-casadas                     pic  9(05) value zero.
       77  ws-total-baixado                        pic  9(07)v99 value zero.
       77  ws-cont-quitadas                        pic  9(05) value zero.
       77  ws-cont-parciais                        pic  9(05) value zero.
       77  ws-cont-creditos                        pic  9(05) value zero.
       77  ws-cont-divergentes                     pic  9(05) value zero.
       77  ws-total-encargos                       pic  9(07)v99 value zero.
       77  ws-total-creditos                       pic  9(07)v99 value zero.
       77  ws-resultado-baixa                      pic  x(20).

      *>   multa e juros de mora do pagamento corrente e o acerto do
      *>   valor recebido contra o valor devido
       77  ws-sem-arq-encargos                     pic  x(01) value "N".
           88  ws-encargos-ausente                 value "S".
       77  ws-sem-regra-ano                        pic  x(01).
       77  ws-data-pagto                           pic  9(08).
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

       01  ws-linha-naocasado.
           05  ws-linha-texto                      pic x(90).

       01  ws-linha-divergencia.
           05  ws-linha-texto-div                  pic x(120).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 filler                                pic x(01) value "-".
               move "Erro ao abrir arq. arqRetNaoCasado"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqRetDivergencia
           if ws-fs-divergencia <> 00 then
               move 6                                      to ws-msn-erro-ofsset
               move ws-fs-divergencia                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqRetDivergencia"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   sem as regras de encargos a baixa segue sem multa e juros
           open input arqEncargos
           if ws-fs-encargos = 35 then
               move "S"   to ws-sem-arq-encargos
           else
               if ws-fs-encargos <> 00 then
                   move 7                                   to ws-msn-erro-ofsset
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
               move 8                                   to ws-msn-erro-ofsset
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
                   move 10                                   to ws-msn-erro-ofsset
                   move ws-fs-acordos                       to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqAcordos"      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       inicializa-exit.
           exit.
           move all "-"                                       to ws-linha-texto
           write fd-linha-naocasado from ws-linha-texto

           move spaces                                        to ws-linha-texto-div
           move "Linhas do retorno com valor pago diferente do valor devido"
                                                              to ws-linha-texto-div
           write fd-linha-divergencia from ws-linha-texto-div

           move spaces                                        to ws-linha-texto-div
           move all "-"                                       to ws-linha-texto-div
           write fd-linha-divergencia from ws-linha-texto-div

           move "N"   to ws-eof-retorno

           read arqRetornoBanco
           display "Cobrancas baixadas      : " ws-cont-baixadas
           display "Linhas sem baixa        : " ws-cont-nao-casadas
           display "Valor total baixado     : " ws-total-baixado
           display "Cobrancas quitadas      : " ws-cont-quitadas
           display "Pagamentos parciais     : " ws-cont-parciais
           display "Creditos gerados        : " ws-cont-creditos
           display "Valor total de creditos : " ws-total-creditos
           display "Multa e juros cobrados  : " ws-total-encargos
           display "Linhas com divergencia  : " ws-cont-divergentes
           display "Conferencia gravada em arqRetNaoCasado.txt"
           display "Divergencias gravadas em arqRetDivergencia.txt"
           .
       processamento-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Baixa a cobranca da linha de retorno corrente: localiza a
      *>  mensalidade pela matricula e competencia e registra o
      *>  pagamento com a data informada pelo banco, cobrando a multa e
      *>  os juros de mora quando pago depois do vencimento e da
      *>  carencia. Valor pago menor que o devido deixa a cobranca em
      *>  aberto com o saldo devedor, maior gera credito para a proxima
      *>  competencia, e as duas situacoes vao para o relatorio de
      *>  divergencias. Cobranca inexistente ou ja baixada vai para a
      *>  lista de conferencia.
      *>------------------------------------------------------------------------
       baixar-linha-retorno section.

                   if fd-mens-paga then
                       move "cobranca ja baixada"    to ws-motivo-rejeito
                   end-if
                   if fd-mens-renegociada then
                       move "cobranca renegociada em acordo" to ws-motivo-rejeito
                   end-if
                   if fd-mens-cancelada then
                       move "parcela de acordo cancelada"    to ws-motivo-rejeito
                   end-if
               end-if
           end-if

           if ws-motivo-rejeito = spaces then

               move fd-ret-data-pagto       to ws-data-pagto
               move fd-ret-valor-pago       to ws-valor-pago

               perform calcular-encargos
               perform aplicar-pagamento

               rewrite fd-mensalidade


               add 1                    to ws-cont-baixadas
               add fd-ret-valor-pago    to ws-total-baixado
               add ws-multa             to ws-total-encargos
               add ws-juros             to ws-total-encargos

               if fd-mens-paga then
                   add 1   to ws-cont-quitadas
                   if fd-mens-parcela-acordo then
                       perform atualizar-acordo
                   end-if
               else
                   add 1   to ws-cont-parciais
               end-if

               if ws-valor-credito > zero then
                   move "R"                 to fd-cred-origem
                   perform gravar-credito
                   add 1                    to ws-cont-creditos
                   add ws-valor-credito     to ws-total-creditos
               end-if

               if ws-valor-pago <> ws-valor-devido then
                   perform listar-divergencia
               end-if
           else
               add 1   to ws-cont-nao-casadas

       baixar-linha-retorno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista no relatorio de divergencias a linha de retorno corrente,
      *>  cujo valor pago nao bate com o valor devido na data do
      *>  pagamento (saldo devedor e encargos ja somados)
      *>------------------------------------------------------------------------
       listar-divergencia section.

           add 1   to ws-cont-divergentes

           if ws-valor-pago < ws-valor-devido then
               compute ws-diferenca = ws-valor-devido - ws-valor-pago
               move "saldo devedor"    to ws-resultado-baixa
           else
               move ws-valor-credito   to ws-diferenca
               move "credito gerado"   to ws-resultado-baixa
           end-if

           move spaces                                     to ws-linha-texto-div
           string "Matricula: " fd-ret-cod
                  "  Competencia: " fd-ret-competencia
                  "  Devido: " ws-valor-devido
                  "  Pago: " ws-valor-pago
                  "  Diferenca: " ws-diferenca
                  "  " ws-resultado-baixa
                                            delimited by size
                                            into ws-linha-texto-div
           write fd-linha-divergencia from ws-linha-texto-div

           if ws-multa > zero
           or ws-juros > zero then
               move spaces                                 to ws-linha-texto-div
               string "   Atraso: " ws-dias-atraso " dia(s)"
                      "  Multa: " ws-multa
                      "  Juros de mora: " ws-juros
                                            delimited by size
                                            into ws-linha-texto-div
               write fd-linha-divergencia from ws-linha-texto-div
           end-if
           .
       listar-divergencia-exit.
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
                   move 12                                  to ws-msn-erro-ofsset
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
               move 9                                   to ws-msn-erro-ofsset
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
               move 11                                   to ws-msn-erro-ofsset
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
           close arqRetornoBanco
           close arqMensalidades
           close arqRetNaoCasado
           close arqRetDivergencia
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
