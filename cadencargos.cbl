      $set sourceformat"free"

      *>----Divisão de identificação do programa
       identification division.
       program-id. "cadencargos".
       author. "Lourieni Gonçalves".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>----Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqEncargos assign to "arqRegrasCobranca.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-enc-ano
           file status is ws-fs-encargos.

           select arqOperadores assign to "arqOperadores.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-oper-cod
           file status is ws-fs-operadores.

       i-o-control.

      *>----Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqEncargos.
           copy "encargreg.cpy".

       fd arqOperadores.
           copy "operreg.cpy".

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-encargos                          pic  9(02).
       77  ws-fs-operadores                        pic  9(02).

       77 ws-sair                                  pic  x(01).
          88  ws-fechar-programa                   value "N" "n".
          88  ws-voltar-tela                       value "V" "v".

       77  ws-menu                                 pic  x(02).
       77  ws-menu-alt                             pic  x(01).

       77  ws-eof-encargos                         pic  x(01).
           88  ws-fim-arquivo-encargos             value "S".

       77  ws-ano                                  pic  9(04).
       77  ws-perc-multa                           pic  9(02)v99.
       77  ws-juros-dia                            pic  9(01)v9999.
       77  ws-dias-carencia                        pic  9(02).
       77  ws-data-hoje                            pic  9(08).
       77  ws-tem-encargo                          pic  x(01).

      *>----Variaveis do login e do nivel de permissao do operador
       77  ws-oper-cod                             pic  9(03).
       77  ws-oper-senha                           pic  x(08).
       77  ws-nivel-operador                       pic  9(01) value zero.
       77  ws-tentativas-login                     pic  9(01).
       77  ws-logado                               pic  x(01).
           88  ws-login-ok                         value "S".

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 filler                                pic x(01) value "-".
          05 ws-msn-erro-cod                       pic 9(02).
          05 filler                                pic x(01) value space.
          05 ws-msn-erro-text                      pic x(42).

      *>----Declaração de tela
       screen section.

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform efetuar-login.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização - na primeira execucao o
      *>  arquivo de encargos por atraso ainda nao existe e e criado
      *>  vazio
      *>------------------------------------------------------------------------
       inicializa section.

           open i-o arqEncargos
           if ws-fs-encargos = 35 then
               open output arqEncargos
               close       arqEncargos
               open i-o    arqEncargos
           end-if
           if ws-fs-encargos  <> 00
           and ws-fs-encargos <> 05 then
               move 1                                   to ws-msn-erro-ofsset
               move ws-fs-encargos                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqRegrasCobranca" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   sem o arquivo de operadores nao ha como validar o login;
      *>   ele e criado e mantido pelo programa cadoperador
           open input arqOperadores
           if ws-fs-operadores = 35 then
               display "Arquivo de operadores inexistente."
               display "Cadastre os operadores pelo programa cadoperador."
               perform finaliza
           end-if
           if ws-fs-operadores <> 00 then
               move 2                                    to ws-msn-erro-ofsset
               move ws-fs-operadores                     to ws-msn-erro-cod
               move "Erro ao abrir arq. arqOperadores"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Login do operador: tres tentativas de codigo e senha, e a
      *>  manutencao dos encargos do contrato e restrita ao nivel 3 de
      *>  coordenacao
      *>------------------------------------------------------------------------
       efetuar-login section.

           move zero   to ws-tentativas-login
           move "N"    to ws-logado

           perform until ws-login-ok
                      or ws-tentativas-login >= 3

               display "Informe o codigo do operador:"
               accept  ws-oper-cod
               display "Informe a senha:"
               accept  ws-oper-senha

               add 1   to ws-tentativas-login

               move ws-oper-cod   to fd-oper-cod
               read arqOperadores

               if  ws-fs-operadores = 0
               and fd-oper-ativo
               and fd-oper-senha = ws-oper-senha then
                   move "S"             to ws-logado
                   move fd-oper-nivel   to ws-nivel-operador
                   display "Bem vindo, " fd-oper-nome
               else
                   display "Operador ou senha invalidos"
               end-if

           end-perform

           if not ws-login-ok then
               display "Numero de tentativas esgotado"
               perform finaliza
           end-if

           if ws-nivel-operador < 3 then
               display "Multa e juros por atraso restritos a coordenacao"
                       " (nivel 3)"
               perform finaliza
           end-if
           .
       efetuar-login-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal
      *>------------------------------------------------------------------------
       processamento section.

           perform until ws-fechar-programa
               move space to ws-sair
               display "Digite 'Ce' p/ cadastrar os encargos de um ano"
               display "Digite 'Ci' p/ consultar os encargos de um ano"
               display "Digite 'Ae' p/ alterar os encargos de um ano"
               display "Digite 'Le' p/ listar os encargos de todos os anos"

               accept ws-menu

               evaluate ws-menu
                   when = "Ce"
                       perform cadastrar-encargos

                   when = "Ci"
                       perform consultar-encargos

                   when = "Ae"
                       perform alterar-encargos

                   when = "Le"
                       perform listar-encargos

                   when other
                       display "opcao invalida"
               end-evaluate

           end-perform
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Rotina de cadastro dos encargos por atraso de um ano
      *>------------------------------------------------------------------------
       cadastrar-encargos section.

           perform until ws-voltar-tela
               display "Ano das competencias (AAAA):"
               accept  ws-ano

               perform until ws-ano > 2000
                   display "Ano invalido. Informe o ano (AAAA):"
                   accept ws-ano
               end-perform

               perform informar-multa
               perform informar-juros
               perform informar-carencia

               accept ws-data-hoje from date yyyymmdd

               move ws-ano             to fd-enc-ano
               move ws-perc-multa      to fd-enc-perc-multa
               move ws-juros-dia       to fd-enc-juros-dia
               move ws-dias-carencia   to fd-enc-dias-carencia
               move ws-oper-cod        to fd-enc-operador
               move ws-data-hoje       to fd-enc-data

               write fd-encargos

               if ws-fs-encargos = 22 then
                   display "Encargos do ano ja cadastrados!"
                   display "Use a alteracao de encargos."
               else
                   if ws-fs-encargos <> 0 then
                       move 3                                   to ws-msn-erro-ofsset
                       move ws-fs-encargos                      to ws-msn-erro-cod
                       move "Erro ao gravar arq. arqRegrasCobranca" to ws-msn-erro-text
                       perform finaliza-anormal
                   else
                       display "Encargos do ano " ws-ano
                               " cadastrados com sucesso!"
                   end-if
               end-if

               display "Deseja cadastrar mais um ano? 'S' ou 'V'oltar"
               accept ws-sair

           end-perform
           .
       cadastrar-encargos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Rotina de consulta dos encargos por atraso de um ano
      *>------------------------------------------------------------------------
       consultar-encargos section.

           display "Informe o ano (AAAA):"
           accept  ws-ano

           move ws-ano   to fd-enc-ano
           read arqEncargos
           if ws-fs-encargos <> 0 then
               if ws-fs-encargos = 23 then
                   display "Encargos do ano " ws-ano " nao cadastrados"
               else
                   move 4                                   to ws-msn-erro-ofsset
                   move ws-fs-encargos                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqRegrasCobranca" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else
               perform exibir-encargos
           end-if
           .
       consultar-encargos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Rotina de alteracao dos encargos de um ano; a data e o
      *>  operador da ultima alteracao ficam gravados no registro. A
      *>  alteracao vale para as baixas feitas dali em diante; as
      *>  cobrancas ja baixadas nao sao recalculadas.
      *>------------------------------------------------------------------------
       alterar-encargos section.

           perform until ws-voltar-tela
               display "Informe o ano (AAAA):"
               accept  ws-ano
               display "O que voce deseja alterar?"
               display "Digite '1' p/ alterar o percentual de multa"
               display "Digite '2' p/ alterar os juros de mora ao dia"
               display "Digite '3' p/ alterar os dias de carencia"

               accept ws-menu-alt

               move ws-ano   to fd-enc-ano

               read arqEncargos

               if ws-fs-encargos <> 0 then
                   display "Encargos do ano " ws-ano " nao cadastrados"
               else

                   if ws-menu-alt = 1 then
                       perform informar-multa
                       move ws-perc-multa      to fd-enc-perc-multa
                   end-if

                   if ws-menu-alt = 2 then
                       perform informar-juros
                       move ws-juros-dia       to fd-enc-juros-dia
                   end-if

                   if ws-menu-alt = 3 then
                       perform informar-carencia
                       move ws-dias-carencia   to fd-enc-dias-carencia
                   end-if

                   accept ws-data-hoje from date yyyymmdd
                   move ws-oper-cod    to fd-enc-operador
                   move ws-data-hoje   to fd-enc-data

                   rewrite fd-encargos

                   if ws-fs-encargos = 0 then
                       display "Encargos do ano " ws-ano
                               " alterados com sucesso!"
                   else
                       move 5                                   to ws-msn-erro-ofsset
                       move ws-fs-encargos                      to ws-msn-erro-cod
                       move "Erro ao alterar arqRegrasCobranca"  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

               display "Deseja alterar mais um ano? 'S' ou 'V'oltar"
               accept ws-sair

           end-perform
           .
       alterar-encargos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Rotina de listagem dos encargos de todos os anos cadastrados
      *>------------------------------------------------------------------------
       listar-encargos section.

           move zero   to fd-enc-ano

           start arqEncargos key is >= fd-enc-ano
           if ws-fs-encargos <> 0 then
               display "Nenhum ano com encargos cadastrados"
               go to listar-encargos-exit
           end-if

           move "N"   to ws-eof-encargos
           move "N"   to ws-tem-encargo

           perform until ws-fim-arquivo-encargos

               read arqEncargos next
               if ws-fs-encargos <> 0 then
                   move "S"   to ws-eof-encargos
               else
                   move "S"   to ws-tem-encargo
                   perform exibir-encargos
               end-if

           end-perform

           if ws-tem-encargo = "N" then
               display "Nenhum ano com encargos cadastrados"
           end-if
           .
       listar-encargos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Exibe os encargos do registro corrente de arqEncargos
      *>------------------------------------------------------------------------
       exibir-encargos section.

           display "Ano das competencias:"   fd-enc-ano
           display "Multa %             :"   fd-enc-perc-multa
           display "Juros de mora % dia :"   fd-enc-juros-dia
           display "Dias de carencia    :"   fd-enc-dias-carencia
           display "Alterado em         :"   fd-enc-data
                   "  pelo operador " fd-enc-operador
           .
       exibir-encargos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Pede o percentual de multa, cobrado uma unica vez sobre o
      *>  valor em aberto quando o pagamento passa da carencia
      *>------------------------------------------------------------------------
       informar-multa section.

           display "Percentual de multa (00,00 a 10,00):"
           accept  ws-perc-multa

           perform until ws-perc-multa <= 10
               display "Multa invalida. Informe de 00,00 a 10,00:"
               accept ws-perc-multa
           end-perform
           .
       informar-multa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Pede os juros de mora ao dia, em percentual sobre o valor em
      *>  aberto (1% ao mes equivale a 0,0333 ao dia)
      *>------------------------------------------------------------------------
       informar-juros section.

           display "Juros de mora em % ao dia (0,0000 a 1,0000):"
           accept  ws-juros-dia

           perform until ws-juros-dia <= 1
               display "Juros invalidos. Informe de 0,0000 a 1,0000:"
               accept ws-juros-dia
           end-perform
           .
       informar-juros-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Pede os dias de carencia: pagamento feito ate o vencimento
      *>  mais a carencia nao paga multa nem juros; depois dela os
      *>  juros contam desde o vencimento
      *>------------------------------------------------------------------------
       informar-carencia section.

           display "Dias de carencia apos o vencimento (00 a 30):"
           accept  ws-dias-carencia

           perform until ws-dias-carencia <= 30
               display "Carencia invalida. Informe de 00 a 30:"
               accept ws-dias-carencia
           end-perform
           .
       informar-carencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Finalização  Anormal
      *>------------------------------------------------------------------------
       finaliza-anormal section.

           display erase
           display ws-msn-erro.
           stop run
           .
       finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização
      *>------------------------------------------------------------------------
       finaliza section.

           close arqEncargos
           close arqOperadores
           stop run
           .
       finaliza-exit.
           exit.
