      $set sourceformat"free"

      *>----Divisão de identificação do programa
       identification division.
       program-id. "cadregras".
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

           select arqRegras assign to "arqRegrasAvaliacao.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-regra-ano
           file status is ws-fs-regras.

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
       fd arqRegras.
           copy "regrasreg.cpy".

       fd arqOperadores.
           copy "operreg.cpy".

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-regras                            pic  9(02).
       77  ws-fs-operadores                        pic  9(02).

       77 ws-sair                                  pic  x(01).
          88  ws-fechar-programa                   value "N" "n".
          88  ws-voltar-tela                       value "V" "v".

       77  ws-menu                                 pic  x(02).
       77  ws-menu-alt                             pic  x(01).

       77  ws-eof-regras                           pic  x(01).
           88  ws-fim-arquivo-regras               value "S".

       77  ws-ano                                  pic  9(04).
       77  ws-media-aprovacao                      pic  9(02)v99.
       77  ws-freq-minima                          pic  9(03)v99.
       77  ws-media-recuperacao                    pic  9(02)v99.
       77  ws-soma-pesos                           pic  9(03).
       77  ws-data-hoje                            pic  9(08).
       77  ws-tem-regra                            pic  x(01).

       01  ws-pesos.
           05  ws-peso1                            pic  9(02).
           05  ws-peso2                            pic  9(02).
           05  ws-peso3                            pic  9(02).
           05  ws-peso4                            pic  9(02).

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
      *>  arquivo de regras de avaliacao ainda nao existe e e criado
      *>  vazio
      *>------------------------------------------------------------------------
       inicializa section.

           open i-o arqRegras
           if ws-fs-regras = 35 then
               open output arqRegras
               close       arqRegras
               open i-o    arqRegras
           end-if
           if ws-fs-regras  <> 00
           and ws-fs-regras <> 05 then
               move 1                                   to ws-msn-erro-ofsset
               move ws-fs-regras                        to ws-msn-erro-cod
               move "Erro ao abrir arq. arqRegras"       to ws-msn-erro-text
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
      *>  manutencao das regras do regimento e restrita ao nivel 3 de
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
               display "Regras de avaliacao restritas a coordenacao"
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
               display "Digite 'Cr' p/ cadastrar as regras de um ano letivo"
               display "Digite 'Ci' p/ consultar as regras de um ano letivo"
               display "Digite 'Ar' p/ alterar as regras de um ano letivo"
               display "Digite 'Lr' p/ listar as regras de todos os anos"

               accept ws-menu

               evaluate ws-menu
                   when = "Cr"
                       perform cadastrar-regras

                   when = "Ci"
                       perform consultar-regras

                   when = "Ar"
                       perform alterar-regras

                   when = "Lr"
                       perform listar-regras

                   when other
                       display "opcao invalida"
               end-evaluate

           end-perform
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Rotina de cadastro das regras de avaliacao de um ano letivo
      *>------------------------------------------------------------------------
       cadastrar-regras section.

           perform until ws-voltar-tela
               display "Ano letivo (AAAA):"
               accept  ws-ano

               perform until ws-ano > 2000
                   display "Ano invalido. Informe o ano (AAAA):"
                   accept ws-ano
               end-perform

               perform informar-medias
               perform informar-frequencia
               perform informar-pesos

               accept ws-data-hoje from date yyyymmdd

               move ws-ano                 to fd-regra-ano
               move ws-media-aprovacao     to fd-regra-media-aprovacao
               move ws-freq-minima         to fd-regra-freq-minima
               move ws-media-recuperacao   to fd-regra-media-recuperacao
               move ws-pesos               to fd-regra-pesos
               move ws-oper-cod            to fd-regra-operador
               move ws-data-hoje           to fd-regra-data

               write fd-regras

               if ws-fs-regras = 22 then
                   display "Regras do ano ja cadastradas!"
                   display "Use a alteracao de regras."
               else
                   if ws-fs-regras <> 0 then
                       move 3                                   to ws-msn-erro-ofsset
                       move ws-fs-regras                        to ws-msn-erro-cod
                       move "Erro ao gravar arq. arqRegras"      to ws-msn-erro-text
                       perform finaliza-anormal
                   else
                       display "Regras do ano " ws-ano
                               " cadastradas com sucesso!"
                   end-if
               end-if

               display "Deseja cadastrar mais um ano? 'S' ou 'V'oltar"
               accept ws-sair

           end-perform
           .
       cadastrar-regras-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Rotina de consulta das regras de avaliacao de um ano letivo
      *>------------------------------------------------------------------------
       consultar-regras section.

           display "Informe o ano letivo (AAAA):"
           accept  ws-ano

           move ws-ano   to fd-regra-ano
           read arqRegras
           if ws-fs-regras <> 0 then
               if ws-fs-regras = 23 then
                   display "Regras do ano " ws-ano " nao cadastradas"
               else
                   move 4                                   to ws-msn-erro-ofsset
                   move ws-fs-regras                        to ws-msn-erro-cod
                   move "Erro ao ler arq. arqRegras"         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else
               perform exibir-regras
           end-if
           .
       consultar-regras-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Rotina de alteracao das regras de um ano letivo; a data e o
      *>  operador da ultima alteracao ficam gravados no registro
      *>------------------------------------------------------------------------
       alterar-regras section.

           perform until ws-voltar-tela
               display "Informe o ano letivo (AAAA):"
               accept  ws-ano
               display "O que voce deseja alterar?"
               display "Digite '1' p/ alterar as medias de aprovacao e de recuperacao"
               display "Digite '2' p/ alterar a frequencia minima"
               display "Digite '3' p/ alterar os pesos dos bimestres"

               accept ws-menu-alt

               move ws-ano   to fd-regra-ano

               read arqRegras

               if ws-fs-regras <> 0 then
                   display "Regras do ano " ws-ano " nao cadastradas"
               else
                   if  ws-menu-alt <> 1
                   and ws-menu-alt <> 2
                   and ws-menu-alt <> 3 then
                       display "opcao invalida"
                   else

                       if ws-menu-alt = 1 then
                           perform informar-medias
                           move ws-media-aprovacao     to fd-regra-media-aprovacao
                           move ws-media-recuperacao   to fd-regra-media-recuperacao
                       end-if

                       if ws-menu-alt = 2 then
                           perform informar-frequencia
                           move ws-freq-minima         to fd-regra-freq-minima
                       end-if

                       if ws-menu-alt = 3 then
                           perform informar-pesos
                           move ws-pesos               to fd-regra-pesos
                       end-if

                       accept ws-data-hoje from date yyyymmdd
                       move ws-oper-cod    to fd-regra-operador
                       move ws-data-hoje   to fd-regra-data

                       rewrite fd-regras

                       if ws-fs-regras = 0 then
                           display "Regras do ano " ws-ano
                                   " alteradas com sucesso!"
                       else
                           move 5                                   to ws-msn-erro-ofsset
                           move ws-fs-regras                        to ws-msn-erro-cod
                           move "Erro ao alterar arq. arqRegras"     to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-if

               display "Deseja alterar mais um ano? 'S' ou 'V'oltar"
               accept ws-sair

           end-perform
           .
       alterar-regras-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Rotina de listagem das regras de todos os anos cadastrados
      *>------------------------------------------------------------------------
       listar-regras section.

           move zero   to fd-regra-ano

           start arqRegras key is >= fd-regra-ano
           if ws-fs-regras <> 0 then
               display "Nenhum ano com regras cadastradas"
               go to listar-regras-exit
           end-if

           move "N"   to ws-eof-regras
           move "N"   to ws-tem-regra

           perform until ws-fim-arquivo-regras

               read arqRegras next
               if ws-fs-regras <> 0 then
                   move "S"   to ws-eof-regras
               else
                   move "S"   to ws-tem-regra
                   perform exibir-regras
               end-if

           end-perform

           if ws-tem-regra = "N" then
               display "Nenhum ano com regras cadastradas"
           end-if
           .
       listar-regras-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Exibe as regras do registro corrente de arqRegras
      *>------------------------------------------------------------------------
       exibir-regras section.

           display "Ano letivo          :"   fd-regra-ano
           display "Media de aprovacao  :"   fd-regra-media-aprovacao
           display "Media p/ recuperacao:"   fd-regra-media-recuperacao
           display "Frequencia minima % :"   fd-regra-freq-minima
           display "Pesos dos bimestres :"   fd-regra-peso1 " "
                                             fd-regra-peso2 " "
                                             fd-regra-peso3 " "
                                             fd-regra-peso4
           display "Alterado em         :"   fd-regra-data
                   "  pelo operador " fd-regra-operador
           .
       exibir-regras-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Pede a media minima de aprovacao e a media minima para o aluno
      *>  ser convocado a recuperacao final; abaixo desta ultima o aluno
      *>  reprova direto, sem exame
      *>------------------------------------------------------------------------
       informar-medias section.

           display "Media minima de aprovacao (00,00 a 10,00):"
           accept  ws-media-aprovacao

           perform until ws-media-aprovacao > 0
                     and ws-media-aprovacao <= 10
               display "Media invalida. Informe um valor entre 00,01 e 10,00:"
               accept ws-media-aprovacao
           end-perform

           display "Media minima p/ convocacao a recuperacao:"
           accept  ws-media-recuperacao

           perform until ws-media-recuperacao <= ws-media-aprovacao
               display "Media da recuperacao acima da media de aprovacao."
               display "Informe um valor ate " ws-media-aprovacao ":"
               accept ws-media-recuperacao
           end-perform
           .
       informar-medias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Pede a frequencia minima (percentual de presenca); abaixo dela
      *>  o aluno reprova por falta mesmo com media suficiente
      *>------------------------------------------------------------------------
       informar-frequencia section.

           display "Frequencia minima em % (000,00 a 100,00):"
           accept  ws-freq-minima

           perform until ws-freq-minima > 0
                     and ws-freq-minima <= 100
               display "Frequencia invalida. Informe de 000,01 a 100,00:"
               accept ws-freq-minima
           end-perform
           .
       informar-frequencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Pede o peso de cada bimestre na media; pesos iguais dao a
      *>  media aritmetica das quatro notas. Ao menos um peso tem de ser
      *>  maior que zero.
      *>------------------------------------------------------------------------
       informar-pesos section.

           move zero   to ws-soma-pesos

           perform until ws-soma-pesos > 0

               display "Peso do 1o bimestre (00 a 99):"
               accept  ws-peso1
               display "Peso do 2o bimestre (00 a 99):"
               accept  ws-peso2
               display "Peso do 3o bimestre (00 a 99):"
               accept  ws-peso3
               display "Peso do 4o bimestre (00 a 99):"
               accept  ws-peso4

               compute ws-soma-pesos = ws-peso1 + ws-peso2
                                     + ws-peso3 + ws-peso4

               if ws-soma-pesos = 0 then
                   display "Todos os pesos zerados. Informe de novo:"
               end-if

           end-perform
           .
       informar-pesos-exit.
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

           close arqRegras
           close arqOperadores
           stop run
           .
       finaliza-exit.
           exit.
