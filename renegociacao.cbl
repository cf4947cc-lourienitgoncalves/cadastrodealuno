      $set sourceformat"free"

      *>----Divisão de identificação do programa
       identification division.
       program-id. "renegociacao".
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

           select arqMensalidades assign to "arqMensalidades.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-mens-chave
           file status is ws-fs-mensalidades.

           select arqAluno assign to "arqAlunoIndexed.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-cod
           alternate record key is fd-aluno with duplicates
           file status is ws-fs-arqAluno.

           select arqAcordos assign to "arqAcordos.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-aco-numero
           file status is ws-fs-acordos.

           select arqOperadores assign to "arqOperadores.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-oper-cod
           file status is ws-fs-operadores.

           select arqAcordosRompidos assign to "arqAcordosRompidos.txt"
           organization is line sequential
           file status is ws-fs-rompidos.

       i-o-control.

      *>----Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqMensalidades.
           copy "mensreg.cpy".

       fd arqAluno.
           copy "alunoreg.cpy".

       fd arqAcordos.
           copy "acordoreg.cpy".

       fd arqOperadores.
           copy "operreg.cpy".

       fd arqAcordosRompidos.
       01  fd-linha-rompido                        pic x(100).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-mensalidades                      pic  9(02).
       77  ws-fs-arqAluno                          pic  9(02).
       77  ws-fs-acordos                           pic  9(02).
       77  ws-fs-operadores                        pic  9(02).
       77  ws-fs-rompidos                          pic  9(02).

       77 ws-sair                                  pic  x(01).
          88  ws-fechar-programa                   value "N" "n".
          88  ws-voltar-tela                       value "V" "v".

       77  ws-menu                                 pic  x(02).
       77  ws-confirma                             pic  x(01).
       77  ws-data-hoje                            pic  9(08).

       77  ws-eof-mens                             pic  x(01).
           88  ws-fim-mens-aluno                   value "S".

       77  ws-eof-acordos                          pic  x(01).
           88  ws-fim-arquivo-acordos              value "S".

       77  ws-cod                                  pic  9(08).
       77  ws-num-acordo                           pic  9(06).
       77  ws-ultimo-acordo                        pic  9(06).

      *>   mensalidades em atraso do aluno oferecidas para o acordo
       77  ws-qtd-ori                              pic  9(02).
       77  ws-ind-ori                              pic  9(02).
       77  ws-qtd-selec                            pic  9(02).

       01  ws-tabela-originais.
           05  ws-ori-ent occurs 24 times.
               10  ws-ori-competencia              pic 9(06).
               10  ws-ori-vencimento               pic 9(08).
               10  ws-ori-saldo                    pic 9(05)v99.
               10  ws-ori-incluir                  pic x(01).

      *>   condicoes do acordo
       77  ws-valor-original                       pic  9(07)v99.
       77  ws-valor-acordo                         pic  9(07)v99.
       77  ws-qtd-parcelas                         pic  9(02).
       77  ws-ind-parcela                          pic  9(02).
       77  ws-valor-parcela                        pic  9(05)v99.
       77  ws-valor-ultima                         pic  9(05)v99.
       77  ws-autorizado                           pic  x(25).
       77  ws-primeiro-venc                        pic  9(08).
       77  ws-turma-aluno                          pic  x(03).

       01  ws-venc-parcela.
           05  ws-vp-ano                           pic  9(04).
           05  ws-vp-mes                           pic  9(02).
           05  ws-vp-dia                           pic  9(02).

       01  ws-comp-parcela.
           05  ws-cp-ano                           pic  9(04).
           05  ws-cp-mes                           pic  9(02).

       77  ws-achou-livre                          pic  x(01).
           88  ws-competencia-livre                value "S".

      *>   desfazimento do acordo rompido
       77  ws-pago-acordo                          pic  9(07)v99.
       77  ws-pago-restante                        pic  9(07)v99.
       77  ws-cont-reabertas                       pic  9(02).
       77  ws-cont-canceladas                      pic  9(02).

      *>   relatorio de acordos rompidos
       77  ws-dias-tolerancia                      pic  9(03).
       77  ws-dias-atraso                          pic  9(05).
       77  ws-maior-atraso                         pic  9(05).
       77  ws-parc-atrasadas                       pic  9(02).
       77  ws-saldo-atrasado                       pic  9(07)v99.
       77  ws-cont-ativos                          pic  9(05).
       77  ws-cont-rompidos                        pic  9(05).
       77  ws-nome-aluno                           pic  x(25).

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
       77  ws-dias-hoje                            pic  9(07).

       01  ws-linha-relatorio.
           05  ws-linha-texto                      pic x(100).

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
      *>  Procedimentos de inicialização - o arquivo de acordos e criado
      *>  vazio na primeira execucao
      *>------------------------------------------------------------------------
       inicializa section.

           accept ws-data-hoje from date yyyymmdd

           move ws-data-hoje   to ws-data-calc
           perform converter-data-dias
           move ws-dias-calc   to ws-dias-hoje

           open i-o arqMensalidades
           if ws-fs-mensalidades = 35 then
               display "Arquivo de mensalidades inexistente."
               display "Gere as cobrancas pelo programa gerarmensalidade."
               stop run
           end-if
           if ws-fs-mensalidades  <> 00
           and ws-fs-mensalidades <> 05 then
               move 1                                      to ws-msn-erro-ofsset
               move ws-fs-mensalidades                     to ws-msn-erro-cod
               move "Erro ao abrir arq. arqMensalidades"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   somente leitura: nome e turma do aluno do acordo
           open input arqAluno
           if ws-fs-arqAluno <> 00 then
               move 2                                   to ws-msn-erro-ofsset
               move ws-fs-arqAluno                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqAluno"        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqAcordos
           if ws-fs-acordos = 35 then
               open output arqAcordos
               close       arqAcordos
               open i-o    arqAcordos
           end-if
           if ws-fs-acordos  <> 00
           and ws-fs-acordos <> 05 then
               move 3                                   to ws-msn-erro-ofsset
               move ws-fs-acordos                       to ws-msn-erro-cod
               move "Erro ao abrir arq. arqAcordos"      to ws-msn-erro-text
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
               move 4                                    to ws-msn-erro-ofsset
               move ws-fs-operadores                     to ws-msn-erro-cod
               move "Erro ao abrir arq. arqOperadores"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Login do operador: tres tentativas de codigo e senha, e a
      *>  renegociacao de mensalidades e restrita ao nivel 3 de
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
               display "Renegociacao de mensalidades restrita a"
                       " coordenacao (nivel 3)"
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
               display "Digite 'Na' p/ fazer um novo acordo de renegociacao"
               display "Digite 'Ca' p/ consultar um acordo"
               display "Digite 'Da' p/ desfazer um acordo rompido"
               display "Digite 'Lr' p/ o relatorio de acordos rompidos"

               accept ws-menu

               evaluate ws-menu
                   when = "Na"
                       perform novo-acordo

                   when = "Ca"
                       perform consultar-acordo

                   when = "Da"
                       perform desfazer-acordo

                   when = "Lr"
                       perform relatorio-rompidos

                   when other
                       display "opcao invalida"
               end-evaluate

               display "Deseja continuar? 'S' ou 'N'"
               accept ws-sair

           end-perform
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Novo acordo: o operador escolhe, entre as mensalidades em
      *>  atraso do aluno, as que entram no acordo e informa o valor
      *>  acordado, o numero de parcelas e o primeiro vencimento (as
      *>  demais vencem no mesmo dia dos meses seguintes). As originais
      *>  ficam renegociadas e as parcelas entram em arqMensalidades
      *>  como cobrancas novas.
      *>------------------------------------------------------------------------
       novo-acordo section.

           display "Informe a matricula do aluno:"
           accept  ws-cod

           move ws-cod   to fd-cod
           read arqAluno
           if ws-fs-arqAluno <> 0 then
               display "Aluno nao cadastrado"
               go to novo-acordo-exit
           end-if

           move fd-turma   to ws-turma-aluno
           display "Aluno(a): " fd-aluno "  Turma: " fd-turma

           perform levantar-atrasadas

           if ws-qtd-ori = zero then
               display "Nenhuma mensalidade em atraso p/ este aluno"
               go to novo-acordo-exit
           end-if

           perform escolher-originais

           if ws-qtd-selec = zero then
               display "Nenhuma mensalidade escolhida. Acordo cancelado."
               go to novo-acordo-exit
           end-if

           display "Mensalidades no acordo: " ws-qtd-selec
                   "  Valor em aberto: " ws-valor-original

           display "Valor total acordado (zero = valor em aberto):"
           accept  ws-valor-acordo
           if ws-valor-acordo = zero then
               move ws-valor-original   to ws-valor-acordo
           end-if

           display "Numero de parcelas (01 a 24):"
           accept  ws-qtd-parcelas
           perform until ws-qtd-parcelas > 0
                     and ws-qtd-parcelas <= 24
               display "Numero invalido. Informe de 01 a 24:"
               accept ws-qtd-parcelas
           end-perform

           display "Vencimento da 1a parcela (AAAAMMDD, dia ate 28):"
           accept  ws-primeiro-venc
           move ws-primeiro-venc   to ws-venc-parcela
           perform until ws-primeiro-venc > ws-data-hoje
                     and ws-vp-mes >= 1 and ws-vp-mes <= 12
                     and ws-vp-dia >= 1 and ws-vp-dia <= 28
               display "Vencimento invalido. Informe uma data futura"
                       " com dia ate 28 (AAAAMMDD):"
               accept ws-primeiro-venc
               move ws-primeiro-venc   to ws-venc-parcela
           end-perform

           display "Acordo autorizado por:"
           accept  ws-autorizado
           perform until ws-autorizado <> spaces
               display "Informe quem autorizou o acordo:"
               accept ws-autorizado
           end-perform

           divide ws-valor-acordo by ws-qtd-parcelas
                  giving ws-valor-parcela
           compute ws-valor-ultima = ws-valor-acordo
                                   - ws-valor-parcela * (ws-qtd-parcelas - 1)

           display "Acordo: " ws-qtd-parcelas " parcela(s) de "
                   ws-valor-parcela " (ultima " ws-valor-ultima ")"
           display "Confirma o acordo? 'S' ou 'N'"
           accept ws-confirma

           if  ws-confirma <> "S"
           and ws-confirma <> "s" then
               display "Acordo cancelado pelo operador"
               go to novo-acordo-exit
           end-if

           perform gerar-num-acordo

           move ws-num-acordo       to fd-aco-numero
           move ws-cod              to fd-aco-cod
           move ws-data-hoje        to fd-aco-data
           move ws-valor-original   to fd-aco-valor-original
           move ws-valor-acordo     to fd-aco-valor-total
           move ws-qtd-selec        to fd-aco-qtd-originais
           move ws-qtd-parcelas     to fd-aco-qtd-parcelas
           move zero                to fd-aco-parcelas-pagas
           set  fd-aco-ativo        to true
           move ws-autorizado       to fd-aco-autorizado-por
           move ws-oper-cod         to fd-aco-operador
           move ws-data-hoje        to fd-aco-data-situacao

           write fd-acordo

           if ws-fs-acordos <> 0 then
               move 6                                   to ws-msn-erro-ofsset
               move ws-fs-acordos                       to ws-msn-erro-cod
               move "Erro ao gravar arq. arqAcordos"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform renegociar-originais
           perform gerar-parcelas

           display "Acordo " ws-num-acordo " gravado com sucesso!"
           .
       novo-acordo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Levanta as mensalidades do aluno (ws-cod) em aberto e ja
      *>  vencidas; parcelas de outro acordo nao sao renegociadas de novo
      *>------------------------------------------------------------------------
       levantar-atrasadas section.

           move zero   to ws-qtd-ori

           move ws-cod   to fd-mens-cod
           move zero     to fd-mens-competencia

           start arqMensalidades key is >= fd-mens-chave
           if ws-fs-mensalidades <> 0 then
               go to levantar-atrasadas-exit
           end-if

           move "N"   to ws-eof-mens

           perform until ws-fim-mens-aluno

               read arqMensalidades next
               if ws-fs-mensalidades <> 0
               or fd-mens-cod <> ws-cod then
                   move "S"   to ws-eof-mens
               else
                   if  fd-mens-aberta
                   and fd-mens-mensalidade
                   and fd-mens-vencimento < ws-data-hoje
                   and ws-qtd-ori < 24 then
                       add  1                       to ws-qtd-ori
                       move fd-mens-competencia     to ws-ori-competencia (ws-qtd-ori)
                       move fd-mens-vencimento      to ws-ori-vencimento  (ws-qtd-ori)
                       move fd-mens-saldo-devedor   to ws-ori-saldo       (ws-qtd-ori)
                       move "N"                     to ws-ori-incluir     (ws-qtd-ori)
                   end-if
               end-if

           end-perform
           .
       levantar-atrasadas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Pergunta, para cada mensalidade em atraso, se ela entra no
      *>  acordo, e soma o valor em aberto das escolhidas
      *>------------------------------------------------------------------------
       escolher-originais section.

           move zero   to ws-qtd-selec
           move zero   to ws-valor-original
           move 1      to ws-ind-ori

           perform until ws-ind-ori > ws-qtd-ori

               display "Competencia: " ws-ori-competencia (ws-ind-ori)
                       "  Venc.: " ws-ori-vencimento (ws-ind-ori)
                       "  Saldo: " ws-ori-saldo (ws-ind-ori)
               display "Incluir no acordo? 'S' ou 'N'"
               accept ws-confirma

               if ws-confirma = "S"
               or ws-confirma = "s" then
                   move "S"                         to ws-ori-incluir (ws-ind-ori)
                   add  1                           to ws-qtd-selec
                   add  ws-ori-saldo (ws-ind-ori)   to ws-valor-original
               end-if

               add 1   to ws-ind-ori

           end-perform
           .
       escolher-originais-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Numero do novo acordo: o maior numero gravado mais um
      *>------------------------------------------------------------------------
       gerar-num-acordo section.

           move zero   to ws-ultimo-acordo
           move zero   to fd-aco-numero

           start arqAcordos key is >= fd-aco-numero
           if ws-fs-acordos = 0 then
               move "N"   to ws-eof-acordos
               perform until ws-fim-arquivo-acordos
                   read arqAcordos next
                   if ws-fs-acordos <> 0 then
                       move "S"   to ws-eof-acordos
                   else
                       move fd-aco-numero   to ws-ultimo-acordo
                   end-if
               end-perform
           end-if

           compute ws-num-acordo = ws-ultimo-acordo + 1
           .
       gerar-num-acordo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Marca as mensalidades escolhidas como renegociadas no acordo;
      *>  o saldo devedor delas fica guardado para o caso de o acordo
      *>  ser desfeito
      *>------------------------------------------------------------------------
       renegociar-originais section.

           move 1   to ws-ind-ori

           perform until ws-ind-ori > ws-qtd-ori

               if ws-ori-incluir (ws-ind-ori) = "S" then

                   move ws-cod                             to fd-mens-cod
                   move ws-ori-competencia (ws-ind-ori)    to fd-mens-competencia

                   read arqMensalidades
                   if ws-fs-mensalidades <> 0 then
                       move 5                                      to ws-msn-erro-ofsset
                       move ws-fs-mensalidades                     to ws-msn-erro-cod
                       move "Erro ao ler arq. arqMensalidades"      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   set  fd-mens-renegociada   to true
                   move ws-num-acordo         to fd-mens-num-acordo

                   rewrite fd-mensalidade

                   if ws-fs-mensalidades <> 0 then
                       move 7                                      to ws-msn-erro-ofsset
                       move ws-fs-mensalidades                     to ws-msn-erro-cod
                       move "Erro ao alterar arq. arqMensalidades"  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

               add 1   to ws-ind-ori

           end-perform
           .
       renegociar-originais-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava as parcelas do acordo como cobrancas novas do aluno,
      *>  uma por mes a partir do primeiro vencimento; a ultima parcela
      *>  leva a diferenca de centavos da divisao
      *>------------------------------------------------------------------------
       gerar-parcelas section.

           move ws-primeiro-venc   to ws-venc-parcela
           move 1                  to ws-ind-parcela

           perform until ws-ind-parcela > ws-qtd-parcelas

               perform localizar-competencia-parcela

               move ws-cod               to fd-mens-cod
               move ws-comp-parcela      to fd-mens-competencia
               move ws-turma-aluno       to fd-mens-turma
               if ws-ind-parcela = ws-qtd-parcelas then
                   move ws-valor-ultima    to fd-mens-valor
               else
                   move ws-valor-parcela   to fd-mens-valor
               end-if
               move ws-venc-parcela      to fd-mens-vencimento
               set  fd-mens-aberta       to true
               move zero                 to fd-mens-data-pagto
               move fd-mens-valor        to fd-mens-valor-cheio
               move zero                 to fd-mens-desconto
               move zero                 to fd-mens-credito
               move zero                 to fd-mens-multa
               move zero                 to fd-mens-juros
               move zero                 to fd-mens-valor-pago
               move fd-mens-valor        to fd-mens-saldo-devedor
               set  fd-mens-parcela-acordo to true
               move ws-num-acordo        to fd-mens-num-acordo
               move ws-ind-parcela       to fd-mens-num-parcela

               write fd-mensalidade

               if ws-fs-mensalidades <> 0 then
                   move 8                                      to ws-msn-erro-ofsset
                   move ws-fs-mensalidades                     to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqMensalidades"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               display "Parcela " ws-ind-parcela
                       "  Competencia: " fd-mens-competencia
                       "  Venc.: " fd-mens-vencimento
                       "  Valor: " fd-mens-valor

               add 1   to ws-vp-mes
               if ws-vp-mes > 12 then
                   move 1   to ws-vp-mes
                   add  1   to ws-vp-ano
               end-if

               add 1   to ws-ind-parcela

           end-perform
           .
       gerar-parcelas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Competencia da parcela: ano do vencimento e mes 51 a 99,
      *>  fora da faixa das mensalidades; comeca em 50 + o mes do
      *>  vencimento e avanca ate achar uma livre para o aluno
      *>------------------------------------------------------------------------
       localizar-competencia-parcela section.

           move ws-vp-ano   to ws-cp-ano
           compute ws-cp-mes = 50 + ws-vp-mes
           move "N"         to ws-achou-livre

           perform until ws-competencia-livre

               move ws-cod            to fd-mens-cod
               move ws-comp-parcela   to fd-mens-competencia

               read arqMensalidades
               if ws-fs-mensalidades = 23 then
                   move "S"   to ws-achou-livre
               else
                   if ws-cp-mes >= 99 then
                       move 11                                    to ws-msn-erro-ofsset
                       move ws-fs-mensalidades                    to ws-msn-erro-cod
                       move "Sem competencia livre p/ a parcela"   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   add 1   to ws-cp-mes
               end-if

           end-perform
           .
       localizar-competencia-parcela-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Consulta de um acordo: condicoes, mensalidades renegociadas e
      *>  parcelas com a situacao de cada uma
      *>------------------------------------------------------------------------
       consultar-acordo section.

           display "Informe o numero do acordo:"
           accept  ws-num-acordo

           move ws-num-acordo   to fd-aco-numero
           read arqAcordos
           if ws-fs-acordos <> 0 then
               display "Acordo " ws-num-acordo " nao cadastrado"
               go to consultar-acordo-exit
           end-if

           perform exibir-acordo

           move fd-aco-cod   to ws-cod
           move fd-aco-cod   to fd-mens-cod
           move zero         to fd-mens-competencia

           start arqMensalidades key is >= fd-mens-chave
           if ws-fs-mensalidades <> 0 then
               go to consultar-acordo-exit
           end-if

           move "N"   to ws-eof-mens

           perform until ws-fim-mens-aluno

               read arqMensalidades next
               if ws-fs-mensalidades <> 0
               or fd-mens-cod <> ws-cod then
                   move "S"   to ws-eof-mens
               else
                   if fd-mens-num-acordo = ws-num-acordo then
                       if fd-mens-parcela-acordo then
                           display "   Parcela " fd-mens-num-parcela
                                   "  Venc.: " fd-mens-vencimento
                                   "  Valor: " fd-mens-valor
                                   "  Saldo: " fd-mens-saldo-devedor
                                   "  Situacao: " fd-mens-situacao
                       else
                           display "   Renegociada: competencia "
                                   fd-mens-competencia
                                   "  Saldo: " fd-mens-saldo-devedor
                                   "  Situacao: " fd-mens-situacao
                       end-if
                   end-if
               end-if

           end-perform
           .
       consultar-acordo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Exibe o acordo do registro corrente de arqAcordos
      *>------------------------------------------------------------------------
       exibir-acordo section.

           display "Acordo              : " fd-aco-numero
                   "  Situacao: " fd-aco-situacao
           display "Matricula           : " fd-aco-cod
                   "  Data: " fd-aco-data
           display "Valor em aberto     : " fd-aco-valor-original
                   "  Mensalidades: " fd-aco-qtd-originais
           display "Valor acordado      : " fd-aco-valor-total
                   "  Parcelas: " fd-aco-qtd-parcelas
                   "  Pagas: " fd-aco-parcelas-pagas
           display "Autorizado por      : " fd-aco-autorizado-por
                   "  Operador: " fd-aco-operador
           .
       exibir-acordo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Desfaz um acordo rompido: as parcelas ainda nao pagas ficam
      *>  canceladas e as mensalidades originais voltam a ficar em
      *>  aberto. O que ja foi pago nas parcelas abate o saldo das
      *>  originais, da mais antiga para a mais nova; a original coberta
      *>  por inteiro fica paga. A multa e os juros voltam a correr
      *>  sobre o saldo reaberto na proxima baixa.
      *>------------------------------------------------------------------------
       desfazer-acordo section.

           display "Informe o numero do acordo:"
           accept  ws-num-acordo

           move ws-num-acordo   to fd-aco-numero
           read arqAcordos
           if ws-fs-acordos <> 0 then
               display "Acordo " ws-num-acordo " nao cadastrado"
               go to desfazer-acordo-exit
           end-if

           perform exibir-acordo

           if not fd-aco-ativo then
               display "So acordo ativo pode ser desfeito"
               go to desfazer-acordo-exit
           end-if

           display "Confirma desfazer o acordo e reabrir as"
                   " mensalidades? 'S' ou 'N'"
           accept ws-confirma

           if  ws-confirma <> "S"
           and ws-confirma <> "s" then
               display "Operacao cancelada"
               go to desfazer-acordo-exit
           end-if

           move fd-aco-cod   to ws-cod
           move zero         to ws-pago-acordo
           move zero         to ws-cont-canceladas
           move zero         to ws-cont-reabertas

           perform cancelar-parcelas

           move ws-pago-acordo   to ws-pago-restante
           perform reabrir-originais

           move ws-num-acordo   to fd-aco-numero
           read arqAcordos
           if ws-fs-acordos <> 0 then
               move 9                                   to ws-msn-erro-ofsset
               move ws-fs-acordos                       to ws-msn-erro-cod
               move "Erro ao ler arq. arqAcordos"        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           set  fd-aco-desfeito   to true
           move ws-data-hoje      to fd-aco-data-situacao

           rewrite fd-acordo

           if ws-fs-acordos <> 0 then
               move 9                                   to ws-msn-erro-ofsset
               move ws-fs-acordos                       to ws-msn-erro-cod
               move "Erro ao alterar arq. arqAcordos"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Parcelas canceladas : " ws-cont-canceladas
           display "Mensalidades reabertas: " ws-cont-reabertas
           display "Pago nas parcelas   : " ws-pago-acordo
           if ws-pago-restante > zero then
               display "Pago alem das originais (conferir): "
                       ws-pago-restante
           end-if
           display "Acordo " ws-num-acordo " desfeito"
           .
       desfazer-acordo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Soma o que foi pago nas parcelas do acordo e cancela as que
      *>  ainda nao foram quitadas
      *>------------------------------------------------------------------------
       cancelar-parcelas section.

           move ws-cod   to fd-mens-cod
           move zero     to fd-mens-competencia

           start arqMensalidades key is >= fd-mens-chave
           if ws-fs-mensalidades <> 0 then
               go to cancelar-parcelas-exit
           end-if

           move "N"   to ws-eof-mens

           perform until ws-fim-mens-aluno

               read arqMensalidades next
               if ws-fs-mensalidades <> 0
               or fd-mens-cod <> ws-cod then
                   move "S"   to ws-eof-mens
               else
                   if  fd-mens-parcela-acordo
                   and fd-mens-num-acordo = ws-num-acordo then

                       add fd-mens-valor-pago   to ws-pago-acordo

                       if fd-mens-aberta then
                           set fd-mens-cancelada   to true

                           rewrite fd-mensalidade

                           if ws-fs-mensalidades <> 0 then
                               move 7                                      to ws-msn-erro-ofsset
                               move ws-fs-mensalidades                     to ws-msn-erro-cod
                               move "Erro ao alterar arq. arqMensalidades"  to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if

                           add 1   to ws-cont-canceladas
                       end-if
                   end-if
               end-if

           end-perform
           .
       cancelar-parcelas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Reabre as mensalidades renegociadas no acordo, abatendo do
      *>  saldo de cada uma o que ainda resta do valor pago nas parcelas
      *>------------------------------------------------------------------------
       reabrir-originais section.

           move ws-cod   to fd-mens-cod
           move zero     to fd-mens-competencia

           start arqMensalidades key is >= fd-mens-chave
           if ws-fs-mensalidades <> 0 then
               go to reabrir-originais-exit
           end-if

           move "N"   to ws-eof-mens

           perform until ws-fim-mens-aluno

               read arqMensalidades next
               if ws-fs-mensalidades <> 0
               or fd-mens-cod <> ws-cod then
                   move "S"   to ws-eof-mens
               else
                   if  fd-mens-renegociada
                   and fd-mens-num-acordo = ws-num-acordo then

                       if ws-pago-restante >= fd-mens-saldo-devedor then
                           subtract fd-mens-saldo-devedor from ws-pago-restante
                           move zero            to fd-mens-saldo-devedor
                           set  fd-mens-paga    to true
                           move ws-data-hoje    to fd-mens-data-pagto
                       else
                           subtract ws-pago-restante from fd-mens-saldo-devedor
                           move zero            to ws-pago-restante
                           set  fd-mens-aberta  to true
                       end-if

                       rewrite fd-mensalidade

                       if ws-fs-mensalidades <> 0 then
                           move 7                                      to ws-msn-erro-ofsset
                           move ws-fs-mensalidades                     to ws-msn-erro-cod
                           move "Erro ao alterar arq. arqMensalidades"  to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       add 1   to ws-cont-reabertas
                   end-if
               end-if

           end-perform
           .
       reabrir-originais-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Relatorio de acordos rompidos: acordo ativo com alguma parcela
      *>  em aberto vencida ha mais dias do que a tolerancia informada.
      *>  O relatorio nao altera nada; o acordo e desfeito pela opcao
      *>  'Da', reabrindo a divida.
      *>------------------------------------------------------------------------
       relatorio-rompidos section.

           display "Tolerancia de atraso da parcela em dias (000 a 999):"
           accept  ws-dias-tolerancia

           open output arqAcordosRompidos
           if ws-fs-rompidos <> 00 then
               move 10                                     to ws-msn-erro-ofsset
               move ws-fs-rompidos                         to ws-msn-erro-cod
               move "Erro ao abrir arqAcordosRompidos"      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces                                        to ws-linha-texto
           string "Acordos rompidos em " ws-data-hoje
                  " - parcela com mais de " ws-dias-tolerancia
                  " dia(s) de atraso"
                                             delimited by size
                                             into ws-linha-texto
           write fd-linha-rompido from ws-linha-texto

           move spaces                                        to ws-linha-texto
           move all "-"                                       to ws-linha-texto
           write fd-linha-rompido from ws-linha-texto

           move zero   to ws-cont-ativos
           move zero   to ws-cont-rompidos
           move zero   to fd-aco-numero

           start arqAcordos key is >= fd-aco-numero
           if ws-fs-acordos = 0 then
               move "N"   to ws-eof-acordos
               perform until ws-fim-arquivo-acordos
                   read arqAcordos next
                   if ws-fs-acordos <> 0 then
                       move "S"   to ws-eof-acordos
                   else
                       if fd-aco-ativo then
                           add 1   to ws-cont-ativos
                           perform verificar-acordo
                       end-if
                   end-if
               end-perform
           end-if

           move spaces                                        to ws-linha-texto
           string "Acordos ativos: " ws-cont-ativos
                  "  Rompidos: " ws-cont-rompidos
                                             delimited by size
                                             into ws-linha-texto
           write fd-linha-rompido from ws-linha-texto

           close arqAcordosRompidos

           display "Acordos ativos  : " ws-cont-ativos
           display "Acordos rompidos: " ws-cont-rompidos
           display "Relatorio gravado em arqAcordosRompidos.txt"
           .
       relatorio-rompidos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Verifica as parcelas em aberto do acordo corrente e lista o
      *>  acordo quando alguma passou da tolerancia de atraso
      *>------------------------------------------------------------------------
       verificar-acordo section.

           move zero         to ws-parc-atrasadas
           move zero         to ws-maior-atraso
           move zero         to ws-saldo-atrasado
           move fd-aco-cod   to ws-cod

           move fd-aco-cod   to fd-mens-cod
           move zero         to fd-mens-competencia

           start arqMensalidades key is >= fd-mens-chave
           if ws-fs-mensalidades <> 0 then
               go to verificar-acordo-exit
           end-if

           move "N"   to ws-eof-mens

           perform until ws-fim-mens-aluno

               read arqMensalidades next
               if ws-fs-mensalidades <> 0
               or fd-mens-cod <> ws-cod then
                   move "S"   to ws-eof-mens
               else
                   if  fd-mens-parcela-acordo
                   and fd-mens-num-acordo = fd-aco-numero
                   and fd-mens-aberta
                   and fd-mens-vencimento < ws-data-hoje then

                       move fd-mens-vencimento   to ws-data-calc
                       perform converter-data-dias
                       compute ws-dias-atraso = ws-dias-hoje - ws-dias-calc

                       if ws-dias-atraso > ws-dias-tolerancia then
                           add 1                       to ws-parc-atrasadas
                           add fd-mens-saldo-devedor   to ws-saldo-atrasado
                           if ws-dias-atraso > ws-maior-atraso then
                               move ws-dias-atraso   to ws-maior-atraso
                           end-if
                       end-if
                   end-if
               end-if

           end-perform

           if ws-parc-atrasadas = zero then
               go to verificar-acordo-exit
           end-if

           add 1   to ws-cont-rompidos

           move ws-cod   to fd-cod
           read arqAluno
           if ws-fs-arqAluno = 0 then
               move fd-aluno                      to ws-nome-aluno
           else
               move "(cadastro nao encontrado)"   to ws-nome-aluno
           end-if

           move spaces                                        to ws-linha-texto
           string "Acordo: " fd-aco-numero
                  "  Matricula: " fd-aco-cod
                  "  Aluno: " ws-nome-aluno
                  "  Data: " fd-aco-data
                                             delimited by size
                                             into ws-linha-texto
           write fd-linha-rompido from ws-linha-texto

           move spaces                                        to ws-linha-texto
           string "   Parcelas: " fd-aco-qtd-parcelas
                  "  Pagas: " fd-aco-parcelas-pagas
                  "  Em atraso: " ws-parc-atrasadas
                  "  Maior atraso: " ws-maior-atraso " dia(s)"
                  "  Saldo em atraso: " ws-saldo-atrasado
                                             delimited by size
                                             into ws-linha-texto
           write fd-linha-rompido from ws-linha-texto
           .
       verificar-acordo-exit.
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

           close arqMensalidades
           close arqAluno
           close arqAcordos
           close arqOperadores
           stop run
           .
       finaliza-exit.
           exit.
