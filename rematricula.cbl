      $set sourceformat"free"

      *>----Divisão de identificação do programa
       identification division.
       program-id. "rematricula".
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

           select arqRematricula assign to "arqRematricula.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-rmt-chave
           file status is ws-fs-rematricula.

           select arqAluno assign to "arqAlunoIndexed.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-cod
           alternate record key is fd-aluno with duplicates
           file status is ws-fs-arqAluno.

           select arqTurmas assign to "arqTurmas.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-tur-codigo
           file status is ws-fs-turmas.

           select arqMensalidades assign to "arqMensalidades.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-mens-chave
           file status is ws-fs-mensalidades.

           select arqListaEspera assign to "arqListaEspera.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-esp-chave
           file status is ws-fs-espera.

           select arqOperadores assign to "arqOperadores.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-oper-cod
           file status is ws-fs-operadores.

           select arqListaRematricula assign to "arqRematricula.txt"
           organization is line sequential
           file status is ws-fs-lista.

           select arqVagasRematricula assign to "arqVagasRematricula.txt"
           organization is line sequential
           file status is ws-fs-vagas.

           select ordRematricula assign to "ordRematricula.wrk".

       i-o-control.

      *>----Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqRematricula.
           copy "rematreg.cpy".

       fd arqAluno.
           copy "alunoreg.cpy".

       fd arqTurmas.
           copy "turmareg.cpy".

       fd arqMensalidades.
           copy "mensreg.cpy".

       fd arqListaEspera.
           copy "esperreg.cpy".

       fd arqOperadores.
           copy "operreg.cpy".

       fd arqListaRematricula.
       01  fd-linha-lista                          pic x(100).

       fd arqVagasRematricula.
       01  fd-linha-vagas                          pic x(100).

      *>   um registro por aluno da campanha, para a listagem por
      *>   turma atual e nome
       sd ordRematricula.
       01  sd-rem-reg.
           05  sd-turma-atual                      pic x(03).
           05  sd-aluno                             pic x(25).
           05  sd-cod                               pic 9(08).
           05  sd-turma-proposta                    pic x(03).
           05  sd-situacao                          pic x(01).
           05  sd-data-resposta                     pic 9(08).
           05  sd-bloqueio                          pic x(01).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-rematricula                       pic  9(02).
       77  ws-fs-arqAluno                          pic  9(02).
       77  ws-fs-turmas                            pic  9(02).
       77  ws-fs-mensalidades                      pic  9(02).
       77  ws-fs-espera                            pic  9(02).
       77  ws-fs-operadores                        pic  9(02).
       77  ws-fs-lista                             pic  9(02).
       77  ws-fs-vagas                             pic  9(02).

       77 ws-sair                                  pic  x(01).
          88  ws-fechar-programa                   value "N" "n".
          88  ws-voltar-tela                       value "V" "v".

       77  ws-menu                                 pic  x(02).
       77  ws-confirma                             pic  x(01).
       77  ws-data-hoje                            pic  9(08).

       77  ws-sem-arq-turmas                       pic  x(01) value "N".
           88  ws-turmas-ausente                   value "S".
       77  ws-sem-arq-mens                         pic  x(01) value "N".
           88  ws-mensalidades-ausente             value "S".
       77  ws-sem-arq-espera                       pic  x(01) value "N".
           88  ws-espera-ausente                   value "S".

       77  ws-eof-aluno                            pic  x(01).
           88  ws-fim-arquivo-aluno                value "S".
       77  ws-eof-rem                              pic  x(01).
           88  ws-fim-campanha                     value "S".
       77  ws-eof-mens                             pic  x(01).
           88  ws-fim-mens-aluno                   value "S".
       77  ws-eof-espera                           pic  x(01).
           88  ws-fim-fila-turma                   value "S".
       77  ws-eof-sort                             pic  x(01).
           88  ws-fim-arquivo-sort                 value "S".

      *>----Campanha do ano letivo seguinte (registro de codigo zero)
       77  ws-ano-campanha                         pic  9(04).
       77  ws-camp-existe                          pic  x(01).
           88  ws-campanha-existe                  value "S".
       77  ws-camp-prazo                           pic  9(08).
       77  ws-camp-situacao                        pic  x(01).
           88  ws-campanha-encerrada               value "E".

      *>----Aluno corrente
       77  ws-cod                                  pic  9(08).
       77  ws-situacao-ant                         pic  x(01).
       77  ws-turma-destino                        pic  x(03).
       77  ws-nome-situacao                        pic  x(12).

      *>   turma proposta: a serie (primeiro byte da turma) seguinte
       01  ws-turma-prom.
           05  ws-tp-serie                         pic x(01).
           05  ws-tp-serie-num redefines ws-tp-serie
                                                   pic 9(01).
           05  ws-tp-resto                         pic x(02).
       77  ws-turma-promovivel                     pic  x(01).
           88  ws-tem-serie-seguinte               value "S".

      *>   bloqueio por mensalidade em atraso (aberta e vencida)
       77  ws-atraso                               pic  x(01).
           88  ws-tem-atraso                       value "S".
       77  ws-qtd-atraso                           pic  9(03).
       77  ws-saldo-atraso                         pic  9(07)v99.

      *>   reserva de vaga na turma proposta
       77  ws-vaga                                 pic  x(01).
           88  ws-vaga-ok                          value "S".
       77  ws-max-vagas                            pic  9(03).
       77  ws-cont-confirmadas                     pic  9(03).
       77  ws-vagas-livres                         pic  9(03).
       77  ws-cont-chamados                        pic  9(03).

       77  ws-achou-candidato                      pic  x(01).
           88  ws-candidato-achado                 value "S".
       77  ws-turma                                pic  x(03).

      *>----Turmas de destino da campanha com as reservas de cada uma
       01  ws-tab-destinos.
           05  ws-dest-entrada occurs 100 times.
               10  ws-dest-turma                   pic x(03).
               10  ws-dest-confirmadas             pic 9(03).
               10  ws-dest-pendentes               pic 9(03).
               10  ws-dest-liberadas               pic 9(03).
       77  ws-qtd-destinos                         pic  9(03).
       77  ws-ind-dest                             pic  9(03).
       77  ws-achou-destino                        pic  x(01).
           88  ws-destino-achado                   value "S".

      *>----Totais
       77  ws-cont-incluidos                       pic  9(05).
       77  ws-cont-ja-incluidos                    pic  9(05).
       77  ws-cont-concluintes                     pic  9(05).
       77  ws-cont-liberados                       pic  9(05).
       77  ws-cont-turma                           pic  9(03).
       77  ws-cont-listados                        pic  9(05).
       77  ws-cont-bloqueados                      pic  9(05).
       77  ws-turma-anterior                       pic  x(03) value spaces.
       77  ws-primeira-turma                       pic  x(01).

       01  ws-linha.
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
      *>  Procedimentos de inicialização - abre a campanha (criada
      *>  vazia na primeira execucao), o cadastro e os arquivos de
      *>  consulta, e pede o ano letivo da rematricula
      *>------------------------------------------------------------------------
       inicializa section.

           accept ws-data-hoje from date yyyymmdd

           open i-o arqRematricula
           if ws-fs-rematricula = 35 then
               open output arqRematricula
               close       arqRematricula
               open i-o    arqRematricula
           end-if
           if ws-fs-rematricula  <> 00
           and ws-fs-rematricula <> 05 then
               move 1                                      to ws-msn-erro-ofsset
               move ws-fs-rematricula                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqRematricula"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqAluno
           if ws-fs-arqAluno <> 00 then
               move 2                                   to ws-msn-erro-ofsset
               move ws-fs-arqAluno                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqAluno"        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   sem o cadastro de turmas nao ha limite de vagas para reservar:
      *>   a campanha pode ser gerada e listada, mas nao confirmada
           open input arqTurmas
           if ws-fs-turmas = 35 then
               move "S"   to ws-sem-arq-turmas
           else
               if ws-fs-turmas <> 00 then
                   move 3                                   to ws-msn-erro-ofsset
                   move ws-fs-turmas                        to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqTurmas"       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *>   sem mensalidades geradas ainda nao ha atraso que bloqueie
           open input arqMensalidades
           if ws-fs-mensalidades = 35 then
               move "S"   to ws-sem-arq-mens
           else
               if ws-fs-mensalidades <> 00 then
                   move 4                                      to ws-msn-erro-ofsset
                   move ws-fs-mensalidades                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqMensalidades"    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *>   a lista de espera recebe as vagas liberadas no encerramento;
      *>   sem ela as vagas so sao informadas
           open i-o arqListaEspera
           if ws-fs-espera = 35 then
               move "S"   to ws-sem-arq-espera
           else
               if ws-fs-espera  <> 00
               and ws-fs-espera <> 05 then
                   move 5                                      to ws-msn-erro-ofsset
                   move ws-fs-espera                           to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqListaEspera"     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
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
               move 6                                    to ws-msn-erro-ofsset
               move ws-fs-operadores                     to ws-msn-erro-cod
               move "Erro ao abrir arq. arqOperadores"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Ano letivo da rematricula (AAAA, zero = ano seguinte):"
           accept  ws-ano-campanha

           if ws-ano-campanha = zero then
               move ws-data-hoje(1:4)   to ws-ano-campanha
               add 1                    to ws-ano-campanha
           end-if

           perform until ws-ano-campanha > 2000
               display "Ano invalido. Informe o ano (AAAA):"
               accept ws-ano-campanha
           end-perform

           perform ler-campanha

           if ws-campanha-existe then
               if ws-campanha-encerrada then
                   display "Campanha " ws-ano-campanha
                           " encerrada (prazo " ws-camp-prazo ")"
               else
                   display "Campanha " ws-ano-campanha
                           " aberta - prazo " ws-camp-prazo
               end-if
           else
               display "Campanha " ws-ano-campanha " ainda nao gerada"
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Login do operador: tres tentativas de codigo e senha. A
      *>  rematricula e da secretaria (nivel 2); o encerramento do
      *>  prazo e restrito a coordenacao (nivel 3).
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

           if ws-nivel-operador < 2 then
               display "Rematricula restrita a secretaria (nivel 2)"
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
               display "Digite 'Gc' p/ gerar a campanha de rematricula"
               display "Digite 'Lc' p/ listar a campanha"
               display "Digite 'Cr' p/ confirmar a rematricula de um aluno"
               display "Digite 'Dr' p/ registrar a desistencia de um aluno"
               display "Digite 'Tp' p/ alterar a turma proposta"
               display "Digite 'Ep' p/ encerrar o prazo e liberar as vagas"

               accept ws-menu

               evaluate ws-menu
                   when = "Gc"
                       perform gerar-campanha

                   when = "Lc"
                       perform listar-campanha

                   when = "Cr"
                       perform confirmar-rematricula

                   when = "Dr"
                       perform registrar-desistencia

                   when = "Tp"
                       perform alterar-turma-proposta

                   when = "Ep"
                       perform encerrar-prazo

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
      *>  Le o registro de controle da campanha do ano (codigo zero)
      *>------------------------------------------------------------------------
       ler-campanha section.

           move "N"    to ws-camp-existe
           move zero   to ws-camp-prazo
           move space  to ws-camp-situacao

           move ws-ano-campanha   to fd-rmt-ano
           move zero              to fd-rmt-cod
           read arqRematricula

           if ws-fs-rematricula = 0 then
               move "S"                to ws-camp-existe
               move fd-camp-prazo      to ws-camp-prazo
               move fd-camp-situacao   to ws-camp-situacao
           else
               if ws-fs-rematricula <> 23 then
                   move 7                                     to ws-msn-erro-ofsset
                   move ws-fs-rematricula                     to ws-msn-erro-cod
                   move "Erro ao ler arq. arqRematricula"      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       ler-campanha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Gera a campanha: na primeira vez pede o prazo e grava o
      *>  controle; depois inclui como pendente cada aluno ativo com
      *>  serie seguinte. Pode ser repetida para incluir quem foi
      *>  matriculado depois; quem ja esta na campanha fica como esta.
      *>  Concluintes (ultima serie ou turma sem serie) ficam de fora.
      *>------------------------------------------------------------------------
       gerar-campanha section.

           if ws-campanha-encerrada then
               display "Campanha " ws-ano-campanha " ja encerrada"
               go to gerar-campanha-exit
           end-if

           if not ws-campanha-existe then
               display "Prazo para a confirmacao (AAAAMMDD):"
               accept  ws-camp-prazo

               perform until ws-camp-prazo > ws-data-hoje
                   display "Prazo invalido. Informe uma data futura (AAAAMMDD):"
                   accept ws-camp-prazo
               end-perform

               move ws-ano-campanha   to fd-rmt-ano
               move zero              to fd-rmt-cod
               move spaces            to fd-rmt-campanha
               move ws-camp-prazo     to fd-camp-prazo
               set  fd-camp-aberta    to true
               move ws-data-hoje      to fd-camp-data-abertura
               move zero              to fd-camp-data-encerramento

               write fd-rematricula
               if ws-fs-rematricula <> 0 then
                   move 8                                      to ws-msn-erro-ofsset
                   move ws-fs-rematricula                      to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqRematricula"    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform ler-campanha
           end-if

           move zero   to ws-cont-incluidos
           move zero   to ws-cont-ja-incluidos
           move zero   to ws-cont-concluintes

           move zero   to fd-cod
           start arqAluno key is >= fd-cod
           if ws-fs-arqAluno <> 0 then
               display "Nenhum aluno cadastrado"
               go to gerar-campanha-exit
           end-if

           move "N"   to ws-eof-aluno

           perform until ws-fim-arquivo-aluno

               read arqAluno next
               if ws-fs-arqAluno = 10 then
                   move "S"   to ws-eof-aluno
               else
                   if ws-fs-arqAluno <> 0 then
                       move 9                                   to ws-msn-erro-ofsset
                       move ws-fs-arqAluno                      to ws-msn-erro-cod
                       move "Erro ao ler arq. arqAluno"         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if fd-status-ativo then
                       perform incluir-aluno-campanha
                   end-if
               end-if

           end-perform

           display "Alunos incluidos na campanha : " ws-cont-incluidos
           display "Ja incluidos anteriormente   : " ws-cont-ja-incluidos
           display "Concluintes (fora da campanha): " ws-cont-concluintes
           display "Prazo para a confirmacao     : " ws-camp-prazo
           .
       gerar-campanha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Inclui o aluno corrente de arqAluno como pendente na campanha
      *>------------------------------------------------------------------------
       incluir-aluno-campanha section.

           perform propor-turma

           if not ws-tem-serie-seguinte then
               add 1   to ws-cont-concluintes
               go to incluir-aluno-campanha-exit
           end-if

           move ws-ano-campanha   to fd-rmt-ano
           move fd-cod            to fd-rmt-cod
           move fd-aluno          to fd-rmt-aluno
           move fd-turma          to fd-rmt-turma-atual
           move ws-turma-prom     to fd-rmt-turma-proposta
           set  fd-rmt-pendente   to true
           move ws-data-hoje      to fd-rmt-data-geracao
           move zero              to fd-rmt-data-resposta
           move zero              to fd-rmt-data-liberacao
           move ws-oper-cod       to fd-rmt-operador

           write fd-rematricula

           if ws-fs-rematricula = 22 then
               add 1   to ws-cont-ja-incluidos
           else
               if ws-fs-rematricula <> 0 then
                   move 10                                     to ws-msn-erro-ofsset
                   move ws-fs-rematricula                      to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqRematricula"    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1   to ws-cont-incluidos
           end-if
           .
       incluir-aluno-campanha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Monta em ws-turma-prom a turma proposta para o aluno corrente:
      *>  a serie seguinte na mesma letra, como no fechamento do ano
      *>  ("1A" vira "2A"). Serie 9 ou turma sem serie numerica nao tem
      *>  serie seguinte.
      *>------------------------------------------------------------------------
       propor-turma section.

           move fd-turma   to ws-turma-prom
           move "N"        to ws-turma-promovivel

           if  ws-tp-serie numeric
           and ws-tp-serie >= "1"
           and ws-tp-serie <= "8" then
               add 1   to ws-tp-serie-num
               move "S"   to ws-turma-promovivel
           end-if
           .
       propor-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o registro da campanha do aluno de ws-cod; file status 23
      *>  fica para quem chamou tratar
      *>------------------------------------------------------------------------
       ler-rematricula section.

           move ws-ano-campanha   to fd-rmt-ano
           move ws-cod            to fd-rmt-cod
           read arqRematricula

           if  ws-fs-rematricula <> 0
           and ws-fs-rematricula <> 23 then
               move 11                                    to ws-msn-erro-ofsset
               move ws-fs-rematricula                     to ws-msn-erro-cod
               move "Erro ao ler arq. arqRematricula"      to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       ler-rematricula-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Regrava o registro da campanha corrente
      *>------------------------------------------------------------------------
       regravar-rematricula section.

           rewrite fd-rematricula

           if ws-fs-rematricula <> 0 then
               move 12                                     to ws-msn-erro-ofsset
               move ws-fs-rematricula                      to ws-msn-erro-cod
               move "Erro ao alterar arq. arqRematricula"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       regravar-rematricula-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confirma a rematricula do aluno: bloqueada enquanto houver
      *>  mensalidade em atraso (ate a quitacao ou o acordo pelo
      *>  programa renegociacao) e so com vaga na turma proposta, que
      *>  fica reservada
      *>------------------------------------------------------------------------
       confirmar-rematricula section.

           if not ws-campanha-existe then
               display "Campanha " ws-ano-campanha " ainda nao gerada"
               go to confirmar-rematricula-exit
           end-if

           if ws-campanha-encerrada then
               display "Prazo da campanha " ws-ano-campanha " encerrado;"
                       " vagas ja liberadas"
               go to confirmar-rematricula-exit
           end-if

           display "Informe o codigo do aluno:"
           accept  ws-cod

           perform ler-rematricula
           if ws-fs-rematricula = 23 then
               display "Aluno fora da campanha " ws-ano-campanha
               go to confirmar-rematricula-exit
           end-if

           if fd-rmt-confirmada then
               display "Rematricula de " fd-rmt-aluno " ja confirmada"
                       " em " fd-rmt-data-resposta
               go to confirmar-rematricula-exit
           end-if

           if fd-rmt-liberada then
               display "Vaga de " fd-rmt-aluno " ja liberada"
               go to confirmar-rematricula-exit
           end-if

      *>   o aluno precisa continuar ativo no cadastro
           move ws-cod   to fd-cod
           read arqAluno
           if ws-fs-arqAluno <> 0
           or not fd-status-ativo then
               display "Aluno " ws-cod " nao esta ativo no cadastro"
               go to confirmar-rematricula-exit
           end-if

           perform verificar-atraso

           if ws-tem-atraso then
               display "Rematricula bloqueada: " ws-qtd-atraso
                       " cobranca(s) em atraso, saldo " ws-saldo-atraso
               display "Liberada apos a quitacao ou o acordo"
                       " (programa renegociacao)."
               go to confirmar-rematricula-exit
           end-if

           perform ler-rematricula
           move fd-rmt-turma-proposta   to ws-turma-destino

           perform verificar-vaga

           if not ws-vaga-ok then
               go to confirmar-rematricula-exit
           end-if

           perform ler-rematricula
           set  fd-rmt-confirmada   to true
           move ws-data-hoje        to fd-rmt-data-resposta
           move ws-oper-cod         to fd-rmt-operador
           perform regravar-rematricula

           add 1   to ws-cont-confirmadas

           display "Rematricula de " fd-rmt-aluno " confirmada: vaga"
                   " reservada na turma " ws-turma-destino
                   " (" ws-cont-confirmadas " de " ws-max-vagas ")"
           .
       confirmar-rematricula-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere as cobrancas do aluno de ws-cod: qualquer cobranca
      *>  aberta com vencimento ja passado bloqueia a rematricula. As
      *>  mensalidades renegociadas nao estao abertas, e as parcelas do
      *>  acordo so bloqueiam se atrasarem.
      *>------------------------------------------------------------------------
       verificar-atraso section.

           move "N"    to ws-atraso
           move zero   to ws-qtd-atraso
           move zero   to ws-saldo-atraso

           if ws-mensalidades-ausente then
               go to verificar-atraso-exit
           end-if

           move ws-cod   to fd-mens-cod
           move zero     to fd-mens-competencia

           start arqMensalidades key is >= fd-mens-chave
           if ws-fs-mensalidades <> 0 then
               go to verificar-atraso-exit
           end-if

           move "N"   to ws-eof-mens

           perform until ws-fim-mens-aluno

               read arqMensalidades next
               if ws-fs-mensalidades <> 0
               or fd-mens-cod <> ws-cod then
                   move "S"   to ws-eof-mens
               else
                   if  fd-mens-aberta
                   and fd-mens-vencimento < ws-data-hoje then
                       move "S"   to ws-atraso
                       add 1                       to ws-qtd-atraso
                       add fd-mens-saldo-devedor   to ws-saldo-atraso
                   end-if
               end-if

           end-perform
           .
       verificar-atraso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere se ha vaga na turma de ws-turma-destino: as
      *>  rematriculas ja confirmadas para ela (sem contar o proprio
      *>  aluno de ws-cod) precisam ficar abaixo de fd-tur-max-vagas
      *>------------------------------------------------------------------------
       verificar-vaga section.

           move "N"    to ws-vaga
           move zero   to ws-max-vagas
           move zero   to ws-cont-confirmadas

           if ws-turmas-ausente then
               display "Cadastro de turmas inexistente: nao ha como"
                       " reservar a vaga"
               go to verificar-vaga-exit
           end-if

           move ws-turma-destino   to fd-tur-codigo
           read arqTurmas
           if ws-fs-turmas <> 0 then
               display "Turma " ws-turma-destino " nao cadastrada;"
                       " altere a turma proposta (opcao Tp)"
               go to verificar-vaga-exit
           end-if

           move fd-tur-max-vagas   to ws-max-vagas

           perform contar-confirmadas

           if ws-cont-confirmadas >= ws-max-vagas then
               display "Turma " ws-turma-destino " sem vaga: "
                       ws-cont-confirmadas " de " ws-max-vagas
                       " ja reservadas"
               go to verificar-vaga-exit
           end-if

           move "S"   to ws-vaga
           .
       verificar-vaga-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conta em ws-cont-confirmadas as rematriculas confirmadas da
      *>  campanha para a turma de ws-turma-destino, sem o aluno de
      *>  ws-cod. A varredura desloca o registro corrente da campanha;
      *>  quem precisar dele deve reler pela chave.
      *>------------------------------------------------------------------------
       contar-confirmadas section.

           move zero   to ws-cont-confirmadas

           move ws-ano-campanha   to fd-rmt-ano
           move 1                 to fd-rmt-cod

           start arqRematricula key is >= fd-rmt-chave
           if ws-fs-rematricula <> 0 then
               go to contar-confirmadas-exit
           end-if

           move "N"   to ws-eof-rem

           perform until ws-fim-campanha

               read arqRematricula next
               if ws-fs-rematricula <> 0
               or fd-rmt-ano <> ws-ano-campanha then
                   move "S"   to ws-eof-rem
               else
                   if  fd-rmt-confirmada
                   and fd-rmt-turma-proposta = ws-turma-destino
                   and fd-rmt-cod <> ws-cod then
                       add 1   to ws-cont-confirmadas
                   end-if
               end-if

           end-perform
           .
       contar-confirmadas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Registra a desistencia da familia. A vaga reservada volta a
      *>  ficar livre; com o prazo ja encerrado ela e oferecida na hora
      *>  ao proximo da lista de espera da turma proposta.
      *>------------------------------------------------------------------------
       registrar-desistencia section.

           if not ws-campanha-existe then
               display "Campanha " ws-ano-campanha " ainda nao gerada"
               go to registrar-desistencia-exit
           end-if

           display "Informe o codigo do aluno:"
           accept  ws-cod

           perform ler-rematricula
           if ws-fs-rematricula = 23 then
               display "Aluno fora da campanha " ws-ano-campanha
               go to registrar-desistencia-exit
           end-if

           if fd-rmt-desistente
           or fd-rmt-liberada then
               display "Vaga de " fd-rmt-aluno " ja liberada"
               go to registrar-desistencia-exit
           end-if

           display "Registrar a desistencia de " fd-rmt-aluno
                   " ? 'S' ou 'N'"
           accept ws-confirma

           if  ws-confirma <> "S"
           and ws-confirma <> "s" then
               display "Desistencia cancelada"
               go to registrar-desistencia-exit
           end-if

           move fd-rmt-situacao         to ws-situacao-ant
           move fd-rmt-turma-proposta   to ws-turma

           set  fd-rmt-desistente   to true
           move ws-data-hoje        to fd-rmt-data-resposta
           move ws-oper-cod         to fd-rmt-operador
           perform regravar-rematricula

           display "Desistencia de " fd-rmt-aluno " registrada"

           if  ws-situacao-ant = "C"
           and ws-campanha-encerrada then
               perform chamar-proximo-espera
               if ws-candidato-achado then
                   display "Vaga aberta na turma " ws-turma
                           ". Chamar o proximo da lista de espera:"
                   display "   Nome: " fd-esp-nome
                           "  Telefone: " fd-esp-telefone
                           "  (posicao " fd-esp-seq ")"
               end-if
           end-if
           .
       registrar-desistencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Altera a turma proposta (outra turma da mesma serie, ou a
      *>  mesma serie para quem vai repetir); rematricula ja confirmada
      *>  so muda se houver vaga na nova turma
      *>------------------------------------------------------------------------
       alterar-turma-proposta section.

           if not ws-campanha-existe then
               display "Campanha " ws-ano-campanha " ainda nao gerada"
               go to alterar-turma-proposta-exit
           end-if

           if ws-campanha-encerrada then
               display "Prazo da campanha " ws-ano-campanha " encerrado"
               go to alterar-turma-proposta-exit
           end-if

           display "Informe o codigo do aluno:"
           accept  ws-cod

           perform ler-rematricula
           if ws-fs-rematricula = 23 then
               display "Aluno fora da campanha " ws-ano-campanha
               go to alterar-turma-proposta-exit
           end-if

           if fd-rmt-desistente
           or fd-rmt-liberada then
               display "Rematricula de " fd-rmt-aluno " sem vaga a alterar"
               go to alterar-turma-proposta-exit
           end-if

           display "Aluno: " fd-rmt-aluno
                   "  Turma atual: " fd-rmt-turma-atual
                   "  Proposta: " fd-rmt-turma-proposta
           display "Nova turma proposta:"
           accept  ws-turma-destino

           perform until ws-turma-destino <> spaces
               display "Turma em branco. Informe a turma:"
               accept ws-turma-destino
           end-perform

           if fd-rmt-confirmada then
               perform verificar-vaga
               if not ws-vaga-ok then
                   go to alterar-turma-proposta-exit
               end-if
           else
               if not ws-turmas-ausente then
                   move ws-turma-destino   to fd-tur-codigo
                   read arqTurmas
                   if ws-fs-turmas <> 0 then
                       display "Turma " ws-turma-destino " nao cadastrada"
                       go to alterar-turma-proposta-exit
                   end-if
               end-if
           end-if

           perform ler-rematricula
           move ws-turma-destino   to fd-rmt-turma-proposta
           move ws-oper-cod        to fd-rmt-operador
           perform regravar-rematricula

           display "Turma proposta de " fd-rmt-aluno " alterada para "
                   ws-turma-destino
           .
       alterar-turma-proposta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista a campanha em arqRematricula.txt: os alunos por turma
      *>  atual e nome, com a turma proposta, a resposta e o bloqueio
      *>  por atraso dos pendentes, e o resumo de vagas por turma de
      *>  destino
      *>------------------------------------------------------------------------
       listar-campanha section.

           if not ws-campanha-existe then
               display "Campanha " ws-ano-campanha " ainda nao gerada"
               go to listar-campanha-exit
           end-if

           move zero   to ws-cont-listados
           move zero   to ws-cont-bloqueados

           sort ordRematricula
               on ascending key sd-turma-atual sd-aluno sd-cod
               input  procedure is carregar-listagem
               output procedure is imprimir-listagem

           display "Alunos listados : " ws-cont-listados
           display "Com atraso      : " ws-cont-bloqueados
           display "Listagem gravada em arqRematricula.txt"
           .
       listar-campanha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procedimento de entrada do SORT - le a campanha do ano e
      *>  libera (RELEASE) cada aluno, marcando o bloqueio dos pendentes
      *>  com mensalidade em atraso
      *>------------------------------------------------------------------------
       carregar-listagem section.

           move ws-ano-campanha   to fd-rmt-ano
           move 1                 to fd-rmt-cod

           start arqRematricula key is >= fd-rmt-chave
           if ws-fs-rematricula <> 0 then
               go to carregar-listagem-exit
           end-if

           move "N"   to ws-eof-rem

           perform until ws-fim-campanha

               read arqRematricula next
               if ws-fs-rematricula <> 0
               or fd-rmt-ano <> ws-ano-campanha then
                   move "S"   to ws-eof-rem
               else
                   move fd-rmt-turma-atual      to sd-turma-atual
                   move fd-rmt-aluno            to sd-aluno
                   move fd-rmt-cod              to sd-cod
                   move fd-rmt-turma-proposta   to sd-turma-proposta
                   move fd-rmt-situacao         to sd-situacao
                   move fd-rmt-data-resposta    to sd-data-resposta
                   move "N"                     to sd-bloqueio

                   if fd-rmt-pendente then
                       move fd-rmt-cod   to ws-cod
                       perform verificar-atraso
                       if ws-tem-atraso then
                           move "S"   to sd-bloqueio
                       end-if
                   end-if

                   release sd-rem-reg
               end-if

           end-perform
           .
       carregar-listagem-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procedimento de saida do SORT - imprime a listagem com quebra
      *>  por turma atual e, no final, o resumo das turmas de destino
      *>------------------------------------------------------------------------
       imprimir-listagem section.

           open output arqListaRematricula
           if ws-fs-lista <> 00 then
               move 13                                      to ws-msn-erro-ofsset
               move ws-fs-lista                             to ws-msn-erro-cod
               move "Erro ao abrir arq. arqRematricula.txt"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces                                        to ws-linha-texto
           if ws-campanha-encerrada then
               string "Rematricula para " ws-ano-campanha
                      " - prazo " ws-camp-prazo " (encerrada)"
                                             delimited by size
                                             into ws-linha-texto
           else
               string "Rematricula para " ws-ano-campanha
                      " - prazo " ws-camp-prazo
                                             delimited by size
                                             into ws-linha-texto
           end-if
           write fd-linha-lista from ws-linha-texto

           move "S"   to ws-primeira-turma
           move "N"   to ws-eof-sort

           return ordRematricula
               at end
                   move "S"   to ws-eof-sort
           end-return

           perform until ws-fim-arquivo-sort

               if ws-primeira-turma = "S"
               or sd-turma-atual <> ws-turma-anterior then

                   if ws-primeira-turma = "N" then
                       perform imprimir-total-turma-atual
                   end-if

                   move spaces                                        to ws-linha-texto
                   write fd-linha-lista from ws-linha-texto

                   move spaces                                        to ws-linha-texto
                   string "Turma atual: " sd-turma-atual
                                             delimited by size
                                             into ws-linha-texto
                   write fd-linha-lista from ws-linha-texto

                   move "N"              to ws-primeira-turma
                   move sd-turma-atual   to ws-turma-anterior
                   move zero             to ws-cont-turma
               end-if

               move sd-situacao   to ws-situacao-ant
               perform montar-nome-situacao

               move spaces                                        to ws-linha-texto
               if sd-bloqueio = "S" then
                   string "   Cod: " sd-cod
                          "  " sd-aluno
                          "  -> " sd-turma-proposta
                          "  " ws-nome-situacao
                          "  BLOQUEADA: MENSALIDADE EM ATRASO"
                                             delimited by size
                                             into ws-linha-texto
                   add 1   to ws-cont-bloqueados
               else
                   if sd-data-resposta = zero then
                       string "   Cod: " sd-cod
                              "  " sd-aluno
                              "  -> " sd-turma-proposta
                              "  " ws-nome-situacao
                                             delimited by size
                                             into ws-linha-texto
                   else
                       string "   Cod: " sd-cod
                              "  " sd-aluno
                              "  -> " sd-turma-proposta
                              "  " ws-nome-situacao
                              "  em " sd-data-resposta
                                             delimited by size
                                             into ws-linha-texto
                   end-if
               end-if
               write fd-linha-lista from ws-linha-texto

               add 1   to ws-cont-turma
               add 1   to ws-cont-listados

               return ordRematricula
                   at end
                       move "S"   to ws-eof-sort
               end-return

           end-perform

           if ws-primeira-turma = "N" then
               perform imprimir-total-turma-atual
           end-if

      *>   resumo das reservas por turma de destino
           perform montar-destinos

           move spaces                                        to ws-linha-texto
           write fd-linha-lista from ws-linha-texto
           move "Vagas por turma de destino:"                 to ws-linha-texto
           write fd-linha-lista from ws-linha-texto

           move 1   to ws-ind-dest

           perform until ws-ind-dest > ws-qtd-destinos

               move ws-dest-turma (ws-ind-dest)   to ws-turma-destino
               perform ler-vagas-destino

               move spaces                                        to ws-linha-texto
               string "   Turma " ws-turma-destino
                      "  Vagas: " ws-max-vagas
                      "  Confirmadas: " ws-dest-confirmadas (ws-ind-dest)
                      "  Pendentes: " ws-dest-pendentes (ws-ind-dest)
                      "  Livres: " ws-vagas-livres
                                             delimited by size
                                             into ws-linha-texto
               write fd-linha-lista from ws-linha-texto

               add 1   to ws-ind-dest

           end-perform

           close arqListaRematricula
           .
       imprimir-listagem-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime o total da turma atual que acabou de ser listada
      *>------------------------------------------------------------------------
       imprimir-total-turma-atual section.

           move spaces                                        to ws-linha-texto
           string "   Alunos da turma na campanha: " ws-cont-turma
                                             delimited by size
                                             into ws-linha-texto
           write fd-linha-lista from ws-linha-texto
           .
       imprimir-total-turma-atual-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Nome da situacao de ws-situacao-ant para as listagens
      *>------------------------------------------------------------------------
       montar-nome-situacao section.

           evaluate ws-situacao-ant
               when "P"
                   move "PENDENTE"     to ws-nome-situacao
               when "C"
                   move "CONFIRMADA"   to ws-nome-situacao
               when "D"
                   move "DESISTENTE"   to ws-nome-situacao
               when "L"
                   move "LIBERADA"     to ws-nome-situacao
               when other
                   move "?"            to ws-nome-situacao
           end-evaluate
           .
       montar-nome-situacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Monta a tabela das turmas de destino da campanha com as
      *>  confirmadas, as pendentes e as liberadas (desistentes e nao
      *>  confirmadas no prazo) de cada uma
      *>------------------------------------------------------------------------
       montar-destinos section.

           move zero   to ws-qtd-destinos

           move ws-ano-campanha   to fd-rmt-ano
           move 1                 to fd-rmt-cod

           start arqRematricula key is >= fd-rmt-chave
           if ws-fs-rematricula <> 0 then
               go to montar-destinos-exit
           end-if

           move "N"   to ws-eof-rem

           perform until ws-fim-campanha

               read arqRematricula next
               if ws-fs-rematricula <> 0
               or fd-rmt-ano <> ws-ano-campanha then
                   move "S"   to ws-eof-rem
               else
                   perform achar-destino
                   if ws-destino-achado then
                       evaluate true
                           when fd-rmt-confirmada
                               add 1   to ws-dest-confirmadas (ws-ind-dest)
                           when fd-rmt-pendente
                               add 1   to ws-dest-pendentes (ws-ind-dest)
                           when other
                               add 1   to ws-dest-liberadas (ws-ind-dest)
                       end-evaluate
                   end-if
               end-if

           end-perform
           .
       montar-destinos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acha (ou acrescenta) na tabela de destinos a turma proposta
      *>  do registro corrente; a posicao fica em ws-ind-dest
      *>------------------------------------------------------------------------
       achar-destino section.

           move "N"   to ws-achou-destino
           move 1     to ws-ind-dest

           perform until ws-ind-dest > ws-qtd-destinos
                      or ws-destino-achado

               if ws-dest-turma (ws-ind-dest) = fd-rmt-turma-proposta then
                   move "S"   to ws-achou-destino
               else
                   add 1   to ws-ind-dest
               end-if

           end-perform

           if  not ws-destino-achado
           and ws-qtd-destinos < 100 then
               add 1   to ws-qtd-destinos
               move ws-qtd-destinos          to ws-ind-dest
               move fd-rmt-turma-proposta    to ws-dest-turma (ws-ind-dest)
               move zero                     to ws-dest-confirmadas (ws-ind-dest)
               move zero                     to ws-dest-pendentes (ws-ind-dest)
               move zero                     to ws-dest-liberadas (ws-ind-dest)
               move "S"                      to ws-achou-destino
           end-if
           .
       achar-destino-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o limite de vagas da turma de ws-turma-destino e calcula
      *>  as vagas livres depois das confirmadas da posicao ws-ind-dest
      *>------------------------------------------------------------------------
       ler-vagas-destino section.

           move zero   to ws-max-vagas
           move zero   to ws-vagas-livres

           if not ws-turmas-ausente then
               move ws-turma-destino   to fd-tur-codigo
               read arqTurmas
               if ws-fs-turmas = 0 then
                   move fd-tur-max-vagas   to ws-max-vagas
               end-if
           end-if

           if ws-max-vagas > ws-dest-confirmadas (ws-ind-dest) then
               compute ws-vagas-livres = ws-max-vagas
                                       - ws-dest-confirmadas (ws-ind-dest)
           end-if
           .
       ler-vagas-destino-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Encerra o prazo da campanha: quem nao confirmou fica liberado,
      *>  a campanha e marcada como encerrada e as vagas livres de cada
      *>  turma de destino sao oferecidas, em ordem de chegada, a lista
      *>  de espera da turma. O resultado vai para
      *>  arqVagasRematricula.txt, com o contato dos chamados.
      *>------------------------------------------------------------------------
       encerrar-prazo section.

           if ws-nivel-operador < 3 then
               display "Encerramento do prazo restrito a coordenacao"
                       " (nivel 3)"
               go to encerrar-prazo-exit
           end-if

           if not ws-campanha-existe then
               display "Campanha " ws-ano-campanha " ainda nao gerada"
               go to encerrar-prazo-exit
           end-if

           if ws-campanha-encerrada then
               display "Campanha " ws-ano-campanha " ja encerrada"
               go to encerrar-prazo-exit
           end-if

           if ws-data-hoje < ws-camp-prazo then
               display "Atencao: o prazo " ws-camp-prazo " ainda nao venceu."
           end-if

           display "Encerrar a campanha " ws-ano-campanha
                   " e liberar as vagas nao confirmadas? 'S' ou 'N'"
           accept ws-confirma

           if  ws-confirma <> "S"
           and ws-confirma <> "s" then
               display "Encerramento cancelado"
               go to encerrar-prazo-exit
           end-if

      *>   libera quem ficou pendente
           move zero              to ws-cont-liberados
           move ws-ano-campanha   to fd-rmt-ano
           move 1                 to fd-rmt-cod

           start arqRematricula key is >= fd-rmt-chave
           if ws-fs-rematricula = 0 then
               move "N"   to ws-eof-rem
           else
               move "S"   to ws-eof-rem
           end-if

           perform until ws-fim-campanha

               read arqRematricula next
               if ws-fs-rematricula <> 0
               or fd-rmt-ano <> ws-ano-campanha then
                   move "S"   to ws-eof-rem
               else
                   if fd-rmt-pendente then
                       set  fd-rmt-liberada   to true
                       move ws-data-hoje      to fd-rmt-data-liberacao
                       move ws-oper-cod       to fd-rmt-operador
                       perform regravar-rematricula
                       add 1   to ws-cont-liberados
                   end-if
               end-if

           end-perform

      *>   marca a campanha como encerrada
           move ws-ano-campanha   to fd-rmt-ano
           move zero              to fd-rmt-cod
           read arqRematricula
           if ws-fs-rematricula <> 0 then
               move 14                                    to ws-msn-erro-ofsset
               move ws-fs-rematricula                     to ws-msn-erro-cod
               move "Erro ao ler arq. arqRematricula"      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           set  fd-camp-encerrada   to true
           move ws-data-hoje        to fd-camp-data-encerramento
           perform regravar-rematricula

           perform ler-campanha

      *>   oferece as vagas livres de cada turma de destino
           open output arqVagasRematricula
           if ws-fs-vagas <> 00 then
               move 15                                         to ws-msn-erro-ofsset
               move ws-fs-vagas                                to ws-msn-erro-cod
               move "Erro ao abrir arq. arqVagasRematricula"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces                                        to ws-linha-texto
           string "Encerramento da rematricula " ws-ano-campanha
                  " em " ws-data-hoje
                  " - liberados por falta de confirmacao: " ws-cont-liberados
                                             delimited by size
                                             into ws-linha-texto
           write fd-linha-vagas from ws-linha-texto

           perform montar-destinos

           move zero   to ws-cont-chamados
           move 1      to ws-ind-dest

           perform until ws-ind-dest > ws-qtd-destinos
               perform oferecer-vagas-destino
               add 1   to ws-ind-dest
           end-perform

           close arqVagasRematricula

           display "Campanha " ws-ano-campanha " encerrada"
           display "Liberados por falta de confirmacao: " ws-cont-liberados
           display "Candidatos chamados da lista      : " ws-cont-chamados
           display "Resultado gravado em arqVagasRematricula.txt"
           .
       encerrar-prazo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime as reservas da turma de destino da posicao ws-ind-dest
      *>  e chama da lista de espera um candidato por vaga livre
      *>------------------------------------------------------------------------
       oferecer-vagas-destino section.

           move ws-dest-turma (ws-ind-dest)   to ws-turma-destino
           perform ler-vagas-destino

           move spaces                                        to ws-linha-texto
           write fd-linha-vagas from ws-linha-texto

           move spaces                                        to ws-linha-texto
           string "Turma " ws-turma-destino
                  "  Vagas: " ws-max-vagas
                  "  Confirmadas: " ws-dest-confirmadas (ws-ind-dest)
                  "  Liberadas: " ws-dest-liberadas (ws-ind-dest)
                  "  Livres: " ws-vagas-livres
                                             delimited by size
                                             into ws-linha-texto
           write fd-linha-vagas from ws-linha-texto

           if ws-vagas-livres = zero then
               go to oferecer-vagas-destino-exit
           end-if

           if ws-espera-ausente then
               move "   (sem lista de espera)"                to ws-linha-texto
               write fd-linha-vagas from ws-linha-texto
               go to oferecer-vagas-destino-exit
           end-if

           move ws-turma-destino   to ws-turma
           move "S"                to ws-achou-candidato

           perform until ws-vagas-livres = zero
                      or not ws-candidato-achado

               perform chamar-proximo-espera

               if ws-candidato-achado then
                   move spaces                                        to ws-linha-texto
                   string "   Chamar: " fd-esp-nome
                          "  Telefone: " fd-esp-telefone
                          "  (posicao " fd-esp-seq ")"
                                             delimited by size
                                             into ws-linha-texto
                   write fd-linha-vagas from ws-linha-texto
                   subtract 1   from ws-vagas-livres
                   add 1        to ws-cont-chamados
               end-if

           end-perform

           if ws-vagas-livres > zero then
               move spaces                                        to ws-linha-texto
               string "   Lista de espera esgotada; vagas ainda livres: "
                      ws-vagas-livres
                                             delimited by size
                                             into ws-linha-texto
               write fd-linha-vagas from ws-linha-texto
           end-if
           .
       oferecer-vagas-destino-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acha o primeiro candidato aguardando na fila da turma de
      *>  ws-turma e o marca como chamado; o candidato fica no registro
      *>  corrente de arqListaEspera
      *>------------------------------------------------------------------------
       chamar-proximo-espera section.

           move "N"   to ws-achou-candidato

           if ws-espera-ausente then
               go to chamar-proximo-espera-exit
           end-if

           move ws-turma   to fd-esp-turma
           move zero       to fd-esp-seq

           start arqListaEspera key is >= fd-esp-chave
           if ws-fs-espera <> 0 then
               go to chamar-proximo-espera-exit
           end-if

           move "N"   to ws-eof-espera

           perform until ws-fim-fila-turma
                      or ws-candidato-achado

               read arqListaEspera next
               if ws-fs-espera <> 0 then
                   move "S"   to ws-eof-espera
               else
                   if fd-esp-turma <> ws-turma then
                       move "S"   to ws-eof-espera
                   else
                       if fd-esp-aguardando then
                           move "S"   to ws-achou-candidato
                       end-if
                   end-if
               end-if

           end-perform

           if not ws-candidato-achado then
               go to chamar-proximo-espera-exit
           end-if

           set fd-esp-chamado   to true
           rewrite fd-espera

           if ws-fs-espera <> 0 then
               move 16                                     to ws-msn-erro-ofsset
               move ws-fs-espera                           to ws-msn-erro-cod
               move "Erro ao alterar arq. arqListaEspera"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       chamar-proximo-espera-exit.
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

           close arqRematricula
           close arqAluno
           if not ws-turmas-ausente then
               close arqTurmas
           end-if
           if not ws-mensalidades-ausente then
               close arqMensalidades
           end-if
           if not ws-espera-ausente then
               close arqListaEspera
           end-if
           close arqOperadores
           stop run
           .
       finaliza-exit.
           exit.
