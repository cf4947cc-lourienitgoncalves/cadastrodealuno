      $set sourceformat"free"

      *>----Divisão de identificação do programa
       identification division.
       program-id. "cadprofessor".
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

           select arqProfessores assign to "arqProfessores.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-prof-codigo
           file status is ws-fs-professores.

           select arqDisciplinas assign to "arqDisciplinas.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-disc-codigo
           file status is ws-fs-disciplinas.

       i-o-control.

      *>----Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqProfessores.
           copy "profreg.cpy".

       fd arqDisciplinas.
           copy "discreg.cpy".

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-professores                       pic  9(02).
       77  ws-fs-disciplinas                       pic  9(02).

       77 ws-sair                                  pic  x(01).
          88  ws-fechar-programa                   value "N" "n".
          88  ws-voltar-tela                       value "V" "v".

       77  ws-menu                                 pic  x(02).
       77  ws-menu-alt                             pic  x(01).

       77  ws-eof-professores                      pic  x(01).
           88  ws-fim-arquivo-professores          value "S".

       77  ws-prof-codigo                          pic  9(04).
       77  ws-prof-nome                            pic  x(25).
       77  ws-prof-carga-maxima                    pic  9(02).
       77  ws-disc-habil                           pic  9(03).

       77  ws-ind-habil                            pic  9(02).
       77  ws-qtd-habil                            pic  9(02).

       77  ws-habil-ok                             pic  x(01).
           88  ws-habilitacao-valida               value "S".

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
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização - na primeira execucao o
      *>  arquivo de professores ainda nao existe e e criado vazio; as
      *>  habilitacoes sao conferidas no cadastro de disciplinas, que
      *>  precisa existir
      *>------------------------------------------------------------------------
       inicializa section.

           open i-o arqProfessores
           if ws-fs-professores = 35 then
               open output arqProfessores
               close       arqProfessores
               open i-o    arqProfessores
           end-if
           if ws-fs-professores  <> 00
           and ws-fs-professores <> 05 then
               move 1                                      to ws-msn-erro-ofsset
               move ws-fs-professores                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqProfessores"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqDisciplinas
           if ws-fs-disciplinas = 35 then
               display "Arquivo de disciplinas inexistente."
               display "Cadastre as disciplinas pelo programa caddisciplina."
               close arqProfessores
               stop run
           end-if
           if ws-fs-disciplinas <> 00 then
               move 2                                      to ws-msn-erro-ofsset
               move ws-fs-disciplinas                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqDisciplinas"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal
      *>------------------------------------------------------------------------
       processamento section.

           perform until ws-fechar-programa
               move space to ws-sair
               display "Digite 'Cp' p/ cadastrar professor"
               display "Digite 'Ci' p/ consultar professor"
               display "Digite 'Ap' p/ alterar professor"
               display "Digite 'Lp' p/ listar os professores"

               accept ws-menu

               evaluate ws-menu
                   when = "Cp"
                       perform cadastrar-professor

                   when = "Ci"
                       perform consultar-professor

                   when = "Ap"
                       perform alterar-professor

                   when = "Lp"
                       perform listar-professores

                   when other
                       display "opcao invalida"
               end-evaluate

           end-perform
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Rotina de cadastro de professores / escreve no arquivo
      *>------------------------------------------------------------------------
       cadastrar-professor section.

           perform until ws-voltar-tela
               display "Codigo do professor:"
               accept  ws-prof-codigo

               perform until ws-prof-codigo > 0
                   display "Codigo invalido. Informe um valor maior que zero:"
                   accept ws-prof-codigo
               end-perform

               display "Nome               :"
               accept  ws-prof-nome

               perform until ws-prof-nome <> spaces
                   display "Nome em branco. Informe o nome do professor:"
                   accept ws-prof-nome
               end-perform

               perform informar-carga-maxima

               move ws-prof-codigo         to fd-prof-codigo
               move ws-prof-nome           to fd-prof-nome
               move ws-prof-carga-maxima   to fd-prof-carga-maxima

               perform informar-habilitacoes

               write fd-professor

               if ws-fs-professores = 22 then
                   display "Ja existe professor com este codigo!"
               else
                   if ws-fs-professores <> 0 then
                       move 3                                      to ws-msn-erro-ofsset
                       move ws-fs-professores                      to ws-msn-erro-cod
                       move "Erro ao gravar arq. arqProfessores"    to ws-msn-erro-text
                       perform finaliza-anormal
                   else
                       display "Professor " ws-prof-codigo " cadastrado com sucesso!"
                   end-if
               end-if

               display "Deseja cadastrar mais um professor? 'S' ou 'V'oltar"
               accept ws-sair

           end-perform
           .
       cadastrar-professor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Rotina de consulta de professor pelo codigo
      *>------------------------------------------------------------------------
       consultar-professor section.

           display "informe o codigo do professor"
           accept ws-prof-codigo

           move ws-prof-codigo   to fd-prof-codigo
           read arqProfessores
           if ws-fs-professores <> 0 then
               if ws-fs-professores = 23 then
                   display "Professor nao cadastrado"
               else
                   move 4                                     to ws-msn-erro-ofsset
                   move ws-fs-professores                     to ws-msn-erro-cod
                   move "Erro ao ler arq. arqProfessores"      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else
               perform exibir-professor
           end-if
           .
       consultar-professor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Rotina de alteração de dados do professor
      *>------------------------------------------------------------------------
       alterar-professor section.

           perform until ws-voltar-tela
               display "Informe o codigo do professor:"
               accept  ws-prof-codigo
               display "O que voce deseja alterar?"
               display "Digite '1' p/ alterar o nome"
               display "Digite '2' p/ alterar a carga horaria maxima"
               display "Digite '3' p/ alterar as habilitacoes"

               accept ws-menu-alt

               move ws-prof-codigo   to fd-prof-codigo

               read arqProfessores

               if ws-fs-professores <> 0 then
                   display "Professor nao cadastrado"
               else

                   if ws-menu-alt = 1 then
                       display "Nome               :"
                       accept ws-prof-nome

                       perform until ws-prof-nome <> spaces
                           display "Nome em branco. Informe o nome do professor:"
                           accept ws-prof-nome
                       end-perform

                       move ws-prof-nome   to fd-prof-nome
                   end-if

                   if ws-menu-alt = 2 then
                       perform informar-carga-maxima
                       move ws-prof-carga-maxima   to fd-prof-carga-maxima
                   end-if

                   if ws-menu-alt = 3 then
                       perform informar-habilitacoes
                   end-if

                   rewrite fd-professor

                   if ws-fs-professores = 0 then
                       display "Professor " fd-prof-codigo " alterado com sucesso!"
                   else
                       move 5                                       to ws-msn-erro-ofsset
                       move ws-fs-professores                       to ws-msn-erro-cod
                       move "Erro ao alterar arq. arqProfessores"    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

               display "Deseja alterar mais um professor? 'S' ou 'V'oltar"
               accept ws-sair

           end-perform
           .
       alterar-professor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Rotina de listagem de todos os professores cadastrados
      *>------------------------------------------------------------------------
       listar-professores section.

           move low-values   to fd-prof-codigo

           start arqProfessores key is >= fd-prof-codigo
           if ws-fs-professores <> 0 then
               display "Nenhum professor cadastrado"
               go to listar-professores-exit
           end-if

           move "N"   to ws-eof-professores

           perform until ws-fim-arquivo-professores

               read arqProfessores next
               if ws-fs-professores <> 0 then
                   move "S"   to ws-eof-professores
               else
                   display "Professor: " fd-prof-codigo
                           "  Nome: " fd-prof-nome
                           "  Carga max.: " fd-prof-carga-maxima
               end-if

           end-perform
           .
       listar-professores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Exibe o registro de professor corrente com as habilitacoes
      *>------------------------------------------------------------------------
       exibir-professor section.

           display "Codigo     :"   fd-prof-codigo
           display "Nome       :"   fd-prof-nome
           display "Carga max. :"   fd-prof-carga-maxima " aulas semanais"
           display "Habilitado em:"

           move 1   to ws-ind-habil

           perform until ws-ind-habil > 10

               if fd-prof-disc-habil (ws-ind-habil) <> zero then
                   move fd-prof-disc-habil (ws-ind-habil)   to fd-disc-codigo
                   read arqDisciplinas
                   if ws-fs-disciplinas <> 0 then
                       move spaces   to fd-disc-descricao
                   end-if
                   display "   " fd-prof-disc-habil (ws-ind-habil)
                           " " fd-disc-descricao
               end-if

               add 1   to ws-ind-habil

           end-perform
           .
       exibir-professor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Pede a carga horaria maxima semanal, em aulas
      *>------------------------------------------------------------------------
       informar-carga-maxima section.

           display "Carga max. semanal (aulas):"
           accept  ws-prof-carga-maxima

           perform until ws-prof-carga-maxima > 0
               display "Carga invalida. Informe um valor maior que zero:"
               accept ws-prof-carga-maxima
           end-perform
           .
       informar-carga-maxima-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Pede as disciplinas em que o professor e habilitado (ate 10),
      *>  substituindo as anteriores. Cada codigo e conferido no
      *>  cadastro de disciplinas; zero encerra a lista.
      *>------------------------------------------------------------------------
       informar-habilitacoes section.

           move zeros   to fd-prof-habilitacoes
           move zero    to ws-qtd-habil

           display "Informe as disciplinas habilitadas (0 encerra):"

           move 1   to ws-disc-habil

           perform until ws-disc-habil = 0
                      or ws-qtd-habil = 10

               display "Disciplina:"
               accept  ws-disc-habil

               if ws-disc-habil <> 0 then
                   perform validar-habilitacao
                   if ws-habilitacao-valida then
                       add 1   to ws-qtd-habil
                       move ws-disc-habil   to fd-prof-disc-habil (ws-qtd-habil)
                   end-if
               end-if

           end-perform

           if ws-qtd-habil = 10 then
               display "Limite de 10 habilitacoes atingido."
           end-if

           if ws-qtd-habil = 0 then
               display "Atencao: professor sem nenhuma habilitacao."
           end-if
           .
       informar-habilitacoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere se a disciplina informada existe e ainda nao consta
      *>  nas habilitacoes ja informadas
      *>------------------------------------------------------------------------
       validar-habilitacao section.

           move "N"   to ws-habil-ok

           move ws-disc-habil   to fd-disc-codigo
           read arqDisciplinas
           if ws-fs-disciplinas = 23 then
               display "Disciplina " ws-disc-habil " nao cadastrada"
               go to validar-habilitacao-exit
           end-if
           if ws-fs-disciplinas <> 0 then
               move 6                                     to ws-msn-erro-ofsset
               move ws-fs-disciplinas                     to ws-msn-erro-cod
               move "Erro ao ler arq. arqDisciplinas"      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move 1   to ws-ind-habil

           perform until ws-ind-habil > ws-qtd-habil

               if fd-prof-disc-habil (ws-ind-habil) = ws-disc-habil then
                   display "Disciplina " ws-disc-habil " ja informada"
                   go to validar-habilitacao-exit
               end-if

               add 1   to ws-ind-habil

           end-perform

           move "S"   to ws-habil-ok
           .
       validar-habilitacao-exit.
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

           close arqProfessores
           close arqDisciplinas
           stop run
           .
       finaliza-exit.
           exit.
