      $set sourceformat"free"

      *>----Divisão de identificação do programa
       identification division.
       program-id. "relhorario".
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

           select arqHorarios assign to "arqQuadroHorarios.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-hor-chave
           file status is ws-fs-horarios.

           select arqTurmas assign to "arqTurmas.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-tur-codigo
           file status is ws-fs-turmas.

           select arqProfessores assign to "arqProfessores.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-prof-codigo
           file status is ws-fs-professores.

           select arqDisciplinas assign to "arqDisciplinas.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-disc-codigo
           file status is ws-fs-disciplinas.

           select arqHorarioTurma assign to "arqHorarioTurma.txt"
           organization is line sequential
           file status is ws-fs-rel-turma.

           select arqHorarioProf assign to "arqHorarioProfessor.txt"
           organization is line sequential
           file status is ws-fs-rel-prof.

           select ordHorario assign to "ordHorario.wrk".

       i-o-control.

      *>----Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqHorarios.
           copy "horareg.cpy".

       fd arqTurmas.
           copy "turmareg.cpy".

       fd arqProfessores.
           copy "profreg.cpy".

       fd arqDisciplinas.
           copy "discreg.cpy".

       fd arqHorarioTurma.
       01  fd-linha-turma                          pic x(80).

       fd arqHorarioProf.
       01  fd-linha-prof                           pic x(80).

       sd ordHorario.
       01  sd-horario-reg.
           05  sd-professor                         pic 9(04).
           05  sd-dia                               pic 9(01).
           05  sd-aula                              pic 9(02).
           05  sd-turma                             pic x(03).
           05  sd-sala                              pic x(05).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-horarios                          pic  9(02).
       77  ws-fs-turmas                            pic  9(02).
       77  ws-fs-professores                       pic  9(02).
       77  ws-fs-disciplinas                       pic  9(02).
       77  ws-fs-rel-turma                         pic  9(02).
       77  ws-fs-rel-prof                          pic  9(02).

       77  ws-eof-horarios                         pic  x(01).
           88  ws-fim-arquivo-horarios             value "S".

       77  ws-eof-sort                             pic  x(01).
           88  ws-fim-arquivo-sort                 value "S".

       77  ws-sem-arq-turmas                       pic  x(01) value "N".
           88  ws-turmas-ausente                   value "S".

       77  ws-sem-arq-professores                  pic  x(01) value "N".
           88  ws-professores-ausente              value "S".

       77  ws-sem-arq-disc                         pic  x(01) value "N".
           88  ws-disciplinas-ausente              value "S".

      *>   parametros: 'T' imprime o horario de cada turma (para afixar
      *>   na sala), 'P' o de cada professor; codigo em branco ou zero
      *>   imprime todos
       77  ws-tipo-relatorio                       pic  x(01).
           88  ws-por-turma                        value "T" "t".
           88  ws-por-professor                    value "P" "p".
       77  ws-turma-filtro                         pic  x(03).
       77  ws-prof-filtro                          pic  9(04).

       77  ws-turma-anterior                       pic  x(03) value spaces.
       77  ws-prof-anterior                        pic  9(04) value zero.
       77  ws-primeiro                             pic  x(01) value "S".

       77  ws-qtd-quadros                          pic  9(04) value zero.
       77  ws-aulas-semana                         pic  9(03).
       77  ws-nome-prof                            pic  x(25).
       77  ws-descricao-disc                       pic  x(25).

      *>   grade de um quadro: 10 aulas por dia, segunda a sabado
       77  ws-ind-aula                             pic  9(02).
       77  ws-ind-dia                              pic  9(01).
       77  ws-maior-aula                           pic  9(02).

       01  ws-grade.
           05  ws-grade-aula occurs 10 times.
               10  ws-grade-cel occurs 6 times     pic x(11).

      *>   legenda do quadro da turma: disciplina e professor de cada
      *>   aula, sem repeticao
       77  ws-qtd-legenda                          pic  9(02).
       77  ws-ind-legenda                          pic  9(02).
       77  ws-achou-legenda                        pic  x(01).
           88  ws-legenda-encontrada               value "S".

       01  ws-tabela-legenda.
           05  ws-legenda-ent occurs 30 times.
               10  ws-leg-disc                     pic 9(03).
               10  ws-leg-professor                pic 9(04).

       01 ws-linha.
           05  ws-linha-texto                      pic x(80).

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
      *>  Procedimentos de inicialização - pede o tipo de horario e o
      *>  filtro e abre o quadro e os cadastros de apoio
      *>------------------------------------------------------------------------
       inicializa section.

           display "Digite 'T' p/ horario por turma"
           display "Digite 'P' p/ horario por professor"
           accept  ws-tipo-relatorio

           perform until ws-por-turma
                      or ws-por-professor
               display "Opcao invalida. Digite 'T' ou 'P':"
               accept ws-tipo-relatorio
           end-perform

           if ws-por-turma then
               display "Informe a turma (em branco p/ todas):"
               accept  ws-turma-filtro
           else
               display "Informe o professor (zero p/ todos):"
               accept  ws-prof-filtro
           end-if

           open input arqHorarios
           if ws-fs-horarios = 35 then
               display "Quadro de horarios inexistente."
               display "Monte o quadro pelo programa cadhorario."
               stop run
           end-if
           if ws-fs-horarios <> 00 then
               move 1                                        to ws-msn-erro-ofsset
               move ws-fs-horarios                           to ws-msn-erro-cod
               move "Erro ao abrir arq. arqQuadroHorarios"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqTurmas
           if ws-fs-turmas = 35 then
               move "S"   to ws-sem-arq-turmas
           else
               if ws-fs-turmas <> 00 then
                   move 2                                   to ws-msn-erro-ofsset
                   move ws-fs-turmas                        to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqTurmas"       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open input arqProfessores
           if ws-fs-professores = 35 then
               move "S"   to ws-sem-arq-professores
           else
               if ws-fs-professores <> 00 then
                   move 3                                      to ws-msn-erro-ofsset
                   move ws-fs-professores                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqProfessores"     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open input arqDisciplinas
           if ws-fs-disciplinas = 35 then
               move "S"   to ws-sem-arq-disc
           else
               if ws-fs-disciplinas <> 00 then
                   move 4                                      to ws-msn-erro-ofsset
                   move ws-fs-disciplinas                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqDisciplinas"     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal
      *>------------------------------------------------------------------------
       processamento section.

           if ws-por-turma then
               perform imprimir-por-turma
           else
               sort ordHorario
                   on ascending key sd-professor sd-dia sd-aula
                   input  procedure is carregar-horarios
                   output procedure is imprimir-por-professor
           end-if
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Horario por turma - o quadro ja esta na ordem de turma, dia e
      *>  aula; cada turma vira uma grade aula x dia com a disciplina
      *>  em cada celula e a legenda dos professores embaixo
      *>------------------------------------------------------------------------
       imprimir-por-turma section.

           open output arqHorarioTurma
           if ws-fs-rel-turma <> 00 then
               move 5                                       to ws-msn-erro-ofsset
               move ws-fs-rel-turma                         to ws-msn-erro-cod
               move "Erro ao abrir arq. arqHorarioTurma"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-turma-filtro   to fd-hor-turma
           move zero              to fd-hor-dia
           move zero              to fd-hor-aula

           start arqHorarios key is >= fd-hor-chave
           if ws-fs-horarios <> 0 then
               move "S"   to ws-eof-horarios
           else
               move "N"   to ws-eof-horarios
           end-if

           perform until ws-fim-arquivo-horarios

               read arqHorarios next
               if ws-fs-horarios <> 0 then
                   move "S"   to ws-eof-horarios
               else
                   if  ws-turma-filtro <> spaces
                   and fd-hor-turma <> ws-turma-filtro then
                       move "S"   to ws-eof-horarios
                   end-if
               end-if

               if not ws-fim-arquivo-horarios then

                   if ws-primeiro = "S"
                   or fd-hor-turma <> ws-turma-anterior then
                       if ws-primeiro = "N" then
                           perform imprimir-quadro-turma
                       end-if
                       move "N"            to ws-primeiro
                       move fd-hor-turma   to ws-turma-anterior
                       move spaces         to ws-grade
                       move zero           to ws-maior-aula
                       move zero           to ws-qtd-legenda
                   end-if

                   perform montar-celula-turma
               end-if

           end-perform

           if ws-primeiro = "N" then
               perform imprimir-quadro-turma
           end-if

           close arqHorarioTurma

           display "Quadros impressos : " ws-qtd-quadros
           display "Relatorio gravado em arqHorarioTurma.txt"
           .
       imprimir-por-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Poe a aula corrente do quadro (fd-horario) na grade da turma
      *>  e guarda disciplina e professor na legenda
      *>------------------------------------------------------------------------
       montar-celula-turma section.

           if fd-hor-aula > ws-maior-aula then
               move fd-hor-aula   to ws-maior-aula
           end-if

           move fd-hor-disc   to fd-disc-codigo
           perform ler-disciplina

           compute ws-ind-dia = fd-hor-dia - 1
           move ws-descricao-disc   to ws-grade-cel (fd-hor-aula ws-ind-dia)

           move "N"   to ws-achou-legenda
           move 1     to ws-ind-legenda

           perform until ws-ind-legenda > ws-qtd-legenda
                      or ws-legenda-encontrada
               if  ws-leg-disc (ws-ind-legenda)      = fd-hor-disc
               and ws-leg-professor (ws-ind-legenda) = fd-hor-professor then
                   move "S"   to ws-achou-legenda
               end-if
               add 1   to ws-ind-legenda
           end-perform

           if  not ws-legenda-encontrada
           and ws-qtd-legenda < 30 then
               add 1   to ws-qtd-legenda
               move fd-hor-disc        to ws-leg-disc (ws-qtd-legenda)
               move fd-hor-professor   to ws-leg-professor (ws-qtd-legenda)
           end-if
           .
       montar-celula-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime o quadro da turma anterior: cabecalho com o professor
      *>  responsavel do cadastro, a grade e a legenda
      *>------------------------------------------------------------------------
       imprimir-quadro-turma section.

           move spaces   to fd-tur-descricao
           move spaces   to fd-tur-sala
           move zero     to fd-tur-cod-professor

           if not ws-turmas-ausente then
               move ws-turma-anterior   to fd-tur-codigo
               read arqTurmas
               if ws-fs-turmas <> 0 then
                   move spaces   to fd-tur-descricao
                   move spaces   to fd-tur-sala
                   move zero     to fd-tur-cod-professor
               end-if
           end-if

           move fd-tur-cod-professor   to fd-prof-codigo
           perform ler-professor

           move spaces                                        to ws-linha-texto
           string "Quadro de horarios - Turma: " ws-turma-anterior
                  "  " fd-tur-descricao
                                             delimited by size
                                             into ws-linha-texto
           write fd-linha-turma from ws-linha-texto

           move spaces                                        to ws-linha-texto
           string "Sala: " fd-tur-sala
                  "  Prof. responsavel: " ws-nome-prof
                                             delimited by size
                                             into ws-linha-texto
           write fd-linha-turma from ws-linha-texto

           perform imprimir-grade

           move spaces                                        to ws-linha-texto
           write fd-linha-turma from ws-linha-texto

           move 1   to ws-ind-legenda

           perform until ws-ind-legenda > ws-qtd-legenda

               move ws-leg-disc (ws-ind-legenda)        to fd-disc-codigo
               perform ler-disciplina
               move ws-leg-professor (ws-ind-legenda)   to fd-prof-codigo
               perform ler-professor

               move spaces                                        to ws-linha-texto
               string "   " ws-descricao-disc
                      "  Prof: " ws-nome-prof
                                                 delimited by size
                                                 into ws-linha-texto
               write fd-linha-turma from ws-linha-texto

               add 1   to ws-ind-legenda

           end-perform

           move spaces                                        to ws-linha-texto
           write fd-linha-turma from ws-linha-texto

           add 1   to ws-qtd-quadros
           .
       imprimir-quadro-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procedimento de entrada do SORT - libera (RELEASE) as aulas
      *>  do quadro do professor pedido, ou de todos
      *>------------------------------------------------------------------------
       carregar-horarios section.

           move low-values   to fd-hor-chave

           start arqHorarios key is >= fd-hor-chave
           if ws-fs-horarios <> 0 then
               go to carregar-horarios-exit
           end-if

           move "N"   to ws-eof-horarios

           perform until ws-fim-arquivo-horarios

               read arqHorarios next
               if ws-fs-horarios <> 0 then
                   move "S"   to ws-eof-horarios
               else
                   if ws-prof-filtro = zero
                   or fd-hor-professor = ws-prof-filtro then
                       move fd-hor-professor   to sd-professor
                       move fd-hor-dia         to sd-dia
                       move fd-hor-aula        to sd-aula
                       move fd-hor-turma       to sd-turma
                       move fd-hor-sala        to sd-sala
                       release sd-horario-reg
                   end-if
               end-if

           end-perform
           .
       carregar-horarios-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procedimento de saida do SORT - uma grade por professor com a
      *>  turma e a sala em cada celula e o total de aulas semanais
      *>------------------------------------------------------------------------
       imprimir-por-professor section.

           open output arqHorarioProf
           if ws-fs-rel-prof <> 00 then
               move 6                                         to ws-msn-erro-ofsset
               move ws-fs-rel-prof                            to ws-msn-erro-cod
               move "Erro ao abrir arq. arqHorarioProfessor"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "N"   to ws-eof-sort

           return ordHorario
               at end
                   move "S"   to ws-eof-sort
           end-return

           perform until ws-fim-arquivo-sort

               if ws-primeiro = "S"
               or sd-professor <> ws-prof-anterior then
                   if ws-primeiro = "N" then
                       perform imprimir-quadro-professor
                   end-if
                   move "N"            to ws-primeiro
                   move sd-professor   to ws-prof-anterior
                   move spaces         to ws-grade
                   move zero           to ws-maior-aula
                   move zero           to ws-aulas-semana
               end-if

               if sd-aula > ws-maior-aula then
                   move sd-aula   to ws-maior-aula
               end-if

               compute ws-ind-dia = sd-dia - 1
               move spaces                               to ws-grade-cel (sd-aula ws-ind-dia)
               string sd-turma " " sd-sala
                                                 delimited by size
                                                 into ws-grade-cel (sd-aula ws-ind-dia)

               add 1   to ws-aulas-semana

               return ordHorario
                   at end
                       move "S"   to ws-eof-sort
               end-return

           end-perform

           if ws-primeiro = "N" then
               perform imprimir-quadro-professor
           end-if

           close arqHorarioProf

           display "Quadros impressos : " ws-qtd-quadros
           display "Relatorio gravado em arqHorarioProfessor.txt"
           .
       imprimir-por-professor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime o quadro do professor anterior
      *>------------------------------------------------------------------------
       imprimir-quadro-professor section.

           move ws-prof-anterior   to fd-prof-codigo
           perform ler-professor

           move spaces                                        to ws-linha-texto
           string "Quadro de horarios - Professor: " ws-prof-anterior
                  "  " ws-nome-prof
                                             delimited by size
                                             into ws-linha-texto
           write fd-linha-prof from ws-linha-texto

           move spaces                                        to ws-linha-texto
           string "Aulas semanais: " ws-aulas-semana
                                             delimited by size
                                             into ws-linha-texto
           write fd-linha-prof from ws-linha-texto

           perform imprimir-grade

           move spaces                                        to ws-linha-texto
           write fd-linha-prof from ws-linha-texto

           add 1   to ws-qtd-quadros
           .
       imprimir-quadro-professor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime a grade montada (ws-grade) ate a ultima aula usada
      *>------------------------------------------------------------------------
       imprimir-grade section.

           move spaces                                        to ws-linha-texto
           string "Aula  Segunda     Terca       Quarta      "
                  "Quinta      Sexta       Sabado"
                                             delimited by size
                                             into ws-linha-texto
           perform gravar-linha-grade

           move 1   to ws-ind-aula

           perform until ws-ind-aula > ws-maior-aula

               move spaces                                        to ws-linha-texto
               string " " ws-ind-aula "   "
                      ws-grade-cel (ws-ind-aula 1) " "
                      ws-grade-cel (ws-ind-aula 2) " "
                      ws-grade-cel (ws-ind-aula 3) " "
                      ws-grade-cel (ws-ind-aula 4) " "
                      ws-grade-cel (ws-ind-aula 5) " "
                      ws-grade-cel (ws-ind-aula 6)
                                                 delimited by size
                                                 into ws-linha-texto
               perform gravar-linha-grade

               add 1   to ws-ind-aula

           end-perform
           .
       imprimir-grade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a linha montada no relatorio do tipo pedido
      *>------------------------------------------------------------------------
       gravar-linha-grade section.

           if ws-por-turma then
               write fd-linha-turma from ws-linha-texto
           else
               write fd-linha-prof from ws-linha-texto
           end-if
           .
       gravar-linha-grade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le a disciplina de fd-disc-codigo; sem cadastro sai o codigo
      *>------------------------------------------------------------------------
       ler-disciplina section.

           move spaces   to ws-descricao-disc

           if not ws-disciplinas-ausente then
               read arqDisciplinas
               if ws-fs-disciplinas = 0 then
                   move fd-disc-descricao   to ws-descricao-disc
               end-if
           end-if

           if ws-descricao-disc = spaces then
               string "DISC " fd-disc-codigo
                                                 delimited by size
                                                 into ws-descricao-disc
           end-if
           .
       ler-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o professor de fd-prof-codigo; sem cadastro sai em branco
      *>------------------------------------------------------------------------
       ler-professor section.

           move spaces   to ws-nome-prof

           if  not ws-professores-ausente
           and fd-prof-codigo <> zero then
               read arqProfessores
               if ws-fs-professores = 0 then
                   move fd-prof-nome   to ws-nome-prof
               end-if
           end-if
           .
       ler-professor-exit.
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

           close arqHorarios
           if not ws-turmas-ausente then
               close arqTurmas
           end-if
           if not ws-professores-ausente then
               close arqProfessores
           end-if
           if not ws-disciplinas-ausente then
               close arqDisciplinas
           end-if
           stop run
           .
       finaliza-exit.
           exit.
