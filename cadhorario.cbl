      $set sourceformat"free"

      *>----Divisão de identificação do programa
       identification division.
       program-id. "cadhorario".
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
           lock mode is automatic
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

           select arqMatriz assign to "arqMatrizCurricular.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-mtz-chave
           file status is ws-fs-matriz.

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

       fd arqMatriz.
           copy "matrizreg.cpy".

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-horarios                          pic  9(02).
       77  ws-fs-turmas                            pic  9(02).
       77  ws-fs-professores                       pic  9(02).
       77  ws-fs-matriz                            pic  9(02).

       77 ws-sair                                  pic  x(01).
          88  ws-fechar-programa                   value "N" "n".
          88  ws-voltar-tela                       value "V" "v".

       77  ws-menu                                 pic  x(02).
       77  ws-confirma                             pic  x(01).

       77  ws-eof-horarios                         pic  x(01).
           88  ws-fim-arquivo-horarios             value "S".

      *>   aula em montagem; o registro do arquivo e reaproveitado
      *>   pela varredura de conflitos antes da gravacao
       01  ws-horario.
           05  ws-hor-chave.
               10  ws-hor-turma                    pic x(03).
               10  ws-hor-dia                      pic 9(01).
               10  ws-hor-aula                     pic 9(02).
           05  ws-hor-disc                         pic 9(03).
           05  ws-hor-professor                    pic 9(04).
           05  ws-hor-sala                         pic x(05).

       77  ws-aulas-professor                      pic  9(03).
       77  ws-ind-habil                            pic  9(02).

       77  ws-aula-ok                              pic  x(01).
           88  ws-aula-valida                      value "S".

       77  ws-habil-ok                             pic  x(01).
           88  ws-professor-habilitado             value "S".

       77  ws-nome-dia                             pic  x(07).

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
      *>  quadro de horarios ainda nao existe e e criado vazio. Turmas,
      *>  professores e matriz curricular sao pre-requisitos do quadro.
      *>------------------------------------------------------------------------
       inicializa section.

           open i-o arqHorarios
           if ws-fs-horarios = 35 then
               open output arqHorarios
               close       arqHorarios
               open i-o    arqHorarios
           end-if
           if ws-fs-horarios  <> 00
           and ws-fs-horarios <> 05 then
               move 1                                        to ws-msn-erro-ofsset
               move ws-fs-horarios                           to ws-msn-erro-cod
               move "Erro ao abrir arq. arqQuadroHorarios"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqTurmas
           if ws-fs-turmas = 35 then
               display "Arquivo de turmas inexistente."
               display "Cadastre as turmas pelo programa cadturma."
               close arqHorarios
               stop run
           end-if
           if ws-fs-turmas <> 00 then
               move 2                                    to ws-msn-erro-ofsset
               move ws-fs-turmas                         to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTurmas"        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqProfessores
           if ws-fs-professores = 35 then
               display "Arquivo de professores inexistente."
               display "Cadastre os professores pelo programa cadprofessor."
               close arqHorarios
               close arqTurmas
               stop run
           end-if
           if ws-fs-professores <> 00 then
               move 3                                      to ws-msn-erro-ofsset
               move ws-fs-professores                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqProfessores"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqMatriz
           if ws-fs-matriz = 35 then
               display "Arquivo da matriz curricular inexistente."
               display "Cadastre a matriz pelo programa cadmatriz."
               close arqHorarios
               close arqTurmas
               close arqProfessores
               stop run
           end-if
           if ws-fs-matriz <> 00 then
               move 4                                   to ws-msn-erro-ofsset
               move ws-fs-matriz                        to ws-msn-erro-cod
               move "Erro ao abrir arq. arqMatriz"       to ws-msn-erro-text
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
               display "Digite 'Ih' p/ incluir aula no quadro"
               display "Digite 'Eh' p/ excluir aula do quadro"
               display "Digite 'Ct' p/ consultar o quadro de uma turma"
               display "Digite 'Cp' p/ consultar as aulas de um professor"

               accept ws-menu

               evaluate ws-menu
                   when = "Ih"
                       perform incluir-aula

                   when = "Eh"
                       perform excluir-aula

                   when = "Ct"
                       perform consultar-turma

                   when = "Cp"
                       perform consultar-professor

                   when other
                       display "opcao invalida"
               end-evaluate

           end-perform
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Rotina de inclusao de aula no quadro. A aula so e gravada se
      *>  o horario da turma estiver livre, a disciplina fizer parte da
      *>  matriz da serie, o professor for habilitado na disciplina,
      *>  nem o professor nem a sala estiverem ocupados no mesmo dia e
      *>  aula, e o professor nao passar da carga maxima semanal.
      *>------------------------------------------------------------------------
       incluir-aula section.

           perform until ws-voltar-tela

               perform informar-horario

               if ws-aula-valida then
                   perform informar-aula
               end-if

               if ws-aula-valida then
                   perform verificar-conflitos
               end-if

               if ws-aula-valida then
                   move ws-horario   to fd-horario

                   write fd-horario

                   if ws-fs-horarios = 22 then
                       display "Horario ja ocupado nesta turma!"
                   else
                       if ws-fs-horarios <> 0 then
                           move 5                                        to ws-msn-erro-ofsset
                           move ws-fs-horarios                           to ws-msn-erro-cod
                           move "Erro ao gravar arq. arqQuadroHorarios"   to ws-msn-erro-text
                           perform finaliza-anormal
                       else
                           display "Aula incluida no quadro da turma " ws-hor-turma
                       end-if
                   end-if
               end-if

               display "Deseja incluir mais uma aula? 'S' ou 'V'oltar"
               accept ws-sair

           end-perform
           .
       incluir-aula-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Rotina de exclusao de aula do quadro, com confirmacao
      *>------------------------------------------------------------------------
       excluir-aula section.

           perform until ws-voltar-tela

               perform informar-horario

               if ws-aula-valida then
                   move ws-hor-chave   to fd-hor-chave
                   read arqHorarios
                   if ws-fs-horarios = 23 then
                       display "Nao ha aula neste horario da turma"
                   else
                       if ws-fs-horarios <> 0 then
                           move 6                                      to ws-msn-erro-ofsset
                           move ws-fs-horarios                         to ws-msn-erro-cod
                           move "Erro ao ler arq. arqQuadroHorarios"    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       perform exibir-aula

                       display "Confirma a exclusao? 'S' ou 'N'"
                       accept ws-confirma

                       if ws-confirma = "S"
                       or ws-confirma = "s" then
                           delete arqHorarios
                           if ws-fs-horarios <> 0 then
                               move 7                                         to ws-msn-erro-ofsset
                               move ws-fs-horarios                            to ws-msn-erro-cod
                               move "Erro ao excluir arq. arqQuadroHorarios"   to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                           display "Aula excluida do quadro"
                       else
                           display "Exclusao cancelada"
                       end-if
                   end-if
               end-if

               display "Deseja excluir mais uma aula? 'S' ou 'V'oltar"
               accept ws-sair

           end-perform
           .
       excluir-aula-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Consulta o quadro de uma turma, na ordem de dia e aula
      *>------------------------------------------------------------------------
       consultar-turma section.

           display "Informe o codigo da turma:"
           accept  ws-hor-turma

           move ws-hor-turma   to fd-hor-turma
           move zero           to fd-hor-dia
           move zero           to fd-hor-aula

           start arqHorarios key is >= fd-hor-chave
           if ws-fs-horarios <> 0 then
               display "Nenhuma aula no quadro da turma"
               go to consultar-turma-exit
           end-if

           move "N"   to ws-eof-horarios

           perform until ws-fim-arquivo-horarios

               read arqHorarios next
               if ws-fs-horarios <> 0
               or fd-hor-turma <> ws-hor-turma then
                   move "S"   to ws-eof-horarios
               else
                   perform exibir-aula
               end-if

           end-perform
           .
       consultar-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Consulta as aulas de um professor em todo o quadro, com o
      *>  total de aulas semanais contra a carga maxima
      *>------------------------------------------------------------------------
       consultar-professor section.

           display "Informe o codigo do professor:"
           accept  ws-hor-professor

           move ws-hor-professor   to fd-prof-codigo
           read arqProfessores
           if ws-fs-professores <> 0 then
               display "Professor nao cadastrado"
               go to consultar-professor-exit
           end-if

           display "Professor: " fd-prof-codigo " " fd-prof-nome

           move zero         to ws-aulas-professor
           move low-values   to fd-hor-chave

           start arqHorarios key is >= fd-hor-chave
           if ws-fs-horarios <> 0 then
               display "Nenhuma aula no quadro"
               go to consultar-professor-exit
           end-if

           move "N"   to ws-eof-horarios

           perform until ws-fim-arquivo-horarios

               read arqHorarios next
               if ws-fs-horarios <> 0 then
                   move "S"   to ws-eof-horarios
               else
                   if fd-hor-professor = ws-hor-professor then
                       perform exibir-aula
                       add 1   to ws-aulas-professor
                   end-if
               end-if

           end-perform

           display "Aulas semanais: " ws-aulas-professor
                   " de no maximo " fd-prof-carga-maxima
           .
       consultar-professor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Pede a turma, o dia da semana e a aula que formam a chave do
      *>  quadro. A turma deve estar cadastrada; fica lida em
      *>  fd-turmas para a sala padrao e a serie.
      *>------------------------------------------------------------------------
       informar-horario section.

           move "N"   to ws-aula-ok

           display "Turma                       :"
           accept  ws-hor-turma

           move ws-hor-turma   to fd-tur-codigo
           read arqTurmas
           if ws-fs-turmas = 23 then
               display "Turma nao cadastrada"
               go to informar-horario-exit
           end-if
           if ws-fs-turmas <> 0 then
               move 8                                   to ws-msn-erro-ofsset
               move ws-fs-turmas                        to ws-msn-erro-cod
               move "Erro ao ler arq. arqTurmas"         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Dia da semana (2=seg a 7=sab):"
           accept  ws-hor-dia

           perform until ws-hor-dia >= 2
                     and ws-hor-dia <= 7
               display "Dia invalido. Informe de 2 a 7:"
               accept ws-hor-dia
           end-perform

           display "Aula do dia (1 a 10)         :"
           accept  ws-hor-aula

           perform until ws-hor-aula >= 1
                     and ws-hor-aula <= 10
               display "Aula invalida. Informe de 1 a 10:"
               accept ws-hor-aula
           end-perform

           move "S"   to ws-aula-ok
           .
       informar-horario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Pede a disciplina, o professor e a sala da aula. A sala em
      *>  branco assume a sala da turma (fd-tur-sala).
      *>------------------------------------------------------------------------
       informar-aula section.

           move "N"   to ws-aula-ok

           display "Disciplina                  :"
           accept  ws-hor-disc

           move fd-tur-codigo(1:1)   to fd-mtz-serie
           move ws-hor-disc          to fd-mtz-disc
           read arqMatriz
           if ws-fs-matriz = 23 then
               display "Disciplina " ws-hor-disc " fora da matriz da serie "
                       fd-mtz-serie
               go to informar-aula-exit
           end-if
           if ws-fs-matriz <> 0 then
               move 9                                   to ws-msn-erro-ofsset
               move ws-fs-matriz                        to ws-msn-erro-cod
               move "Erro ao ler arq. arqMatriz"         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Professor                   :"
           accept  ws-hor-professor

           move ws-hor-professor   to fd-prof-codigo
           read arqProfessores
           if ws-fs-professores = 23 then
               display "Professor nao cadastrado"
               go to informar-aula-exit
           end-if
           if ws-fs-professores <> 0 then
               move 10                                    to ws-msn-erro-ofsset
               move ws-fs-professores                     to ws-msn-erro-cod
               move "Erro ao ler arq. arqProfessores"      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "N"   to ws-habil-ok
           move 1     to ws-ind-habil

           perform until ws-ind-habil > 10
                      or ws-professor-habilitado
               if fd-prof-disc-habil (ws-ind-habil) = ws-hor-disc then
                   move "S"   to ws-habil-ok
               end-if
               add 1   to ws-ind-habil
           end-perform

           if not ws-professor-habilitado then
               display "Professor " ws-hor-professor
                       " nao habilitado na disciplina " ws-hor-disc
               go to informar-aula-exit
           end-if

           display "Sala (branco = sala da turma):"
           accept  ws-hor-sala

           if ws-hor-sala = spaces then
               move fd-tur-sala   to ws-hor-sala
           end-if

           move "S"   to ws-aula-ok
           .
       informar-aula-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Percorre todo o quadro procurando o professor ou a sala ja
      *>  ocupados no mesmo dia e aula em outra turma, e contando as
      *>  aulas semanais do professor para conferir a carga maxima
      *>  (fd-prof-carga-maxima, lido em informar-aula)
      *>------------------------------------------------------------------------
       verificar-conflitos section.

           move zero         to ws-aulas-professor
           move low-values   to fd-hor-chave

           start arqHorarios key is >= fd-hor-chave
           if ws-fs-horarios <> 0 then
               go to verificar-conflitos-exit
           end-if

           move "N"   to ws-eof-horarios

           perform until ws-fim-arquivo-horarios

               read arqHorarios next
               if ws-fs-horarios <> 0 then
                   move "S"   to ws-eof-horarios
               else
                   if fd-hor-turma = ws-hor-turma
                   and fd-hor-dia  = ws-hor-dia
                   and fd-hor-aula = ws-hor-aula then
                       display "Horario ja ocupado nesta turma!"
                       move "N"   to ws-aula-ok
                   end-if

                   if fd-hor-dia  = ws-hor-dia
                   and fd-hor-aula = ws-hor-aula
                   and fd-hor-turma <> ws-hor-turma then
                       if fd-hor-professor = ws-hor-professor then
                           display "Conflito: professor ja da aula na turma "
                                   fd-hor-turma " neste horario"
                           move "N"   to ws-aula-ok
                       end-if
                       if fd-hor-sala = ws-hor-sala then
                           display "Conflito: sala " ws-hor-sala
                                   " ja ocupada pela turma " fd-hor-turma
                                   " neste horario"
                           move "N"   to ws-aula-ok
                       end-if
                   end-if

                   if fd-hor-professor = ws-hor-professor then
                       add 1   to ws-aulas-professor
                   end-if
               end-if

           end-perform

           if ws-aulas-professor >= fd-prof-carga-maxima then
               display "Professor ja tem " ws-aulas-professor
                       " aulas; carga maxima semanal e "
                       fd-prof-carga-maxima
               move "N"   to ws-aula-ok
           end-if
           .
       verificar-conflitos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Exibe a aula corrente do quadro
      *>------------------------------------------------------------------------
       exibir-aula section.

           evaluate fd-hor-dia
               when 2
                   move "Segunda"   to ws-nome-dia
               when 3
                   move "Terca"     to ws-nome-dia
               when 4
                   move "Quarta"    to ws-nome-dia
               when 5
                   move "Quinta"    to ws-nome-dia
               when 6
                   move "Sexta"     to ws-nome-dia
               when 7
                   move "Sabado"    to ws-nome-dia
               when other
                   move spaces      to ws-nome-dia
           end-evaluate

           display "Turma: " fd-hor-turma
                   "  " ws-nome-dia
                   "  Aula: " fd-hor-aula
                   "  Disc: " fd-hor-disc
                   "  Prof: " fd-hor-professor
                   "  Sala: " fd-hor-sala
           .
       exibir-aula-exit.
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
           close arqTurmas
           close arqProfessores
           close arqMatriz
           stop run
           .
       finaliza-exit.
           exit.
