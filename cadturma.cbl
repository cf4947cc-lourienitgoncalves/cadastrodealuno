           record key is fd-tur-codigo
           file status is ws-fs-turmas.

           select arqProfessores assign to "arqProfessores.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-prof-codigo
           file status is ws-fs-professores.

       i-o-control.

      *>----Declaração de variáveis
       fd arqTurmas.
           copy "turmareg.cpy".

       fd arqProfessores.
           copy "profreg.cpy".

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-turmas                            pic  9(02).
       77  ws-fs-professores                       pic  9(02).

       77  ws-sem-arq-professores                  pic  x(01) value "N".
           88  ws-professores-ausente              value "S".

       77 ws-sair                                  pic  x(01).
          88  ws-fechar-programa                   value "N" "n".

       77  ws-tur-codigo                           pic  x(03).
       77  ws-tur-descricao                        pic  x(25).
       77  ws-tur-cod-professor                    pic  9(04).
       77  ws-tur-professor                        pic  x(25).

       77  ws-prof-ok                              pic  x(01).
           88  ws-professor-valido                 value "S".
       77  ws-tur-sala                             pic  x(05).
       77  ws-tur-max-vagas                        pic  9(03).

               move "Erro ao abrir arq. arqTurmas"        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   o professor responsavel vem do cadastro de professores; sem
      *>   ele a turma so pode ficar sem professor definido
           open input arqProfessores
           if ws-fs-professores = 35 then
               move "S"   to ws-sem-arq-professores
           else
               if ws-fs-professores <> 00 then
                   move 5                                      to ws-msn-erro-ofsset
                   move ws-fs-professores                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqProfessores"     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       inicializa-exit.
           exit.
               display "Descricao      :"
               accept  ws-tur-descricao

               perform informar-professor

               display "Sala           :"
               accept  ws-tur-sala

               move ws-tur-codigo      to fd-tur-codigo
               move ws-tur-descricao   to fd-tur-descricao
               move ws-tur-professor       to fd-tur-professor
               move ws-tur-sala            to fd-tur-sala
               move ws-tur-max-vagas       to fd-tur-max-vagas
               move ws-tur-cod-professor   to fd-tur-cod-professor

               write fd-turmas

           else
               display "Codigo   :"   fd-tur-codigo
               display "Descricao:"   fd-tur-descricao
               display "Professor:"   fd-tur-cod-professor " " fd-tur-professor
               display "Sala     :"   fd-tur-sala
               display "Vagas    :"   fd-tur-max-vagas
           end-if
                   end-if

                   if ws-menu-alt = 2 then
                       perform informar-professor
                       move ws-tur-cod-professor   to fd-tur-cod-professor
                       move ws-tur-professor       to fd-tur-professor
                   end-if

                   if ws-menu-alt = 3 then
                   move "S"   to ws-eof-turmas
               else
                   display "Turma: " fd-tur-codigo
                           "  Prof: " fd-tur-cod-professor " " fd-tur-professor
                           "  Sala: " fd-tur-sala
                           "  Vagas: " fd-tur-max-vagas
               end-if
       listar-turmas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Pede o codigo do professor responsavel e confere no cadastro
      *>  de professores, guardando o nome do cadastro. Zero deixa a
      *>  turma sem professor definido.
      *>------------------------------------------------------------------------
       informar-professor section.

           move zero     to ws-tur-cod-professor
           move spaces   to ws-tur-professor

           if ws-professores-ausente then
               display "Cadastro de professores inexistente."
               display "Turma fica sem professor; cadastre pelo cadprofessor."
               go to informar-professor-exit
           end-if

           move "N"   to ws-prof-ok

           perform until ws-professor-valido

               display "Cod. professor resp. (0 = nenhum):"
               accept  ws-tur-cod-professor

               if ws-tur-cod-professor = zero then
                   move "S"   to ws-prof-ok
               else
                   move ws-tur-cod-professor   to fd-prof-codigo
                   read arqProfessores
                   if ws-fs-professores = 0 then
                       move fd-prof-nome   to ws-tur-professor
                       move "S"            to ws-prof-ok
                       display "Professor: " fd-prof-nome
                   else
                       if ws-fs-professores = 23 then
                           display "Professor nao cadastrado"
                       else
                           move 6                                     to ws-msn-erro-ofsset
                           move ws-fs-professores                     to ws-msn-erro-cod
                           move "Erro ao ler arq. arqProfessores"      to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-if

           end-perform
           .
       informar-professor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Finalização  Anormal
      *>------------------------------------------------------------------------
       finaliza section.

           close arqTurmas
           if not ws-professores-ausente then
               close arqProfessores
           end-if
           stop run
           .
       finaliza-exit.
