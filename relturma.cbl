           record key is fd-tur-codigo
           file status is ws-fs-turmas.

           select arqProfessores assign to "arqProfessores.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-prof-codigo
           file status is ws-fs-professores.

           select ordTurma assign to "ordTurma.wrk".

       i-o-control.
       fd arqTurmas.
           copy "turmareg.cpy".

       fd arqProfessores.
           copy "profreg.cpy".

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqAluno                          pic  9(02).
       77  ws-fs-relturma                          pic  9(02).
       77  ws-fs-turmas                            pic  9(02).
       77  ws-fs-professores                       pic  9(02).

       77  ws-eof-aluno                            pic  x(01).
           88  ws-fim-arquivo-aluno                value "S".
       77  ws-max-vagas                            pic  9(03).
       77  ws-vagas-livres                         pic  9(03).

      *>   o professor responsavel sai do cadastro de professores pelo
      *>   codigo gravado na turma
       77  ws-sem-arq-professores                  pic  x(01) value "N".
           88  ws-professores-ausente              value "S".
       77  ws-nome-professor                       pic  x(25).

       01 ws-linha.
           05  ws-linha-texto                      pic x(80).

               end-if
           end-if

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

           move "N"   to ws-eof-sort

           return ordTurma
           if not ws-turmas-ausente then
               close arqTurmas
           end-if
           if not ws-professores-ausente then
               close arqProfessores
           end-if
           .
       imprimir-relatorio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime o cabecalho da turma corrente, buscando no cadastro
      *>  de turmas a sala, o total de vagas e o codigo do professor
      *>  responsavel, cujo nome vem do cadastro de professores
      *>------------------------------------------------------------------------
       imprimir-cabecalho-turma section.

               end-if
           end-if

           move "(sem professor)"   to ws-nome-professor

           if  ws-turma-no-cadastro = "S"
           and fd-tur-cod-professor <> zero then
               move "(nao cadastrado)"   to ws-nome-professor
               if not ws-professores-ausente then
                   move fd-tur-cod-professor   to fd-prof-codigo
                   read arqProfessores
                   if ws-fs-professores = 0 then
                       move fd-prof-nome   to ws-nome-professor
                   end-if
               end-if
           end-if

           move spaces                                        to ws-linha-texto
           if ws-turma-no-cadastro = "S" then
               string "Turma: " sd-turma
                      "  Prof: " ws-nome-professor
                      "  Sala: " fd-tur-sala
                      "  Vagas: " fd-tur-max-vagas
                                                 delimited by size
