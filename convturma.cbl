      $set sourceformat"free"

      *>----Divisão de identificação do programa
       identification division.
       program-id. "convturma".
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

      *>   o arquivo "antigo" ainda esta no layout com o professor so
      *>   em texto livre; o "novo" ja sai com o codigo do professor
      *>   (turmareg.cpy atual). Depois da conversao o arquivo novo deve
      *>   ser renomeado por cima do antigo, como na conversao da
      *>   matricula (convmatricula).
           select arqTurmaAntiga assign to "arqTurmas.dat"
           organization is indexed
           access mode is sequential
           record key is fd-tma-codigo
           file status is ws-fs-tur-antiga.

           select arqTurmaNova assign to "arqTurmasNovo.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-tur-codigo
           file status is ws-fs-tur-nova.

           select arqProfessores assign to "arqProfessores.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-prof-codigo
           file status is ws-fs-professores.

       i-o-control.

      *>----Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.

      *>   layout antigo da turma, sem o codigo do professor, mantido
      *>   aqui apenas para esta conversao
       fd arqTurmaAntiga.
       01  fd-tma-turmas.
           05  fd-tma-codigo                       pic x(03).
           05  fd-tma-descricao                    pic x(25).
           05  fd-tma-professor                    pic x(25).
           05  fd-tma-sala                         pic x(05).
           05  fd-tma-max-vagas                    pic 9(03).

       fd arqTurmaNova.
           copy "turmareg.cpy".

       fd arqProfessores.
           copy "profreg.cpy".

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-tur-antiga                        pic  9(02).
       77  ws-fs-tur-nova                          pic  9(02).
       77  ws-fs-professores                       pic  9(02).

       77  ws-eof-antigo                           pic  x(01).
           88  ws-fim-arquivo-antigo               value "S".

       77  ws-eof-professores                      pic  x(01).
           88  ws-fim-arquivo-professores          value "S".

       77  ws-sem-arq-professores                  pic  x(01) value "N".
           88  ws-professores-ausente              value "S".

       77  ws-confirma                             pic  x(01).

       77  ws-cont-turmas                          pic  9(05) value zero.
       77  ws-cont-vinculadas                      pic  9(05) value zero.

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
           perform converter-turmas.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização - conversao executada uma unica
      *>  vez na implantacao do cadastro de professores, depois que os
      *>  professores ja foram cadastrados pelo cadprofessor
      *>------------------------------------------------------------------------
       inicializa section.

           display "Conversao do cadastro de turmas para o layout com"
           display "o codigo do professor responsavel."
           display "Confirma a conversao? 'S' ou 'N'"
           accept ws-confirma

           if  ws-confirma <> "S"
           and ws-confirma <> "s" then
               display "Conversao cancelada pelo operador"
               stop run
           end-if

           open input arqTurmaAntiga
           if ws-fs-tur-antiga = 35 then
               display "Arquivo de turmas inexistente."
               display "Nada a converter."
               stop run
           end-if
           if ws-fs-tur-antiga <> 00 then
               move 1                                    to ws-msn-erro-ofsset
               move ws-fs-tur-antiga                     to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTurmas"        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqTurmaNova
           if ws-fs-tur-nova <> 00 then
               move 2                                      to ws-msn-erro-ofsset
               move ws-fs-tur-nova                         to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTurmasNovo"      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   sem o cadastro de professores todas as turmas ficam sem
      *>   professor e sao vinculadas depois pela opcao 'At' do cadturma
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
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Reescreve as turmas no layout novo. O nome digitado no campo
      *>  antigo e procurado no cadastro de professores; achando, a
      *>  turma ja sai com o codigo, senao sai com zero e e listada para
      *>  o vinculo manual
      *>------------------------------------------------------------------------
       converter-turmas section.

           move "N"   to ws-eof-antigo

           read arqTurmaAntiga next
           if ws-fs-tur-antiga = 10 then
               move "S"   to ws-eof-antigo
           else
               if ws-fs-tur-antiga <> 0 then
                   move 4                                  to ws-msn-erro-ofsset
                   move ws-fs-tur-antiga                   to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTurmas"       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform until ws-fim-arquivo-antigo

               move fd-tma-codigo         to fd-tur-codigo
               move fd-tma-descricao      to fd-tur-descricao
               move fd-tma-professor      to fd-tur-professor
               move fd-tma-sala           to fd-tur-sala
               move fd-tma-max-vagas      to fd-tur-max-vagas
               move zero                  to fd-tur-cod-professor

               perform localizar-professor

               if fd-tur-cod-professor = zero then
                   display "Turma " fd-tur-codigo " sem professor vinculado ("
                           fd-tma-professor ")"
               else
                   add 1   to ws-cont-vinculadas
               end-if

               write fd-turmas

               if ws-fs-tur-nova <> 0 then
                   move 5                                      to ws-msn-erro-ofsset
                   move ws-fs-tur-nova                         to ws-msn-erro-cod
                   move "Erro ao gravar arqTurmasNovo"          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1   to ws-cont-turmas

               read arqTurmaAntiga next
               if ws-fs-tur-antiga = 10 then
                   move "S"   to ws-eof-antigo
               else
                   if ws-fs-tur-antiga <> 0 then
                       move 4                                  to ws-msn-erro-ofsset
                       move ws-fs-tur-antiga                   to ws-msn-erro-cod
                       move "Erro ao ler arq. arqTurmas"       to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform
           .
       converter-turmas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procura no cadastro de professores o nome igual ao digitado
      *>  na turma antiga; achando, grava o codigo e o nome do cadastro
      *>------------------------------------------------------------------------
       localizar-professor section.

           if ws-professores-ausente
           or fd-tma-professor = spaces then
               go to localizar-professor-exit
           end-if

           move low-values   to fd-prof-codigo

           start arqProfessores key is >= fd-prof-codigo
           if ws-fs-professores <> 0 then
               go to localizar-professor-exit
           end-if

           move "N"   to ws-eof-professores

           perform until ws-fim-arquivo-professores

               read arqProfessores next
               if ws-fs-professores <> 0 then
                   move "S"   to ws-eof-professores
               else
                   if fd-prof-nome = fd-tma-professor then
                       move fd-prof-codigo   to fd-tur-cod-professor
                       move fd-prof-nome     to fd-tur-professor
                       move "S"              to ws-eof-professores
                   end-if
               end-if

           end-perform
           .
       localizar-professor-exit.
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

           close arqTurmaAntiga
           close arqTurmaNova
           if not ws-professores-ausente then
               close arqProfessores
           end-if

           display "Turmas convertidas     : " ws-cont-turmas
           display "Com professor vinculado: " ws-cont-vinculadas
           display " "
           display "Vincule as turmas listadas pela opcao 'At' do cadturma."
           display "Apos conferir, renomeie o arquivo convertido:"
           display "  arqTurmasNovo.dat -> arqTurmas.dat"
           stop run
           .
       finaliza-exit.
           exit.
