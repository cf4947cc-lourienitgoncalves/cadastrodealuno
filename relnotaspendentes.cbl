      $set sourceformat"free"

      *>----Divisão de identificação do programa
       identification division.
       program-id. "relnotaspendentes".
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

           select arqAluno assign to "arqAlunoIndexed.dat"
           organization is indexed
           access mode is sequential
           record key is fd-cod
           file status is ws-fs-arqAluno.

           select arqMatriz assign to "arqMatrizCurricular.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-mtz-chave
           file status is ws-fs-matriz.

           select arqNotasDisc assign to "arqNotasDisc.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-nd-chave
           file status is ws-fs-notasdisc.

           select arqDisciplinas assign to "arqDisciplinas.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-disc-codigo
           file status is ws-fs-disciplinas.

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

           select arqHorarios assign to "arqQuadroHorarios.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-hor-chave
           file status is ws-fs-horarios.

           select arqNotasPendentes assign to "arqNotasPendentes.txt"
           organization is line sequential
           file status is ws-fs-pendentes.

           select ordPendentes assign to "ordPendentes.wrk".

       i-o-control.

      *>----Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqAluno.
           copy "alunoreg.cpy".

       fd arqMatriz.
           copy "matrizreg.cpy".

       fd arqNotasDisc.
           copy "notasreg.cpy".

       fd arqDisciplinas.
           copy "discreg.cpy".

       fd arqTurmas.
           copy "turmareg.cpy".

       fd arqProfessores.
           copy "profreg.cpy".

       fd arqHorarios.
           copy "horareg.cpy".

       sd ordPendentes.
       01  sd-pendente-reg.
           05  sd-turma                            pic x(03).
           05  sd-disc                              pic 9(03).
           05  sd-aluno                             pic x(25).
           05  sd-cod                               pic 9(08).
           05  sd-motivo                            pic x(15).

       fd arqNotasPendentes.
       01  fd-linha-pendentes                      pic x(80).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqAluno                          pic  9(02).
       77  ws-fs-matriz                            pic  9(02).
       77  ws-fs-notasdisc                         pic  9(02).
       77  ws-fs-disciplinas                       pic  9(02).
       77  ws-fs-turmas                            pic  9(02).
       77  ws-fs-pendentes                         pic  9(02).
       77  ws-fs-professores                       pic  9(02).
       77  ws-fs-horarios                          pic  9(02).

       77  ws-eof-aluno                            pic  x(01).
           88  ws-fim-arquivo-aluno                value "S".

       77  ws-eof-matriz                           pic  x(01).
           88  ws-fim-matriz-serie                 value "S".

       77  ws-eof-sort                             pic  x(01).
           88  ws-fim-arquivo-sort                 value "S".

       77  ws-sem-arq-notasdisc                    pic  x(01) value "N".
           88  ws-notasdisc-ausente                value "S".

       77  ws-sem-arq-disc                         pic  x(01) value "N".
           88  ws-disciplinas-ausente              value "S".

       77  ws-sem-arq-turmas                       pic  x(01) value "N".
           88  ws-turmas-ausente                   value "S".

       77  ws-sem-arq-professores                  pic  x(01) value "N".
           88  ws-professores-ausente              value "S".

       77  ws-sem-arq-horarios                     pic  x(01) value "N".
           88  ws-horarios-ausente                 value "S".

       77  ws-eof-horarios                         pic  x(01).
           88  ws-fim-horarios-turma               value "S".

       77  ws-cod-professor                        pic  9(04).
       77  ws-nome-professor                       pic  x(25).

      *>   parametros do relatorio: o bimestre a conferir e a turma
      *>   (em branco para todas as turmas)
       77  ws-bimestre                             pic  9(01).
       77  ws-turma-filtro                         pic  x(03).

       77  ws-nota-bimestre                        pic  9(02)v99.
       77  ws-descricao-disc                       pic  x(25).

       77  ws-turma-anterior                       pic  x(03) value spaces.
       77  ws-disc-anterior                        pic  9(03) value zero.
       77  ws-primeira-turma                       pic  x(01) value "S".

       77  ws-pend-disc                            pic  9(05).
       77  ws-pend-turma                           pic  9(05).
       77  ws-pend-total                           pic  9(05) value zero.

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
           display "Notas pendentes : " ws-pend-total
           display "Relatorio gravado em arqNotasPendentes.txt"
           stop run.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização - pede o bimestre e a turma
      *>------------------------------------------------------------------------
       inicializa section.

           display "Informe o bimestre a conferir (1 a 4):"
           accept  ws-bimestre

           perform until ws-bimestre >= 1
                     and ws-bimestre <= 4
               display "Bimestre invalido. Informe de 1 a 4:"
               accept ws-bimestre
           end-perform

           display "Informe a turma (em branco p/ todas):"
           accept  ws-turma-filtro
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - ordena por turma, disciplina e nome
      *>  as notas ainda nao lancadas dos alunos ativos e imprime o
      *>  relatorio com quebra de turma e de disciplina
      *>------------------------------------------------------------------------
       processamento section.

           sort ordPendentes
               on ascending key sd-turma sd-disc sd-aluno
               input  procedure is levantar-pendentes
               output procedure is imprimir-relatorio
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procedimento de entrada do SORT - le arqAluno sequencialmente
      *>  e, para cada aluno ativo, confere as disciplinas da matriz da
      *>  sua serie contra arqNotasDisc.dat, liberando (RELEASE) uma
      *>  pendencia por disciplina sem a nota do bimestre
      *>------------------------------------------------------------------------
       levantar-pendentes section.

           open input arqAluno
           if ws-fs-arqAluno <> 00 then
               move 1                                to ws-msn-erro-ofsset
               move ws-fs-arqAluno                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqAluno"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   sem a matriz curricular nao ha como saber quais notas sao
      *>   devidas; ela e mantida pelo programa cadmatriz
           open input arqMatriz
           if ws-fs-matriz = 35 then
               display "Arquivo da matriz curricular inexistente."
               display "Cadastre a matriz pelo programa cadmatriz."
               stop run
           end-if
           if ws-fs-matriz <> 00 then
               move 2                                   to ws-msn-erro-ofsset
               move ws-fs-matriz                        to ws-msn-erro-cod
               move "Erro ao abrir arq. arqMatriz"       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   sem nenhuma nota por disciplina lancada ainda, todas as
      *>   disciplinas da matriz saem pendentes
           open input arqNotasDisc
           if ws-fs-notasdisc = 35 then
               move "S"   to ws-sem-arq-notasdisc
           else
               if ws-fs-notasdisc <> 00 then
                   move 3                                     to ws-msn-erro-ofsset
                   move ws-fs-notasdisc                       to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqNotasDisc"      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move "N"   to ws-eof-aluno

           read arqAluno next
           if ws-fs-arqAluno = 10 then
               move "S"   to ws-eof-aluno
           else
               if ws-fs-arqAluno <> 0 then
                   move 4                                   to ws-msn-erro-ofsset
                   move ws-fs-arqAluno                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqAluno"         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform until ws-fim-arquivo-aluno

               if  fd-status-ativo
               and (ws-turma-filtro = spaces
                    or fd-turma = ws-turma-filtro) then
                   perform conferir-aluno
               end-if

               read arqAluno next
               if ws-fs-arqAluno = 10 then
                   move "S"   to ws-eof-aluno
               else
                   if ws-fs-arqAluno <> 0 then
                       move 4                                   to ws-msn-erro-ofsset
                       move ws-fs-arqAluno                      to ws-msn-erro-cod
                       move "Erro ao ler arq. arqAluno"         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           close arqAluno
           close arqMatriz
           if not ws-notasdisc-ausente then
               close arqNotasDisc
           end-if
           .
       levantar-pendentes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Percorre a matriz da serie do aluno corrente (primeiro
      *>  caractere de fd-turma) e confere cada disciplina
      *>------------------------------------------------------------------------
       conferir-aluno section.

           move fd-turma(1:1)   to fd-mtz-serie
           move zero            to fd-mtz-disc

           start arqMatriz key is >= fd-mtz-chave
           if ws-fs-matriz <> 0 then
               go to conferir-aluno-exit
           end-if

           move "N"   to ws-eof-matriz

           perform until ws-fim-matriz-serie

               read arqMatriz next
               if ws-fs-matriz <> 0 then
                   move "S"   to ws-eof-matriz
               else
                   if fd-mtz-serie <> fd-turma(1:1) then
                       move "S"   to ws-eof-matriz
                   else
                       perform conferir-nota-disciplina
                   end-if
               end-if

           end-perform
           .
       conferir-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere a nota do bimestre do aluno corrente na disciplina da
      *>  matriz corrente. O lancamento grava as quatro notas de uma
      *>  vez, com as dos bimestres ainda nao avaliados zeradas: nota
      *>  zerada no bimestre tambem conta como pendente.
      *>------------------------------------------------------------------------
       conferir-nota-disciplina section.

           move spaces   to sd-motivo

           if ws-notasdisc-ausente then
               move "SEM LANCAMENTO"   to sd-motivo
           else
               move fd-cod        to fd-nd-cod
               move fd-mtz-disc   to fd-nd-disc
               read arqNotasDisc
               if ws-fs-notasdisc = 23 then
                   move "SEM LANCAMENTO"   to sd-motivo
               else
                   if ws-fs-notasdisc <> 0 then
                       move 5                                     to ws-msn-erro-ofsset
                       move ws-fs-notasdisc                       to ws-msn-erro-cod
                       move "Erro ao ler arq. arqNotasDisc"        to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   evaluate ws-bimestre
                       when 1
                           move fd-nd-nota1   to ws-nota-bimestre
                       when 2
                           move fd-nd-nota2   to ws-nota-bimestre
                       when 3
                           move fd-nd-nota3   to ws-nota-bimestre
                       when 4
                           move fd-nd-nota4   to ws-nota-bimestre
                   end-evaluate

                   if ws-nota-bimestre = zero then
                       move "NOTA ZERADA"   to sd-motivo
                   end-if
               end-if
           end-if

           if sd-motivo <> spaces then
               move fd-turma      to sd-turma
               move fd-mtz-disc   to sd-disc
               move fd-aluno      to sd-aluno
               move fd-cod        to sd-cod
               release sd-pendente-reg
           end-if
           .
       conferir-nota-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procedimento de saida do SORT - imprime as pendencias ja
      *>  ordenadas com quebra de turma (professor responsavel) e de
      *>  disciplina, e os totais
      *>------------------------------------------------------------------------
       imprimir-relatorio section.

           open output arqNotasPendentes
           if ws-fs-pendentes <> 00 then
               move 6                                       to ws-msn-erro-ofsset
               move ws-fs-pendentes                         to ws-msn-erro-cod
               move "Erro ao abrir arq. arqNotasPendentes"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   o cadastro de disciplinas fornece a descricao de cada bloco;
      *>   se ainda nao foi montado sai so o codigo
           open input arqDisciplinas
           if ws-fs-disciplinas = 35 then
               move "S"   to ws-sem-arq-disc
           else
               if ws-fs-disciplinas <> 00 then
                   move 7                                      to ws-msn-erro-ofsset
                   move ws-fs-disciplinas                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqDisciplinas"     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *>   o cadastro de turmas fornece o professor responsavel da
      *>   turma e o quadro de horarios o professor de cada disciplina,
      *>   com o nome do cadastro de professores; sem eles o relatorio
      *>   sai so com os codigos
           open input arqTurmas
           if ws-fs-turmas = 35 then
               move "S"   to ws-sem-arq-turmas
           else
               if ws-fs-turmas <> 00 then
                   move 8                                   to ws-msn-erro-ofsset
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
                   move 9                                      to ws-msn-erro-ofsset
                   move ws-fs-professores                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqProfessores"     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open input arqHorarios
           if ws-fs-horarios = 35 then
               move "S"   to ws-sem-arq-horarios
           else
               if ws-fs-horarios <> 00 then
                   move 10                                       to ws-msn-erro-ofsset
                   move ws-fs-horarios                           to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqQuadroHorarios"    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move spaces                                        to ws-linha-texto
           string "Notas pendentes de lancamento - "
                  ws-bimestre "o bimestre"
                                             delimited by size
                                             into ws-linha-texto
           write fd-linha-pendentes from ws-linha-texto

           move "N"   to ws-eof-sort

           return ordPendentes
               at end
                   move "S"   to ws-eof-sort
           end-return

           perform until ws-fim-arquivo-sort

               if ws-primeira-turma = "S"
               or sd-turma <> ws-turma-anterior then

                   if ws-primeira-turma = "N" then
                       perform imprimir-total-disciplina
                       perform imprimir-total-turma
                   end-if

                   perform imprimir-cabecalho-turma

                   move "N"        to ws-primeira-turma
                   move sd-turma   to ws-turma-anterior
                   move zero       to ws-pend-turma
                   move zero       to ws-disc-anterior
               end-if

               if sd-disc <> ws-disc-anterior then

                   if ws-disc-anterior <> zero then
                       perform imprimir-total-disciplina
                   end-if

                   perform imprimir-cabecalho-disciplina

                   move sd-disc   to ws-disc-anterior
                   move zero      to ws-pend-disc
               end-if

               move spaces                                        to ws-linha-texto
               string "      Cod: " sd-cod
                      "  Aluno: " sd-aluno
                      "  " sd-motivo
                                                 delimited by size
                                                 into ws-linha-texto
               write fd-linha-pendentes from ws-linha-texto

               add 1   to ws-pend-disc
               add 1   to ws-pend-turma
               add 1   to ws-pend-total

               return ordPendentes
                   at end
                       move "S"   to ws-eof-sort
               end-return

           end-perform

           if ws-primeira-turma = "N" then
               perform imprimir-total-disciplina
               perform imprimir-total-turma
           end-if

           move spaces                                        to ws-linha-texto
           write fd-linha-pendentes from ws-linha-texto

           move spaces                                        to ws-linha-texto
           string "Total de notas pendentes: " ws-pend-total
                                             delimited by size
                                             into ws-linha-texto
           write fd-linha-pendentes from ws-linha-texto

           close arqNotasPendentes
           if not ws-disciplinas-ausente then
               close arqDisciplinas
           end-if
           if not ws-turmas-ausente then
               close arqTurmas
           end-if
           if not ws-professores-ausente then
               close arqProfessores
           end-if
           if not ws-horarios-ausente then
               close arqHorarios
           end-if
           .
       imprimir-relatorio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime o cabecalho da turma corrente com o professor
      *>  responsavel do cadastro de turmas
      *>------------------------------------------------------------------------
       imprimir-cabecalho-turma section.

           move spaces                                        to ws-linha-texto
           write fd-linha-pendentes from ws-linha-texto

           move zero   to ws-cod-professor
           if not ws-turmas-ausente then
               move sd-turma   to fd-tur-codigo
               read arqTurmas
               if ws-fs-turmas = 0 then
                   move fd-tur-cod-professor   to ws-cod-professor
               end-if
           end-if

           perform ler-professor

           move spaces                                        to ws-linha-texto
           string "Turma: " sd-turma
                  "  Prof. responsavel: " ws-nome-professor
                                             delimited by size
                                             into ws-linha-texto
           write fd-linha-pendentes from ws-linha-texto
           .
       imprimir-cabecalho-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime o cabecalho da disciplina corrente
      *>------------------------------------------------------------------------
       imprimir-cabecalho-disciplina section.

           move spaces   to ws-descricao-disc

           if not ws-disciplinas-ausente then
               move sd-disc   to fd-disc-codigo
               read arqDisciplinas
               if ws-fs-disciplinas = 0 then
                   move fd-disc-descricao   to ws-descricao-disc
               end-if
           end-if

           if ws-descricao-disc = spaces then
               string "DISCIPLINA " sd-disc
                                                 delimited by size
                                                 into ws-descricao-disc
           end-if

           perform buscar-professor-disciplina
           perform ler-professor

           move spaces                                        to ws-linha-texto
           string "   Disciplina: " ws-descricao-disc
                  "  Prof: " ws-nome-professor
                                             delimited by size
                                             into ws-linha-texto
           write fd-linha-pendentes from ws-linha-texto
           .
       imprimir-cabecalho-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procura no quadro de horarios da turma corrente a primeira
      *>  aula da disciplina corrente; o professor dela e quem deve as
      *>  notas. Sem aula no quadro o codigo fica zerado.
      *>------------------------------------------------------------------------
       buscar-professor-disciplina section.

           move zero   to ws-cod-professor

           if ws-horarios-ausente then
               go to buscar-professor-disciplina-exit
           end-if

           move sd-turma   to fd-hor-turma
           move zero       to fd-hor-dia
           move zero       to fd-hor-aula

           start arqHorarios key is >= fd-hor-chave
           if ws-fs-horarios <> 0 then
               go to buscar-professor-disciplina-exit
           end-if

           move "N"   to ws-eof-horarios

           perform until ws-fim-horarios-turma

               read arqHorarios next
               if ws-fs-horarios <> 0
               or fd-hor-turma <> sd-turma then
                   move "S"   to ws-eof-horarios
               else
                   if fd-hor-disc = sd-disc then
                       move fd-hor-professor   to ws-cod-professor
                       move "S"                to ws-eof-horarios
                   end-if
               end-if

           end-perform
           .
       buscar-professor-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o nome do professor de ws-cod-professor no cadastro
      *>------------------------------------------------------------------------
       ler-professor section.

           if ws-cod-professor = zero then
               move "(nao definido)"   to ws-nome-professor
               go to ler-professor-exit
           end-if

           move "(nao cadastrado)"   to ws-nome-professor

           if not ws-professores-ausente then
               move ws-cod-professor   to fd-prof-codigo
               read arqProfessores
               if ws-fs-professores = 0 then
                   move fd-prof-nome   to ws-nome-professor
               end-if
           end-if
           .
       ler-professor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime o total de pendencias da disciplina que acabou
      *>------------------------------------------------------------------------
       imprimir-total-disciplina section.

           move spaces                                        to ws-linha-texto
           string "      Pendentes na disciplina: " ws-pend-disc
                                             delimited by size
                                             into ws-linha-texto
           write fd-linha-pendentes from ws-linha-texto
           .
       imprimir-total-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime o total de pendencias da turma que acabou
      *>------------------------------------------------------------------------
       imprimir-total-turma section.

           move spaces                                        to ws-linha-texto
           string "   Pendentes na turma: " ws-pend-turma
                                             delimited by size
                                             into ws-linha-texto
           write fd-linha-pendentes from ws-linha-texto
           .
       imprimir-total-turma-exit.
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
