      $set sourceformat"free"

      *>----Divisão de identificação do programa
       identification division.
       program-id. "diarioclasse".
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

           select arqCalendario assign to "arqCalendario.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-cal-chave
           file status is ws-fs-calendario.

           select arqMatriz assign to "arqMatrizCurricular.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-mtz-chave
           file status is ws-fs-matriz.

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

           select arqDiarioClasse assign to "arqDiarioClasse.txt"
           organization is line sequential
           file status is ws-fs-diario.

           select ordDiario assign to "ordDiario.wrk".

       i-o-control.

      *>----Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqAluno.
           copy "alunoreg.cpy".

       fd arqCalendario.
           copy "calreg.cpy".

       fd arqMatriz.
           copy "matrizreg.cpy".

       fd arqDisciplinas.
           copy "discreg.cpy".

       fd arqTurmas.
           copy "turmareg.cpy".

       fd arqProfessores.
           copy "profreg.cpy".

       fd arqHorarios.
           copy "horareg.cpy".

      *>   um registro por aluno ativo e por disciplina da matriz da
      *>   serie; cada turma + disciplina vira um diario
       sd ordDiario.
       01  sd-diario-reg.
           05  sd-turma                            pic x(03).
           05  sd-disc                              pic 9(03).
           05  sd-aluno                             pic x(25).
           05  sd-cod                               pic 9(08).

       fd arqDiarioClasse.
       01  fd-linha-diario                         pic x(132).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqAluno                          pic  9(02).
       77  ws-fs-calendario                        pic  9(02).
       77  ws-fs-matriz                            pic  9(02).
       77  ws-fs-disciplinas                       pic  9(02).
       77  ws-fs-turmas                            pic  9(02).
       77  ws-fs-professores                       pic  9(02).
       77  ws-fs-horarios                          pic  9(02).
       77  ws-fs-diario                            pic  9(02).

       77  ws-eof-aluno                            pic  x(01).
           88  ws-fim-arquivo-aluno                value "S".

       77  ws-eof-matriz                           pic  x(01).
           88  ws-fim-matriz-serie                 value "S".

       77  ws-eof-sort                             pic  x(01).
           88  ws-fim-arquivo-sort                 value "S".

       77  ws-eof-horarios                         pic  x(01).
           88  ws-fim-horarios-turma               value "S".

       77  ws-sem-arq-disc                         pic  x(01) value "N".
           88  ws-disciplinas-ausente              value "S".

       77  ws-sem-arq-turmas                       pic  x(01) value "N".
           88  ws-turmas-ausente                   value "S".

       77  ws-sem-arq-professores                  pic  x(01) value "N".
           88  ws-professores-ausente              value "S".

       77  ws-sem-arq-horarios                     pic  x(01) value "N".
           88  ws-horarios-ausente                 value "S".

      *>   parametros: o mes do calendario letivo, a turma (em branco
      *>   para todas) e a disciplina (zero para todas as da matriz)
       01  ws-anomes.
           05  ws-ano                              pic  9(04).
           05  ws-mes                              pic  9(02).
       77  ws-turma-filtro                         pic  x(03).
       77  ws-disc-filtro                          pic  9(03).

      *>----Dados do mes no calendario letivo
       77  ws-bimestre                             pic  9(01).
       77  ws-aulas-previstas                      pic  9(03).
       77  ws-data-fim                             pic  9(08).

      *>   data corrente do percurso de fd-cal-inicio a fd-cal-fim
       01  ws-data-corr.
           05  ws-corr-ano                         pic  9(04).
           05  ws-corr-mes                         pic  9(02).
           05  ws-corr-dia                         pic  9(02).
       01  ws-data-corr-num redefines ws-data-corr pic  9(08).

      *>   conversao de uma data AAAAMMDD em numero de dias corridos,
      *>   usada para achar o dia da semana de cada dia do mes
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
       77  ws-semana-quoc                          pic  9(07).
       77  ws-resto-semana                         pic  9(01).

      *>   dia da semana como no quadro de horarios: 1 = domingo,
      *>   2 = segunda ... 7 = sabado
       77  ws-dia-semana                           pic  9(01).

       77  ws-dias-mes                             pic  9(02).
       77  ws-bis-quoc                             pic  9(04).
       77  ws-bis-resto4                           pic  9(03).
       77  ws-bis-resto100                         pic  9(03).
       77  ws-bis-resto400                         pic  9(03).

      *>----Dias letivos do mes (de segunda a sabado entre o inicio e o
      *>----fim do mes no calendario); o diario tem no maximo 31 colunas
       01  ws-dias-letivos.
           05  ws-dl-entrada occurs 31 times.
               10  ws-dl-dia                       pic  9(02).
               10  ws-dl-mes                       pic  9(02).
               10  ws-dl-semana                    pic  9(01).
       77  ws-qtd-dias-letivos                     pic  9(02) value zero.
       77  ws-dias-excedentes                      pic  9(03) value zero.
       77  ws-ind-dl                               pic  9(02).

      *>----Colunas do diario corrente: os dias letivos em que a
      *>----disciplina tem aula na turma pelo quadro de horarios
       01  ws-aulas-semana.
           05  ws-aulas-dia occurs 7 times         pic  9(02).
       77  ws-aulas-semana-disc                    pic  9(02).
       77  ws-aulas-quadro-mes                     pic  9(03).
       01  ws-colunas.
           05  ws-col-dl occurs 31 times           pic  9(02).
       77  ws-qtd-colunas                          pic  9(02).
       77  ws-ind-col                              pic  9(02).

       01  ws-tab-semana-valores                   pic  x(14)
                                                   value "Do2a3a4a5a6aSa".
       01  filler redefines ws-tab-semana-valores.
           05  ws-nome-semana occurs 7 times       pic  x(02).

      *>----Cabecalho do diario corrente
       77  ws-turma-descricao                      pic  x(25).
       77  ws-descricao-disc                       pic  x(25).
       77  ws-cod-professor                        pic  9(04).
       77  ws-nome-professor                       pic  x(25).

       77  ws-turma-anterior                       pic  x(03) value spaces.
       77  ws-disc-anterior                        pic  9(03) value zero.
       77  ws-primeiro-diario                      pic  x(01) value "S".

       77  ws-nr-aluno                             pic  9(03).
       77  ws-nr-ed                                pic  z9.
       77  ws-cont-diarios                         pic  9(04) value zero.
       77  ws-cont-linhas-aluno                    pic  9(05) value zero.

       01 ws-linha.
           05  ws-linha-texto                      pic x(132).

      *>   visao da linha em colunas: numero, nome do aluno e uma
      *>   casa de presenca por dia de aula
       01 ws-linha-diario redefines ws-linha.
           05  ws-ld-nr                            pic x(02).
           05  filler                              pic x(01).
           05  ws-ld-nome                          pic x(25).
           05  ws-ld-coluna occurs 31 times.
               10  ws-ld-sep                       pic x(01).
               10  ws-ld-dia                       pic x(02).
           05  ws-ld-fecha                         pic x(01).
           05  filler                              pic x(10).

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
      *>  Procedimentos de inicialização - pede o mes, a turma e a
      *>  disciplina e le o mes no calendario letivo, de onde saem o
      *>  bimestre, as aulas previstas e os dias letivos do diario
      *>------------------------------------------------------------------------
       inicializa section.

           display "Informe o ano do diario (AAAA):"
           accept  ws-ano

           perform until ws-ano > 2000
               display "Ano invalido. Informe o ano (AAAA):"
               accept ws-ano
           end-perform

           display "Informe o mes do diario (1 a 12):"
           accept  ws-mes

           perform until ws-mes >= 1
                     and ws-mes <= 12
               display "Mes invalido. Informe de 1 a 12:"
               accept ws-mes
           end-perform

           display "Informe a turma (em branco p/ todas):"
           accept  ws-turma-filtro

           display "Informe a disciplina (zero p/ todas da matriz):"
           accept  ws-disc-filtro

      *>   sem o calendario letivo nao ha dias letivos nem aulas
      *>   previstas; ele e mantido pelo programa cadcalendario
           open input arqCalendario
           if ws-fs-calendario = 35 then
               display "Arquivo do calendario letivo inexistente."
               display "Cadastre o calendario pelo programa cadcalendario."
               stop run
           end-if
           if ws-fs-calendario <> 00 then
               move 1                                    to ws-msn-erro-ofsset
               move ws-fs-calendario                     to ws-msn-erro-cod
               move "Erro ao abrir arq. arqCalendario"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-ano   to fd-cal-ano
           move ws-mes   to fd-cal-mes
           read arqCalendario
           if ws-fs-calendario = 23 then
               display "Mes " ws-mes "/" ws-ano
                       " nao cadastrado no calendario letivo."
               close arqCalendario
               stop run
           end-if
           if ws-fs-calendario <> 0 then
               move 2                                    to ws-msn-erro-ofsset
               move ws-fs-calendario                     to ws-msn-erro-cod
               move "Erro ao ler arq. arqCalendario"      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if fd-cal-inicio = zero
           or fd-cal-fim < fd-cal-inicio then
               display "Mes " ws-mes "/" ws-ano
                       " sem datas de inicio e fim validas no calendario."
               close arqCalendario
               stop run
           end-if

           move fd-cal-bimestre          to ws-bimestre
           move fd-cal-aulas-previstas   to ws-aulas-previstas
           move fd-cal-inicio            to ws-data-corr-num
           move fd-cal-fim               to ws-data-fim

           close arqCalendario

           perform montar-dias-letivos

           if ws-dias-excedentes > zero then
               display "Atencao: o periodo do mes passa de 31 dias letivos;"
               display ws-dias-excedentes " dia(s) ficaram fora do diario."
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Percorre os dias de fd-cal-inicio a fd-cal-fim e guarda na
      *>  tabela os dias de segunda a sabado, com o dia da semana de
      *>  cada um. O dia da semana sai do numero de dias corridos (resto
      *>  da divisao por 7: 5 = domingo, 6 = segunda, 0 = terca ...).
      *>------------------------------------------------------------------------
       montar-dias-letivos section.

           perform until ws-data-corr-num > ws-data-fim

               move ws-data-corr   to ws-data-calc
               perform converter-data-dias

               divide ws-dias-calc by 7 giving ws-semana-quoc
                                    remainder ws-resto-semana

               compute ws-calc-aux = ws-resto-semana + 2
               divide ws-calc-aux by 7 giving ws-semana-quoc
                                    remainder ws-dia-semana
               add 1   to ws-dia-semana

               if ws-dia-semana <> 1 then
                   if ws-qtd-dias-letivos < 31 then
                       add 1   to ws-qtd-dias-letivos
                       move ws-corr-dia     to ws-dl-dia (ws-qtd-dias-letivos)
                       move ws-corr-mes     to ws-dl-mes (ws-qtd-dias-letivos)
                       move ws-dia-semana   to ws-dl-semana (ws-qtd-dias-letivos)
                   else
                       add 1   to ws-dias-excedentes
                   end-if
               end-if

               perform avancar-dia

           end-perform
           .
       montar-dias-letivos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Soma um dia a ws-data-corr, virando o mes e o ano
      *>------------------------------------------------------------------------
       avancar-dia section.

           evaluate ws-corr-mes
               when 4
               when 6
               when 9
               when 11
                   move 30   to ws-dias-mes
               when 2
                   divide ws-corr-ano by 4   giving ws-bis-quoc
                                          remainder ws-bis-resto4
                   divide ws-corr-ano by 100 giving ws-bis-quoc
                                          remainder ws-bis-resto100
                   divide ws-corr-ano by 400 giving ws-bis-quoc
                                          remainder ws-bis-resto400
                   if  ws-bis-resto4 = zero
                   and (ws-bis-resto100 <> zero
                    or  ws-bis-resto400 = zero) then
                       move 29   to ws-dias-mes
                   else
                       move 28   to ws-dias-mes
                   end-if
               when other
                   move 31   to ws-dias-mes
           end-evaluate

           add 1   to ws-corr-dia

           if ws-corr-dia > ws-dias-mes then
               move 1   to ws-corr-dia
               add 1    to ws-corr-mes
               if ws-corr-mes > 12 then
                   move 1   to ws-corr-mes
                   add 1    to ws-corr-ano
               end-if
           end-if
           .
       avancar-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Converte ws-data-calc (AAAAMMDD) em numero de dias corridos
      *>  (ws-dias-calc), contando janeiro e fevereiro como meses 13 e
      *>  14 do ano anterior
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
      *>  Processamento principal - ordena por turma, disciplina e nome
      *>  os alunos ativos de cada disciplina da matriz e imprime um
      *>  diario por turma e disciplina
      *>------------------------------------------------------------------------
       processamento section.

           sort ordDiario
               on ascending key sd-turma sd-disc sd-aluno sd-cod
               input  procedure is carregar-alunos
               output procedure is imprimir-diarios
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procedimento de entrada do SORT - le arqAluno sequencialmente
      *>  e libera (RELEASE) cada aluno ativo uma vez por disciplina da
      *>  matriz da sua serie (ou so na disciplina informada)
      *>------------------------------------------------------------------------
       carregar-alunos section.

           open input arqAluno
           if ws-fs-arqAluno <> 00 then
               move 3                                to ws-msn-erro-ofsset
               move ws-fs-arqAluno                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqAluno"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   sem a matriz curricular nao ha como saber quais disciplinas
      *>   a serie tem; ela e mantida pelo programa cadmatriz
           open input arqMatriz
           if ws-fs-matriz = 35 then
               display "Arquivo da matriz curricular inexistente."
               display "Cadastre a matriz pelo programa cadmatriz."
               close arqAluno
               stop run
           end-if
           if ws-fs-matriz <> 00 then
               move 4                                   to ws-msn-erro-ofsset
               move ws-fs-matriz                        to ws-msn-erro-cod
               move "Erro ao abrir arq. arqMatriz"       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "N"   to ws-eof-aluno

           read arqAluno next
           if ws-fs-arqAluno = 10 then
               move "S"   to ws-eof-aluno
           else
               if ws-fs-arqAluno <> 0 then
                   move 5                                   to ws-msn-erro-ofsset
                   move ws-fs-arqAluno                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqAluno"         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform until ws-fim-arquivo-aluno

               if  fd-status-ativo
               and (ws-turma-filtro = spaces
                    or fd-turma = ws-turma-filtro) then
                   perform liberar-disciplinas-aluno
               end-if

               read arqAluno next
               if ws-fs-arqAluno = 10 then
                   move "S"   to ws-eof-aluno
               else
                   if ws-fs-arqAluno <> 0 then
                       move 5                                   to ws-msn-erro-ofsset
                       move ws-fs-arqAluno                      to ws-msn-erro-cod
                       move "Erro ao ler arq. arqAluno"         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           close arqAluno
           close arqMatriz
           .
       carregar-alunos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Libera o aluno corrente em cada disciplina da matriz da sua
      *>  serie (primeiro caractere de fd-turma); com disciplina
      *>  informada, so nela e so se a serie a tiver na matriz
      *>------------------------------------------------------------------------
       liberar-disciplinas-aluno section.

           if ws-disc-filtro <> zero then
               move fd-turma(1:1)    to fd-mtz-serie
               move ws-disc-filtro   to fd-mtz-disc
               read arqMatriz
               if ws-fs-matriz = 0 then
                   move fd-turma         to sd-turma
                   move fd-aluno         to sd-aluno
                   move fd-cod           to sd-cod
                   move ws-disc-filtro   to sd-disc
                   release sd-diario-reg
               end-if
               go to liberar-disciplinas-aluno-exit
           end-if

           move fd-turma(1:1)   to fd-mtz-serie
           move zero            to fd-mtz-disc

           start arqMatriz key is >= fd-mtz-chave
           if ws-fs-matriz <> 0 then
               go to liberar-disciplinas-aluno-exit
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
                       move fd-turma      to sd-turma
                       move fd-aluno      to sd-aluno
                       move fd-cod        to sd-cod
                       move fd-mtz-disc   to sd-disc
                       release sd-diario-reg
                   end-if
               end-if

           end-perform
           .
       liberar-disciplinas-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procedimento de saida do SORT - le os alunos ja ordenados e
      *>  imprime um diario a cada quebra de turma ou de disciplina
      *>------------------------------------------------------------------------
       imprimir-diarios section.

           open output arqDiarioClasse
           if ws-fs-diario <> 00 then
               move 6                                       to ws-msn-erro-ofsset
               move ws-fs-diario                            to ws-msn-erro-cod
               move "Erro ao abrir arq. arqDiarioClasse"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   disciplinas, turmas, professores e quadro de horarios so
      *>   completam o cabecalho e as colunas; sem o quadro o diario sai
      *>   com todos os dias letivos de segunda a sexta
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

           move "N"   to ws-eof-sort

           return ordDiario
               at end
                   move "S"   to ws-eof-sort
           end-return

           perform until ws-fim-arquivo-sort

               if ws-primeiro-diario = "S"
               or sd-turma <> ws-turma-anterior
               or sd-disc  <> ws-disc-anterior then

                   if ws-primeiro-diario = "N" then
                       perform imprimir-rodape-diario
                   end-if

                   perform montar-colunas
                   perform imprimir-cabecalho-diario

                   move "N"        to ws-primeiro-diario
                   move sd-turma   to ws-turma-anterior
                   move sd-disc    to ws-disc-anterior
                   move zero       to ws-nr-aluno
                   add 1           to ws-cont-diarios
               end-if

               add 1   to ws-nr-aluno

               perform preparar-linha-colunas
               move ws-nr-aluno   to ws-nr-ed
               move ws-nr-ed      to ws-ld-nr
               move sd-aluno      to ws-ld-nome
               write fd-linha-diario from ws-linha-texto

               add 1   to ws-cont-linhas-aluno

               return ordDiario
                   at end
                       move "S"   to ws-eof-sort
               end-return

           end-perform

           if ws-primeiro-diario = "N" then
               perform imprimir-rodape-diario
           else
               display "Nenhum aluno ativo para a turma e disciplina informadas."
           end-if

           close arqDiarioClasse
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
       imprimir-diarios-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Monta as colunas do diario da turma e disciplina correntes:
      *>  conta no quadro de horarios as aulas da disciplina em cada dia
      *>  da semana e fica com os dias letivos que tem aula. Sem aula
      *>  no quadro (ou sem o quadro) entram os dias de segunda a sexta.
      *>  O professor da disciplina e o da primeira aula no quadro.
      *>------------------------------------------------------------------------
       montar-colunas section.

           move zeros   to ws-aulas-semana
           move zero    to ws-aulas-semana-disc
           move zero    to ws-aulas-quadro-mes
           move zero    to ws-cod-professor
           move zero    to ws-qtd-colunas

           if not ws-horarios-ausente then
               perform contar-aulas-quadro
           end-if

           move 1   to ws-ind-dl

           perform until ws-ind-dl > ws-qtd-dias-letivos

               if ws-aulas-semana-disc > zero then
                   if ws-aulas-dia (ws-dl-semana (ws-ind-dl)) > zero then
                       add 1   to ws-qtd-colunas
                       move ws-ind-dl   to ws-col-dl (ws-qtd-colunas)
                       add ws-aulas-dia (ws-dl-semana (ws-ind-dl))
                                        to ws-aulas-quadro-mes
                   end-if
               else
                   if ws-dl-semana (ws-ind-dl) <= 6 then
                       add 1   to ws-qtd-colunas
                       move ws-ind-dl   to ws-col-dl (ws-qtd-colunas)
                   end-if
               end-if

               add 1   to ws-ind-dl

           end-perform
           .
       montar-colunas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Percorre o quadro de horarios da turma corrente somando as
      *>  aulas da disciplina corrente por dia da semana
      *>------------------------------------------------------------------------
       contar-aulas-quadro section.

           move sd-turma   to fd-hor-turma
           move zero       to fd-hor-dia
           move zero       to fd-hor-aula

           start arqHorarios key is >= fd-hor-chave
           if ws-fs-horarios <> 0 then
               go to contar-aulas-quadro-exit
           end-if

           move "N"   to ws-eof-horarios

           perform until ws-fim-horarios-turma

               read arqHorarios next
               if ws-fs-horarios <> 0
               or fd-hor-turma <> sd-turma then
                   move "S"   to ws-eof-horarios
               else
                   if  fd-hor-disc = sd-disc
                   and fd-hor-dia >= 2
                   and fd-hor-dia <= 7 then
                       add 1   to ws-aulas-dia (fd-hor-dia)
                       add 1   to ws-aulas-semana-disc
                       if ws-cod-professor = zero then
                           move fd-hor-professor   to ws-cod-professor
                       end-if
                   end-if
               end-if

           end-perform
           .
       contar-aulas-quadro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime o cabecalho do diario corrente: mes e bimestre, turma,
      *>  disciplina, professor, aulas previstas no calendario e aulas
      *>  pelo quadro, e as linhas de dia e dia da semana das colunas
      *>------------------------------------------------------------------------
       imprimir-cabecalho-diario section.

           move spaces   to ws-turma-descricao
           if not ws-turmas-ausente then
               move sd-turma   to fd-tur-codigo
               read arqTurmas
               if ws-fs-turmas = 0 then
                   move fd-tur-descricao   to ws-turma-descricao
                   if ws-cod-professor = zero then
                       move fd-tur-cod-professor   to ws-cod-professor
                   end-if
               end-if
           end-if

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

           perform ler-professor

           if ws-primeiro-diario = "N" then
               move all "="                                       to ws-linha-texto
               write fd-linha-diario from ws-linha-texto
               move spaces                                        to ws-linha-texto
               write fd-linha-diario from ws-linha-texto
           end-if

           move spaces                                        to ws-linha-texto
           string "DIARIO DE CLASSE - " ws-mes "/" ws-ano
                  "  Bimestre: " ws-bimestre
                                             delimited by size
                                             into ws-linha-texto
           write fd-linha-diario from ws-linha-texto

           move spaces                                        to ws-linha-texto
           string "Turma: " sd-turma " " ws-turma-descricao
                  "  Disciplina: " sd-disc " " ws-descricao-disc
                                             delimited by size
                                             into ws-linha-texto
           write fd-linha-diario from ws-linha-texto

           move spaces                                        to ws-linha-texto
           if ws-aulas-semana-disc > zero then
               string "Professor: " ws-nome-professor
                      "  Aulas previstas no mes: " ws-aulas-previstas
                      "  Aulas pelo quadro: " ws-aulas-quadro-mes
                                             delimited by size
                                             into ws-linha-texto
           else
               string "Professor: " ws-nome-professor
                      "  Aulas previstas no mes: " ws-aulas-previstas
                      "  (disciplina sem aulas no quadro de horarios)"
                                             delimited by size
                                             into ws-linha-texto
           end-if
           write fd-linha-diario from ws-linha-texto

           if  ws-aulas-semana-disc > zero
           and ws-aulas-quadro-mes <> ws-aulas-previstas then
               move spaces                                        to ws-linha-texto
               string "Atencao: o quadro de horarios soma "
                      ws-aulas-quadro-mes " aulas no mes e o calendario"
                      " preve " ws-aulas-previstas
                                             delimited by size
                                             into ws-linha-texto
               write fd-linha-diario from ws-linha-texto
           end-if

           move spaces                                        to ws-linha-texto
           write fd-linha-diario from ws-linha-texto

      *>   linha dos dias e linha dos dias da semana de cada coluna
           perform preparar-linha-colunas
           move "Nr"      to ws-ld-nr
           move "Aluno"   to ws-ld-nome
           move 1         to ws-ind-col
           perform until ws-ind-col > ws-qtd-colunas
               move ws-dl-dia (ws-col-dl (ws-ind-col))   to ws-ld-dia (ws-ind-col)
               add 1   to ws-ind-col
           end-perform
           write fd-linha-diario from ws-linha-texto

           perform preparar-linha-colunas
           move 1   to ws-ind-col
           perform until ws-ind-col > ws-qtd-colunas
               move ws-nome-semana (ws-dl-semana (ws-col-dl (ws-ind-col)))
                                                  to ws-ld-dia (ws-ind-col)
               add 1   to ws-ind-col
           end-perform
           write fd-linha-diario from ws-linha-texto

           move all "-"                                       to ws-linha-texto
           write fd-linha-diario from ws-linha-texto
           .
       imprimir-cabecalho-diario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Limpa a linha e desenha as divisorias das colunas do diario
      *>  corrente, deixando as casas de presenca em branco
      *>------------------------------------------------------------------------
       preparar-linha-colunas section.

           move spaces   to ws-linha-texto
           move 1        to ws-ind-col

           perform until ws-ind-col > ws-qtd-colunas
               move "|"   to ws-ld-sep (ws-ind-col)
               add 1      to ws-ind-col
           end-perform

           if ws-qtd-colunas < 31 then
               move "|"   to ws-ld-sep (ws-ind-col)
           else
               move "|"   to ws-ld-fecha
           end-if
           .
       preparar-linha-colunas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime o rodape do diario que acabou: total de alunos, uma
      *>  linha de conteudo ministrado por dia de aula e os campos de
      *>  aulas dadas e assinaturas
      *>------------------------------------------------------------------------
       imprimir-rodape-diario section.

           move all "-"                                       to ws-linha-texto
           write fd-linha-diario from ws-linha-texto

           move spaces                                        to ws-linha-texto
           string "Alunos na turma: " ws-nr-aluno
                  "   Presenca: . = presente  F = falta"
                                             delimited by size
                                             into ws-linha-texto
           write fd-linha-diario from ws-linha-texto

           move spaces                                        to ws-linha-texto
           write fd-linha-diario from ws-linha-texto

           move "CONTEUDO MINISTRADO"                         to ws-linha-texto
           write fd-linha-diario from ws-linha-texto

           move 1   to ws-ind-col

           perform until ws-ind-col > ws-qtd-colunas
               move ws-col-dl (ws-ind-col)   to ws-ind-dl
               move spaces                                        to ws-linha-texto
               string "Dia " ws-dl-dia (ws-ind-dl) "/" ws-dl-mes (ws-ind-dl)
                      " (" ws-nome-semana (ws-dl-semana (ws-ind-dl)) ") "
                      "__________________________________________________"
                      "__________________________________________________"
                                             delimited by size
                                             into ws-linha-texto
               write fd-linha-diario from ws-linha-texto
               add 1   to ws-ind-col
           end-perform

           move spaces                                        to ws-linha-texto
           write fd-linha-diario from ws-linha-texto

           move spaces                                        to ws-linha-texto
           string "Aulas dadas no mes: _____"
                  "   Assinatura do professor: ______________________________"
                                             delimited by size
                                             into ws-linha-texto
           write fd-linha-diario from ws-linha-texto

           move spaces                                        to ws-linha-texto
           string "Visto da coordenacao: ______________________________"
                  "   Data: ____/____/________"
                                             delimited by size
                                             into ws-linha-texto
           write fd-linha-diario from ws-linha-texto

           move spaces                                        to ws-linha-texto
           write fd-linha-diario from ws-linha-texto
           .
       imprimir-rodape-diario-exit.
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

           display "Diarios emitidos : " ws-cont-diarios
           display "Linhas de alunos : " ws-cont-linhas-aluno
           display "Diario gravado em arqDiarioClasse.txt"
           stop run
           .
       finaliza-exit.
           exit.
