      $set sourceformat"free"

      *>----Divisão de identificação do programa
       identification division.
       program-id. "conffrequencia".
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

           select arqFrequencia assign to "arqFrequencia.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-freq-chave
           file status is ws-fs-frequencia.

           select arqCalendario assign to "arqCalendario.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-cal-chave
           file status is ws-fs-calendario.

           select arqConferencia assign to "arqConferenciaFreq.txt"
           organization is line sequential
           file status is ws-fs-conferencia.

           select ordConferencia assign to "ordConferencia.wrk".

       i-o-control.

      *>----Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqAluno.
           copy "alunoreg.cpy".

       fd arqFrequencia.
           copy "freqreg.cpy".

       fd arqCalendario.
           copy "calreg.cpy".

      *>   um registro por aluno ativo com o lancamento do mes, se
      *>   houver
       sd ordConferencia.
       01  sd-conf-reg.
           05  sd-turma                            pic x(03).
           05  sd-aluno                             pic x(25).
           05  sd-cod                               pic 9(08).
           05  sd-lancado                           pic x(01).
           05  sd-aulas-dadas                       pic 9(03).
           05  sd-faltas                            pic 9(03).

       fd arqConferencia.
       01  fd-linha-conferencia                    pic x(100).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqAluno                          pic  9(02).
       77  ws-fs-frequencia                        pic  9(02).
       77  ws-fs-calendario                        pic  9(02).
       77  ws-fs-conferencia                       pic  9(02).

       77  ws-eof-aluno                            pic  x(01).
           88  ws-fim-arquivo-aluno                value "S".

       77  ws-eof-sort                             pic  x(01).
           88  ws-fim-arquivo-sort                 value "S".

       77  ws-sem-arq-frequencia                   pic  x(01) value "N".
           88  ws-frequencia-ausente               value "S".

       77  ws-confirma                             pic  x(01).

      *>   mes a conferir; a chave de arqFrequencia e cod + AAAAMM
       01  ws-anomes.
           05  ws-ano                              pic  9(04).
           05  ws-mes                              pic  9(02).
       01  ws-anomes-num redefines ws-anomes       pic  9(06).

       77  ws-aulas-previstas                      pic  9(03).
       77  ws-mes-ja-fechado                       pic  x(01) value "N".

      *>----Alunos da turma corrente, guardados ate a quebra para
      *>----apurar as aulas dadas da turma (o valor mais lancado)
       01  ws-tab-turma.
           05  ws-tt-entrada occurs 200 times.
               10  ws-tt-cod                       pic  9(08).
               10  ws-tt-aluno                     pic  x(25).
               10  ws-tt-lancado                   pic  x(01).
               10  ws-tt-aulas                     pic  9(03).
               10  ws-tt-faltas                    pic  9(03).
       77  ws-qtd-turma                            pic  9(03).
       77  ws-fora-tabela                          pic  9(03).
       77  ws-ind-tt                               pic  9(03).
       77  ws-ind-cmp                              pic  9(03).

       77  ws-turma-anterior                       pic  x(03) value spaces.
       77  ws-primeira-turma                       pic  x(01) value "S".

      *>   apuracao da turma corrente
       77  ws-lancados-turma                       pic  9(03).
       77  ws-aulas-turma                          pic  9(03).
       77  ws-ocorr-aulas                          pic  9(03).
       77  ws-ocorr-maior                          pic  9(03).
       77  ws-faltam-aulas                         pic  9(03).
       77  ws-motivo                               pic  x(30).

      *>----Totais da conferencia
       77  ws-cont-turmas                          pic  9(03) value zero.
       77  ws-cont-alunos                          pic  9(05) value zero.
       77  ws-cont-sem-lancamento                  pic  9(05) value zero.
       77  ws-cont-diferentes                      pic  9(05) value zero.
       77  ws-cont-turmas-abaixo                   pic  9(03) value zero.
       77  ws-cont-nao-conferidos                  pic  9(05) value zero.
       77  ws-cont-divergencias                    pic  9(05) value zero.

       01 ws-linha.
           05  ws-linha-texto                      pic x(100).

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
      *>  Procedimentos de inicialização - pede o mes a conferir e le o
      *>  mes no calendario letivo, de onde saem as aulas previstas.
      *>  O calendario fica aberto para o mes ser fechado no final.
      *>------------------------------------------------------------------------
       inicializa section.

           display "Informe o ano da conferencia (AAAA):"
           accept  ws-ano

           perform until ws-ano > 2000
               display "Ano invalido. Informe o ano (AAAA):"
               accept ws-ano
           end-perform

           display "Informe o mes da conferencia (1 a 12):"
           accept  ws-mes

           perform until ws-mes >= 1
                     and ws-mes <= 12
               display "Mes invalido. Informe de 1 a 12:"
               accept ws-mes
           end-perform

      *>   sem o calendario letivo nao ha aulas previstas para
      *>   conferir; ele e mantido pelo programa cadcalendario
           open i-o arqCalendario
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

           move fd-cal-aulas-previstas   to ws-aulas-previstas
           if fd-cal-mes-fechado then
               move "S"   to ws-mes-ja-fechado
           end-if

      *>   sem nenhuma frequencia carregada ainda, todos os alunos saem
      *>   sem lancamento
           open input arqFrequencia
           if ws-fs-frequencia = 35 then
               move "S"   to ws-sem-arq-frequencia
           else
               if ws-fs-frequencia <> 00 then
                   move 3                                     to ws-msn-erro-ofsset
                   move ws-fs-frequencia                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqFrequencia"     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - ordena os alunos ativos por turma e
      *>  nome com o lancamento do mes e imprime a conferencia com
      *>  quebra de turma
      *>------------------------------------------------------------------------
       processamento section.

           sort ordConferencia
               on ascending key sd-turma sd-aluno sd-cod
               input  procedure is carregar-alunos
               output procedure is imprimir-conferencia
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procedimento de entrada do SORT - le arqAluno sequencialmente
      *>  e libera (RELEASE) cada aluno ativo com o seu lancamento de
      *>  frequencia no mes, ou marcado como sem lancamento
      *>------------------------------------------------------------------------
       carregar-alunos section.

           open input arqAluno
           if ws-fs-arqAluno <> 00 then
               move 4                                to ws-msn-erro-ofsset
               move ws-fs-arqAluno                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqAluno"     to ws-msn-erro-text
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

               if fd-status-ativo then
                   perform liberar-aluno
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
           .
       carregar-alunos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Busca o lancamento do mes do aluno corrente e o libera
      *>------------------------------------------------------------------------
       liberar-aluno section.

           move fd-turma   to sd-turma
           move fd-aluno   to sd-aluno
           move fd-cod     to sd-cod
           move "N"        to sd-lancado
           move zero       to sd-aulas-dadas
           move zero       to sd-faltas

           if not ws-frequencia-ausente then
               move fd-cod          to fd-freq-cod
               move ws-anomes-num   to fd-freq-anomes
               read arqFrequencia
               if ws-fs-frequencia = 0 then
                   move "S"                   to sd-lancado
                   move fd-freq-aulas-dadas   to sd-aulas-dadas
                   move fd-freq-faltas        to sd-faltas
               else
                   if ws-fs-frequencia <> 23 then
                       move 6                                     to ws-msn-erro-ofsset
                       move ws-fs-frequencia                      to ws-msn-erro-cod
                       move "Erro ao ler arq. arqFrequencia"       to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

           release sd-conf-reg
           .
       liberar-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procedimento de saida do SORT - guarda os alunos de cada turma
      *>  e, na quebra, apura e imprime a conferencia da turma
      *>------------------------------------------------------------------------
       imprimir-conferencia section.

           open output arqConferencia
           if ws-fs-conferencia <> 00 then
               move 7                                        to ws-msn-erro-ofsset
               move ws-fs-conferencia                        to ws-msn-erro-cod
               move "Erro ao abrir arq. arqConferenciaFreq"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces                                        to ws-linha-texto
           string "Conferencia da frequencia - " ws-mes "/" ws-ano
                  "  Aulas previstas no calendario: " ws-aulas-previstas
                                             delimited by size
                                             into ws-linha-texto
           write fd-linha-conferencia from ws-linha-texto

           if ws-mes-ja-fechado = "S" then
               move "(mes ja fechado no calendario letivo)"   to ws-linha-texto
               write fd-linha-conferencia from ws-linha-texto
           end-if

           move "N"   to ws-eof-sort

           return ordConferencia
               at end
                   move "S"   to ws-eof-sort
           end-return

           perform until ws-fim-arquivo-sort

               if ws-primeira-turma = "S"
               or sd-turma <> ws-turma-anterior then

                   if ws-primeira-turma = "N" then
                       perform conferir-turma
                   end-if

                   move "N"        to ws-primeira-turma
                   move sd-turma   to ws-turma-anterior
                   move zero       to ws-qtd-turma
                   move zero       to ws-fora-tabela
               end-if

               if ws-qtd-turma < 200 then
                   add 1   to ws-qtd-turma
                   move sd-cod           to ws-tt-cod (ws-qtd-turma)
                   move sd-aluno         to ws-tt-aluno (ws-qtd-turma)
                   move sd-lancado       to ws-tt-lancado (ws-qtd-turma)
                   move sd-aulas-dadas   to ws-tt-aulas (ws-qtd-turma)
                   move sd-faltas        to ws-tt-faltas (ws-qtd-turma)
               else
                   add 1   to ws-fora-tabela
               end-if

               return ordConferencia
                   at end
                       move "S"   to ws-eof-sort
               end-return

           end-perform

           if ws-primeira-turma = "N" then
               perform conferir-turma
           end-if

           move spaces                                        to ws-linha-texto
           write fd-linha-conferencia from ws-linha-texto

           move spaces                                        to ws-linha-texto
           string "Turmas conferidas: " ws-cont-turmas
                  "  Alunos: " ws-cont-alunos
                  "  Sem lancamento: " ws-cont-sem-lancamento
                  "  Diferentes da turma: " ws-cont-diferentes
                                             delimited by size
                                             into ws-linha-texto
           write fd-linha-conferencia from ws-linha-texto

           move spaces                                        to ws-linha-texto
           string "Turmas abaixo das aulas previstas: " ws-cont-turmas-abaixo
                  "  Total de divergencias: " ws-cont-divergencias
                                             delimited by size
                                             into ws-linha-texto
           write fd-linha-conferencia from ws-linha-texto

           close arqConferencia
           .
       imprimir-conferencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Apura a turma guardada na tabela: as aulas dadas da turma sao
      *>  o valor mais lancado entre os alunos (no empate, o maior). A
      *>  turma abaixo das aulas previstas indica semana sem registro;
      *>  o aluno sem lancamento ou com aulas diferentes das da turma
      *>  indica folha incompleta ou digitada errada.
      *>------------------------------------------------------------------------
       conferir-turma section.

           add 1   to ws-cont-turmas

           move zero   to ws-lancados-turma
           move zero   to ws-aulas-turma
           move zero   to ws-ocorr-maior
           move 1      to ws-ind-tt

           perform until ws-ind-tt > ws-qtd-turma

               if ws-tt-lancado (ws-ind-tt) = "S" then
                   add 1   to ws-lancados-turma
                   perform contar-ocorrencias-aulas
                   if ws-ocorr-aulas > ws-ocorr-maior
                   or (ws-ocorr-aulas = ws-ocorr-maior
                   and ws-tt-aulas (ws-ind-tt) > ws-aulas-turma) then
                       move ws-ocorr-aulas             to ws-ocorr-maior
                       move ws-tt-aulas (ws-ind-tt)    to ws-aulas-turma
                   end-if
               end-if

               add 1   to ws-ind-tt

           end-perform

           move spaces                                        to ws-linha-texto
           write fd-linha-conferencia from ws-linha-texto

           move spaces                                        to ws-linha-texto
           string "Turma: " ws-turma-anterior
                  "  Alunos ativos: " ws-qtd-turma
                  "  Lancados: " ws-lancados-turma
                  "  Aulas dadas da turma: " ws-aulas-turma
                                             delimited by size
                                             into ws-linha-texto
           write fd-linha-conferencia from ws-linha-texto

           if ws-lancados-turma = zero then
               move "   ATENCAO: nenhum aluno da turma com frequencia lancada no mes"
                                                                  to ws-linha-texto
               write fd-linha-conferencia from ws-linha-texto
               add 1   to ws-cont-turmas-abaixo
               add 1   to ws-cont-divergencias
           else
               if ws-aulas-turma < ws-aulas-previstas then
                   compute ws-faltam-aulas = ws-aulas-previstas - ws-aulas-turma
                   move spaces                                        to ws-linha-texto
                   string "   ATENCAO: turma com " ws-faltam-aulas
                          " aula(s) abaixo das previstas no calendario"
                                             delimited by size
                                             into ws-linha-texto
                   write fd-linha-conferencia from ws-linha-texto
                   add 1   to ws-cont-turmas-abaixo
                   add 1   to ws-cont-divergencias
               end-if
           end-if

           if ws-fora-tabela > zero then
               move spaces                                        to ws-linha-texto
               string "   ATENCAO: " ws-fora-tabela
                      " aluno(s) alem de 200 na turma nao conferidos"
                                             delimited by size
                                             into ws-linha-texto
               write fd-linha-conferencia from ws-linha-texto
               add ws-fora-tabela   to ws-cont-nao-conferidos
           end-if

           move 1   to ws-ind-tt

           perform until ws-ind-tt > ws-qtd-turma

               move spaces   to ws-motivo

               if ws-tt-lancado (ws-ind-tt) <> "S" then
                   move "SEM LANCAMENTO NO MES"   to ws-motivo
                   add 1   to ws-cont-sem-lancamento
                   add 1   to ws-cont-divergencias
               else
                   if ws-tt-aulas (ws-ind-tt) <> ws-aulas-turma then
                       move "AULAS DIFERENTES DA TURMA"   to ws-motivo
                       add 1   to ws-cont-diferentes
                       add 1   to ws-cont-divergencias
                   end-if
               end-if

               move spaces                                        to ws-linha-texto
               string "   Cod: " ws-tt-cod (ws-ind-tt)
                      "  Aluno: " ws-tt-aluno (ws-ind-tt)
                      "  Aulas: " ws-tt-aulas (ws-ind-tt)
                      "  Faltas: " ws-tt-faltas (ws-ind-tt)
                      "  " ws-motivo
                                             delimited by size
                                             into ws-linha-texto
               write fd-linha-conferencia from ws-linha-texto

               add 1   to ws-cont-alunos
               add 1   to ws-ind-tt

           end-perform
           .
       conferir-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conta quantos alunos lancados da turma tem as mesmas aulas
      *>  dadas do aluno na posicao ws-ind-tt
      *>------------------------------------------------------------------------
       contar-ocorrencias-aulas section.

           move zero   to ws-ocorr-aulas
           move 1      to ws-ind-cmp

           perform until ws-ind-cmp > ws-qtd-turma

               if  ws-tt-lancado (ws-ind-cmp) = "S"
               and ws-tt-aulas (ws-ind-cmp) = ws-tt-aulas (ws-ind-tt) then
                   add 1   to ws-ocorr-aulas
               end-if

               add 1   to ws-ind-cmp

           end-perform
           .
       contar-ocorrencias-aulas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Fecha o mes no calendario letivo depois da conferencia, se o
      *>  operador confirmar; com divergencias a confirmacao e pedida de
      *>  novo. Depois de fechado o mes nao aceita mais folha na carga
      *>  de frequencia (cadfrequencia); para corrigir, o mes e reaberto
      *>  pelo programa cadcalendario.
      *>------------------------------------------------------------------------
       fechar-mes section.

           if ws-mes-ja-fechado = "S" then
               display "Mes ja fechado no calendario letivo."
               go to fechar-mes-exit
           end-if

           display "Fechar o mes " ws-mes "/" ws-ano
                   " no calendario letivo? 'S' ou 'N'"
           accept ws-confirma

           if  ws-confirma <> "S"
           and ws-confirma <> "s" then
               display "Mes continua aberto para correcao da frequencia."
               go to fechar-mes-exit
           end-if

           if ws-cont-divergencias > zero then
               display "Ha " ws-cont-divergencias
                       " divergencia(s) na conferencia."
               display "Fechar mesmo assim? 'S' ou 'N'"
               accept ws-confirma

               if  ws-confirma <> "S"
               and ws-confirma <> "s" then
                   display "Mes continua aberto para correcao da frequencia."
                   go to fechar-mes-exit
               end-if
           end-if

           move ws-ano   to fd-cal-ano
           move ws-mes   to fd-cal-mes
           read arqCalendario
           if ws-fs-calendario <> 0 then
               move 8                                    to ws-msn-erro-ofsset
               move ws-fs-calendario                     to ws-msn-erro-cod
               move "Erro ao ler arq. arqCalendario"      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           set fd-cal-mes-fechado   to true

           rewrite fd-calendario
           if ws-fs-calendario <> 0 then
               move 9                                      to ws-msn-erro-ofsset
               move ws-fs-calendario                       to ws-msn-erro-cod
               move "Erro ao alterar arq. arqCalendario"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Mes " ws-mes "/" ws-ano " fechado no calendario letivo."
           .
       fechar-mes-exit.
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
      *>   Finalização Normal
      *>------------------------------------------------------------------------
       finaliza section.

           display "Turmas conferidas : " ws-cont-turmas
           display "Alunos conferidos : " ws-cont-alunos
           display "Sem lancamento    : " ws-cont-sem-lancamento
           display "Diferentes turma  : " ws-cont-diferentes
           display "Turmas abaixo prev: " ws-cont-turmas-abaixo
           if ws-cont-nao-conferidos > zero then
               display "Nao conferidos    : " ws-cont-nao-conferidos
           end-if
           display "Relatorio gravado em arqConferenciaFreq.txt"

           perform fechar-mes

           close arqCalendario
           if not ws-frequencia-ausente then
               close arqFrequencia
           end-if

           stop run
           .
       finaliza-exit.
           exit.
