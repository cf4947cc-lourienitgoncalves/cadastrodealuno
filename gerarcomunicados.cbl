
           select arqAluno assign to "arqAlunoIndexed.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-cod
           file status is ws-fs-arqAluno.

           organization is line sequential
           file status is ws-fs-cartafreq.

           select arqRegras assign to "arqRegrasAvaliacao.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-regra-ano
           file status is ws-fs-regras.

           select arqResponsaveis assign to "arqResponsaveis.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-resp-codigo
           alternate record key is fd-resp-cpf
           file status is ws-fs-responsaveis.

           select ordCobranca assign to "ordCobranca.wrk".

       i-o-control.

      *>----Declaração de variáveis
       fd arqCartasFrequencia.
       01  fd-linha-cartafreq                      pic x(80).

       fd arqRegras.
           copy "regrasreg.cpy".

       fd arqResponsaveis.
           copy "respreg.cpy".

      *>   uma linha por mensalidade em aberto, agrupada pela familia:
      *>   "R" + codigo do responsavel financeiro, ou "A" + matricula
      *>   para aluno ainda sem responsavel vinculado
       sd ordCobranca.
       01  sd-cobranca-reg.
           05  sd-cob-grupo.
               10  sd-cob-grupo-tipo               pic x(01).
               10  sd-cob-grupo-cod                pic 9(08).
           05  sd-cob-aluno                        pic 9(08).
           05  sd-cob-competencia                  pic 9(06).
           05  sd-cob-valor                        pic 9(05)v99.
           05  sd-cob-vencimento                   pic 9(08).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-frequencia                        pic  9(02).
       77  ws-fs-cobranca                          pic  9(02).
       77  ws-fs-cartafreq                         pic  9(02).
       77  ws-fs-regras                            pic  9(02).
       77  ws-fs-responsaveis                      pic  9(02).

       77  ws-eof-aluno                            pic  x(01).
           88  ws-fim-arquivo-aluno                value "S".
       77  ws-sem-arq-freq                         pic  x(01) value "N".
           88  ws-frequencia-ausente               value "S".

       77  ws-sem-arq-responsaveis                 pic  x(01) value "N".
           88  ws-responsaveis-ausente             value "S".

       77  ws-eof-sort                             pic  x(01).
           88  ws-fim-arquivo-sort                 value "S".

       77  ws-data-hoje                            pic  9(08).

       77  ws-cont-abertas                         pic  9(03).
       77  ws-percentual-freq                      pic  9(03)v99.
       77  ws-percentual-faltas                    pic  9(03)v99.

      *>   frequencia minima das regras de avaliacao do ano letivo
      *>   corrente (cadregras); o limite de faltas da carta e o
      *>   complemento dela. Sem regras para o ano nao sai alerta.
       77  ws-sem-regras                           pic  x(01) value "N".
           88  ws-regras-ausentes                  value "S".
       77  ws-ano-regras                           pic  9(04).
       77  ws-regra-freq-minima                    pic  9(03)v99.
       77  ws-limite-faltas                        pic  9(03)v99.
       77  ws-limite-faltas-ed                     pic  zz9,99.

       77  ws-cont-cartas-cobranca                 pic  9(05) value zero.
       77  ws-cont-cartas-freq                     pic  9(05) value zero.

      *>   mensalidades abertas do aluno corrente, liberadas para o
      *>   sort que junta na mesma carta os irmaos do mesmo responsavel
       77  ws-qtd-pend                             pic  9(03).

       01  ws-grupo-aluno.
           05  ws-grupo-tipo                       pic x(01).
           05  ws-grupo-cod                        pic 9(08).

      *>   quebra da carta de cobranca por familia e por aluno
       77  ws-primeira-familia                     pic  x(01).
       77  ws-aluno-anterior                       pic  9(08).
       77  ws-total-familia                        pic  9(07)v99.

       01  ws-grupo-anterior.
           05  ws-grupo-ant-tipo                   pic x(01).
           05  ws-grupo-ant-cod                    pic 9(08).

       01 ws-linha.
           05  ws-linha-texto                      pic x(80).
               end-if
           end-if

      *>   sem o cadastro de responsaveis cada aluno recebe a sua
      *>   propria carta, como antes do vinculo
           open input arqResponsaveis
           if ws-fs-responsaveis = 35 then
               move "S"   to ws-sem-arq-responsaveis
           else
               if ws-fs-responsaveis <> 00 then
                   move 8                                      to ws-msn-erro-ofsset
                   move ws-fs-responsaveis                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqResponsaveis"    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open output arqCartasCobranca
           if ws-fs-cobranca <> 00 then
               move 4                                       to ws-msn-erro-ofsset
               move "Erro ao abrir arq. arqCartasFrequencia"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform carregar-regras
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - a carta de cobranca sai uma por
      *>  familia: as mensalidades em aberto dos alunos ativos sao
      *>  ordenadas pelo responsavel financeiro e cada responsavel
      *>  recebe uma carta so com todos os filhos. O alerta de
      *>  frequencia continua saindo por aluno. Cada tipo vai num
      *>  arquivo proprio para impressao.
      *>------------------------------------------------------------------------
       processamento section.

           sort ordCobranca
               on ascending key sd-cob-grupo-tipo sd-cob-grupo-cod
                                sd-cob-aluno sd-cob-competencia
               input  procedure is gerar-cartas-alunos
               output procedure is imprimir-cartas-familia

           display "Cartas de cobranca    : " ws-cont-cartas-cobranca
           display "Alertas de frequencia : " ws-cont-cartas-freq
           display "Cartas gravadas em arqCartasCobranca.txt"
                   " e arqCartasFrequencia.txt"
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procedimento de entrada do SORT - le arqAluno sequencialmente
      *>  e, para cada aluno ativo, libera as mensalidades em aberto e
      *>  imprime o alerta de frequencia (se as faltas passam do limite
      *>  das regras de avaliacao do ano)
      *>------------------------------------------------------------------------
       gerar-cartas-alunos section.

           move zero   to fd-cod

           start arqAluno key is >= fd-cod
           if ws-fs-arqAluno <> 0 then
               go to gerar-cartas-alunos-exit
           end-if

           move "N"   to ws-eof-aluno

           read arqAluno next
               end-if

           end-perform
           .
       gerar-cartas-alunos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Gera as cartas do aluno corrente: libera as mensalidades em
      *>  aberto para a carta de cobranca da familia, calcula o
      *>  percentual de faltas e imprime o alerta se couber
      *>------------------------------------------------------------------------
       gerar-cartas-aluno section.

           perform levantar-pendencias

           if ws-regras-ausentes then
               go to gerar-cartas-aluno-exit
           end-if

           perform calcular-frequencia

      *>   o limite de faltas e o complemento da frequencia minima das
      *>   regras de avaliacao (mesma regra do boletim e da convocacao
      *>   de recuperacao)
           if ws-percentual-freq < ws-regra-freq-minima then
               compute ws-percentual-faltas = 100 - ws-percentual-freq
               perform imprimir-carta-frequencia
           end-if
           exit.

      *>------------------------------------------------------------------------
      *>  Libera para o sort as mensalidades em aberto e ja vencidas
      *>  do aluno corrente (fd-cod), com competencia, valor e
      *>  vencimento, agrupadas pelo responsavel financeiro do aluno
      *>------------------------------------------------------------------------
       levantar-pendencias section.

               go to levantar-pendencias-exit
           end-if

           if  fd-cod-responsavel <> zero
           and not ws-responsaveis-ausente then
               move "R"                  to ws-grupo-tipo
               move fd-cod-responsavel   to ws-grupo-cod
           else
               move "A"                  to ws-grupo-tipo
               move fd-cod               to ws-grupo-cod
           end-if

           move fd-cod   to fd-mens-cod
           move zero     to fd-mens-competencia

                       move "S"   to ws-eof-mens
                   else
                       if  fd-mens-aberta
                       and fd-mens-vencimento < ws-data-hoje then
                           add  1                     to ws-qtd-pend
                           move ws-grupo-tipo         to sd-cob-grupo-tipo
                           move ws-grupo-cod          to sd-cob-grupo-cod
                           move fd-cod                to sd-cob-aluno
                           move fd-mens-competencia   to sd-cob-competencia
                           move fd-mens-saldo-devedor to sd-cob-valor
                           move fd-mens-vencimento    to sd-cob-vencimento
                           release sd-cobranca-reg
                           add  fd-mens-saldo-devedor to ws-total-aberto
                       end-if
                   end-if
               end-if
           exit.

      *>------------------------------------------------------------------------
      *>  Procedimento de saida do SORT - le as mensalidades em aberto
      *>  ja ordenadas por familia/aluno/competencia e imprime uma carta
      *>  de cobranca por familia, com os alunos e o total devido
      *>------------------------------------------------------------------------
       imprimir-cartas-familia section.

           move "S"   to ws-primeira-familia
           move "N"   to ws-eof-sort

           return ordCobranca
               at end
                   move "S"   to ws-eof-sort
           end-return

           perform until ws-fim-arquivo-sort

               if ws-primeira-familia = "S"
               or sd-cob-grupo <> ws-grupo-anterior then

                   if ws-primeira-familia = "N" then
                       perform fechar-carta-cobranca
                   end-if

                   perform abrir-carta-cobranca

                   move "N"            to ws-primeira-familia
                   move sd-cob-grupo   to ws-grupo-anterior
                   move zero           to ws-aluno-anterior
                   move zero           to ws-total-familia
               end-if

               if sd-cob-aluno <> ws-aluno-anterior then
                   perform imprimir-aluno-carta
                   move sd-cob-aluno   to ws-aluno-anterior
               end-if

               move spaces                                    to ws-linha-texto
               string "   Competencia: " sd-cob-competencia
                      "  Valor: " sd-cob-valor
                      "  Venc.: " sd-cob-vencimento
                                                 delimited by size
                                                 into ws-linha-texto
               write fd-linha-cobranca from ws-linha-texto

               add sd-cob-valor   to ws-total-familia

               return ordCobranca
                   at end
                       move "S"   to ws-eof-sort
               end-return

           end-perform

           if ws-primeira-familia = "N" then
               perform fechar-carta-cobranca
           end-if
           .
       imprimir-cartas-familia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime o cabecalho da carta de cobranca da familia corrente:
      *>  nome, CPF e endereco do responsavel financeiro. Aluno sem
      *>  responsavel vinculado (ou com o responsavel nao encontrado)
      *>  recebe o cabecalho antigo, com os pais e o endereco do aluno.
      *>------------------------------------------------------------------------
       abrir-carta-cobranca section.

           move spaces                                        to ws-linha-texto
           move all "="                                       to ws-linha-texto
           write fd-linha-cobranca from ws-linha-texto

           if sd-cob-grupo-tipo = "R" then
               move sd-cob-grupo-cod   to fd-resp-codigo
               read arqResponsaveis
               if ws-fs-responsaveis = 0 then
                   perform cabecalho-responsavel
                   go to abrir-carta-cobranca-exit
               end-if
           end-if

           move sd-cob-aluno   to fd-cod
           read arqAluno
           if ws-fs-arqAluno <> 0 then
               move "(cadastro nao encontrado)"   to fd-aluno
               move spaces                        to fd-mae
               move spaces                        to fd-pai
               move spaces                        to fd-endereco
               move spaces                        to fd-telefone
           end-if

           move spaces                                        to ws-linha-texto
           string "Aos responsaveis pelo(a) aluno(a) " fd-aluno
                                             delimited by size
           move "Constam em aberto as seguintes mensalidades:"
                                                              to ws-linha-texto
           write fd-linha-cobranca from ws-linha-texto
           .
       abrir-carta-cobranca-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Cabecalho da carta enderecada ao responsavel financeiro lido
      *>  em fd-responsavel
      *>------------------------------------------------------------------------
       cabecalho-responsavel section.

           move spaces                                        to ws-linha-texto
           string "Prezado(a) Sr(a). " fd-resp-nome
                                             delimited by size
                                             into ws-linha-texto
           write fd-linha-cobranca from ws-linha-texto

           move spaces                                        to ws-linha-texto
           string "CPF: " fd-resp-cpf
                                             delimited by size
                                             into ws-linha-texto
           write fd-linha-cobranca from ws-linha-texto

           move spaces                                        to ws-linha-texto
           string "Endereco: " fd-resp-endereco
                  "  Telefone: " fd-resp-telefone
                                             delimited by size
                                             into ws-linha-texto
           write fd-linha-cobranca from ws-linha-texto

           move spaces                                        to ws-linha-texto
           write fd-linha-cobranca from ws-linha-texto

           move spaces                                        to ws-linha-texto
           move "Constam em aberto as seguintes mensalidades dos alunos"
                                                              to ws-linha-texto
           write fd-linha-cobranca from ws-linha-texto

           move spaces                                        to ws-linha-texto
           move "sob sua responsabilidade financeira:"         to ws-linha-texto
           write fd-linha-cobranca from ws-linha-texto
           .
       cabecalho-responsavel-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime na carta a linha do aluno cujas mensalidades vem a
      *>  seguir
      *>------------------------------------------------------------------------
       imprimir-aluno-carta section.

           move sd-cob-aluno   to fd-cod
           read arqAluno
           if ws-fs-arqAluno <> 0 then
               move "(cadastro nao encontrado)"   to fd-aluno
           end-if

           move spaces                                        to ws-linha-texto
           string "Aluno(a): " fd-aluno
                  "  Matricula: " sd-cob-aluno
                                             delimited by size
                                             into ws-linha-texto
           write fd-linha-cobranca from ws-linha-texto
           .
       imprimir-aluno-carta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Fecha a carta da familia corrente com o total devido e o
      *>  pedido de comparecimento
      *>------------------------------------------------------------------------
       fechar-carta-cobranca section.

           move spaces                                        to ws-linha-texto
           string "Total devido: " ws-total-familia
                                             delimited by size
                                             into ws-linha-texto
           write fd-linha-cobranca from ws-linha-texto

           add 1   to ws-cont-cartas-cobranca
           .
       fechar-carta-cobranca-exit.
           exit.

      *>------------------------------------------------------------------------
           write fd-linha-cartafreq from ws-linha-texto

           move spaces                                        to ws-linha-texto
           string "acima do limite de " ws-limite-faltas-ed
                  "% do regimento escolar."
                                             delimited by size
                                             into ws-linha-texto
           write fd-linha-cartafreq from ws-linha-texto

           move spaces                                        to ws-linha-texto
       imprimir-carta-frequencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega a frequencia minima das regras de avaliacao do ano
      *>  letivo corrente. Sem regras cadastradas para o ano as cartas
      *>  de cobranca saem normalmente e os alertas de frequencia nao
      *>  sao gerados, com aviso ao operador.
      *>------------------------------------------------------------------------
       carregar-regras section.

           move ws-data-hoje(1:4)   to ws-ano-regras

           open input arqRegras
           if ws-fs-regras = 35 then
               move "S"   to ws-sem-regras
           else
               if ws-fs-regras <> 00 then
                   move 7                                   to ws-msn-erro-ofsset
                   move ws-fs-regras                        to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqRegras"       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move ws-ano-regras   to fd-regra-ano
               read arqRegras
               if ws-fs-regras = 0 then
                   move fd-regra-freq-minima   to ws-regra-freq-minima
                   compute ws-limite-faltas = 100 - ws-regra-freq-minima
                   move ws-limite-faltas       to ws-limite-faltas-ed
               else
                   move "S"   to ws-sem-regras
               end-if

               close arqRegras
           end-if

           if ws-regras-ausentes then
               display "Regras de avaliacao do ano " ws-ano-regras
                       " nao cadastradas:"
               display "alertas de frequencia nao gerados."
           end-if
           .
       carregar-regras-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Totaliza em ws-total-aulas/ws-total-faltas os lancamentos
      *>  mensais de arqFrequencia do aluno corrente (fd-cod) e calcula
           if not ws-frequencia-ausente then
               close arqFrequencia
           end-if
           if not ws-responsaveis-ausente then
               close arqResponsaveis
           end-if
           close arqCartasCobranca
           close arqCartasFrequencia
           stop run
