      $set sourceformat"free"

      *>----Divisão de identificação do programa
       identification division.
       program-id. "declaracaoanual".
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

           select arqMensalidades assign to "arqMensalidades.dat"
           organization is indexed
           access mode is sequential
           record key is fd-mens-chave
           file status is ws-fs-mensalidades.

           select arqAluno assign to "arqAlunoIndexed.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-cod
           alternate record key is fd-aluno with duplicates
           file status is ws-fs-arqAluno.

           select arqResponsaveis assign to "arqResponsaveis.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-resp-codigo
           alternate record key is fd-resp-cpf
           file status is ws-fs-responsaveis.

           select arqAcordos assign to "arqAcordos.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-aco-numero
           file status is ws-fs-acordos.

           select arqQuitacao assign to "arqQuitacao.txt"
           organization is line sequential
           file status is ws-fs-quitacao.

           select arqInformeIR assign to "arqInformeIR.txt"
           organization is line sequential
           file status is ws-fs-informe.

           select arqQuitacaoExcecao assign to "arqQuitacaoExcecao.txt"
           organization is line sequential
           file status is ws-fs-excecao.

       i-o-control.

      *>----Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqMensalidades.
           copy "mensreg.cpy".

       fd arqAluno.
           copy "alunoreg.cpy".

       fd arqResponsaveis.
           copy "respreg.cpy".

       fd arqAcordos.
           copy "acordoreg.cpy".

       fd arqQuitacao.
       01  fd-linha-quitacao                       pic x(100).

       fd arqInformeIR.
       01  fd-linha-informe                        pic x(100).

       fd arqQuitacaoExcecao.
       01  fd-linha-excecao                        pic x(100).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-mensalidades                      pic  9(02).
       77  ws-fs-arqAluno                          pic  9(02).
       77  ws-fs-responsaveis                      pic  9(02).
       77  ws-fs-quitacao                          pic  9(02).
       77  ws-fs-informe                           pic  9(02).
       77  ws-fs-excecao                           pic  9(02).
       77  ws-fs-acordos                           pic  9(02).

       77  ws-eof-mens                             pic  x(01).
           88  ws-fim-arquivo-mens                 value "S".

       77  ws-sem-arq-responsaveis                 pic  x(01) value "N".
           88  ws-responsaveis-ausente             value "S".

       77  ws-sem-arq-acordos                      pic  x(01) value "N".
           88  ws-acordos-ausente                  value "S".

       77  ws-ano                                  pic  9(04).
       77  ws-data-hoje                            pic  9(08).
       77  ws-confirma                             pic  x(01).

       01  ws-comp-calc.
           05  ws-comp-ano                         pic  9(04).
           05  ws-comp-mes                         pic  9(02).

       77  ws-cont-lidas                           pic  9(05) value zero.
       77  ws-cont-alunos                          pic  9(05) value zero.
       77  ws-cont-quitacoes                       pic  9(05) value zero.
       77  ws-cont-informes                        pic  9(05) value zero.
       77  ws-cont-excecoes                        pic  9(05) value zero.
       77  ws-total-pago-escola                    pic  9(09)v99 value zero.

      *>   competencias do ano do aluno corrente, acumuladas ate a
      *>   quebra de matricula (arqMensalidades vem por matricula e
      *>   competencia)
       77  ws-aluno-atual                          pic  9(08) value zero.
       77  ws-tem-aluno                            pic  x(01) value "N".
       77  ws-qtd-comp                             pic  9(02).
       77  ws-ind-comp                             pic  9(02).
       77  ws-qtd-abertas                          pic  9(02).
       77  ws-total-pago-aluno                     pic  9(07)v99.
       77  ws-total-aberto-aluno                   pic  9(07)v99.

       01  ws-tabela-competencias.
           05  ws-comp-ent occurs 24 times.
               10  ws-tab-competencia              pic 9(06).
               10  ws-tab-situacao                 pic x(01).
               10  ws-tab-vencimento               pic 9(08).
               10  ws-tab-data-pagto               pic 9(08).
               10  ws-tab-valor-pago               pic 9(05)v99.
               10  ws-tab-saldo                    pic 9(05)v99.
               10  ws-tab-num-acordo               pic 9(06).
               10  ws-tab-em-aberto                pic x(01).

      *>   dados do aluno e do responsavel financeiro para os textos
       77  ws-nome-aluno                           pic  x(25).
       77  ws-nome-resp                            pic  x(35).
       77  ws-cpf-resp                             pic  9(11).
       77  ws-tem-resp                             pic  x(01).
           88  ws-resp-vinculado                   value "S".
       77  ws-situacao-texto                       pic  x(20).

       01  ws-linha-relatorio.
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
      *>  Procedimentos de inicialização - pede o ano das declaracoes e
      *>  abre os arquivos envolvidos
      *>------------------------------------------------------------------------
       inicializa section.

           display "Informe o ano da declaracao de quitacao (AAAA):"
           accept  ws-ano

           perform until ws-ano > 2000
               display "Ano invalido. Informe o ano (AAAA):"
               accept ws-ano
           end-perform

           display "Confirma a emissao das declaracoes do ano " ws-ano
                   " ? 'S' ou 'N'"
           accept ws-confirma

           if  ws-confirma <> "S"
           and ws-confirma <> "s" then
               display "Emissao cancelada pelo operador"
               stop run
           end-if

           accept ws-data-hoje from date yyyymmdd

           open input arqMensalidades
           if ws-fs-mensalidades = 35 then
               display "Arquivo de mensalidades inexistente."
               display "Gere as cobrancas pelo programa gerarmensalidade."
               stop run
           end-if
           if ws-fs-mensalidades <> 00 then
               move 1                                      to ws-msn-erro-ofsset
               move ws-fs-mensalidades                     to ws-msn-erro-cod
               move "Erro ao abrir arq. arqMensalidades"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   somente leitura: o cadastro fornece o nome do aluno e o
      *>   responsavel financeiro em nome de quem sai a declaracao
           open input arqAluno
           if ws-fs-arqAluno <> 00 then
               move 2                                   to ws-msn-erro-ofsset
               move ws-fs-arqAluno                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqAluno"        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   sem o cadastro de responsaveis as declaracoes saem em nome
      *>   dos responsaveis pelo aluno, sem CPF
           open input arqResponsaveis
           if ws-fs-responsaveis = 35 then
               move "S"   to ws-sem-arq-responsaveis
           else
               if ws-fs-responsaveis <> 00 then
                   move 3                                      to ws-msn-erro-ofsset
                   move ws-fs-responsaveis                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqResponsaveis"    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *>   sem o arquivo de acordos nenhuma mensalidade renegociada
      *>   e considerada quitada
           open input arqAcordos
           if ws-fs-acordos = 35 then
               move "S"   to ws-sem-arq-acordos
           else
               if ws-fs-acordos <> 00 then
                   move 8                                      to ws-msn-erro-ofsset
                   move ws-fs-acordos                          to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqAcordos"         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open output arqQuitacao
           if ws-fs-quitacao <> 00 then
               move 4                                      to ws-msn-erro-ofsset
               move ws-fs-quitacao                         to ws-msn-erro-cod
               move "Erro ao abrir arq. arqQuitacao"        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqInformeIR
           if ws-fs-informe <> 00 then
               move 5                                      to ws-msn-erro-ofsset
               move ws-fs-informe                          to ws-msn-erro-cod
               move "Erro ao abrir arq. arqInformeIR"       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqQuitacaoExcecao
           if ws-fs-excecao <> 00 then
               move 6                                      to ws-msn-erro-ofsset
               move ws-fs-excecao                          to ws-msn-erro-cod
               move "Erro ao abrir arqQuitacaoExcecao"      to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - le arqMensalidades sequencialmente
      *>  (matricula/competencia) e junta as competencias do ano de cada
      *>  aluno; na quebra de matricula sai o informe de pagamentos e,
      *>  com todas as competencias pagas, a declaracao de quitacao, ou
      *>  o aluno vai para a lista de excecoes da tesouraria
      *>------------------------------------------------------------------------
       processamento section.

           move spaces                                        to ws-linha-texto
           string "Alunos sem declaracao de quitacao do ano " ws-ano
                  " - mensalidades em aberto em " ws-data-hoje
                                             delimited by size
                                             into ws-linha-texto
           write fd-linha-excecao from ws-linha-texto

           move spaces                                        to ws-linha-texto
           move all "-"                                       to ws-linha-texto
           write fd-linha-excecao from ws-linha-texto

           move "N"   to ws-eof-mens

           read arqMensalidades next
           if ws-fs-mensalidades = 10 then
               move "S"   to ws-eof-mens
           else
               if ws-fs-mensalidades <> 0 then
                   move 7                                      to ws-msn-erro-ofsset
                   move ws-fs-mensalidades                     to ws-msn-erro-cod
                   move "Erro ao ler arq. arqMensalidades"      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform until ws-fim-arquivo-mens

               add 1   to ws-cont-lidas

               move fd-mens-competencia   to ws-comp-calc

               if ws-comp-ano = ws-ano then

                   if  ws-tem-aluno = "S"
                   and fd-mens-cod <> ws-aluno-atual then
                       perform fechar-aluno
                   end-if

                   if ws-tem-aluno = "N" then
                       perform iniciar-aluno
                   end-if

                   perform acumular-competencia
               end-if

               read arqMensalidades next
               if ws-fs-mensalidades = 10 then
                   move "S"   to ws-eof-mens
               else
                   if ws-fs-mensalidades <> 0 then
                       move 7                                      to ws-msn-erro-ofsset
                       move ws-fs-mensalidades                     to ws-msn-erro-cod
                       move "Erro ao ler arq. arqMensalidades"      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           if ws-tem-aluno = "S" then
               perform fechar-aluno
           end-if

           move spaces                                        to ws-linha-texto
           string "Alunos com mensalidades em aberto: " ws-cont-excecoes
                                             delimited by size
                                             into ws-linha-texto
           write fd-linha-excecao from ws-linha-texto

           display "Mensalidades lidas         : " ws-cont-lidas
           display "Alunos com cobranca no ano : " ws-cont-alunos
           display "Declaracoes de quitacao    : " ws-cont-quitacoes
           display "Informes de pagamentos     : " ws-cont-informes
           display "Alunos com debito em aberto: " ws-cont-excecoes
           display "Total pago no ano          : " ws-total-pago-escola
           display "Declaracoes gravadas em arqQuitacao.txt"
           display "Informes gravados em arqInformeIR.txt"
           display "Excecoes gravadas em arqQuitacaoExcecao.txt"
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Comeca a juntar as competencias do aluno da mensalidade lida
      *>------------------------------------------------------------------------
       iniciar-aluno section.

           move "S"           to ws-tem-aluno
           move fd-mens-cod   to ws-aluno-atual
           move zero          to ws-qtd-comp
           move zero          to ws-qtd-abertas
           move zero          to ws-total-pago-aluno
           move zero          to ws-total-aberto-aluno
           add  1             to ws-cont-alunos
           .
       iniciar-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Guarda a competencia lida na tabela do aluno e acumula o que
      *>  foi pago e o que segue em aberto. Mensalidade renegociada so
      *>  deixa de estar em aberto quando o acordo dela foi quitado;
      *>  parcela de acordo desfeito nao e mais devida.
      *>------------------------------------------------------------------------
       acumular-competencia section.

           if ws-qtd-comp >= 24 then
               display "Matricula " fd-mens-cod " com mais de 24"
                       " cobrancas no ano; excedentes fora do informe"
               go to acumular-competencia-exit
           end-if

           add  1                       to ws-qtd-comp
           move fd-mens-competencia     to ws-tab-competencia (ws-qtd-comp)
           move fd-mens-situacao        to ws-tab-situacao    (ws-qtd-comp)
           move fd-mens-vencimento      to ws-tab-vencimento  (ws-qtd-comp)
           move fd-mens-data-pagto      to ws-tab-data-pagto  (ws-qtd-comp)
           move fd-mens-valor-pago      to ws-tab-valor-pago  (ws-qtd-comp)
           move fd-mens-saldo-devedor   to ws-tab-saldo       (ws-qtd-comp)
           move fd-mens-num-acordo      to ws-tab-num-acordo  (ws-qtd-comp)
           move "N"                     to ws-tab-em-aberto   (ws-qtd-comp)

           add fd-mens-valor-pago   to ws-total-pago-aluno

           if fd-mens-aberta then
               move "S"   to ws-tab-em-aberto (ws-qtd-comp)
           end-if

           if fd-mens-renegociada then
               move "S"   to ws-tab-em-aberto (ws-qtd-comp)
               if not ws-acordos-ausente then
                   move fd-mens-num-acordo   to fd-aco-numero
                   read arqAcordos
                   if  ws-fs-acordos = 0
                   and fd-aco-quitado then
                       move "N"   to ws-tab-em-aberto (ws-qtd-comp)
                   end-if
               end-if
           end-if

      *>   o saldo da renegociada nao entra no total: a divida segue
      *>   nas parcelas do acordo
           if ws-tab-em-aberto (ws-qtd-comp) = "S" then
               add 1                       to ws-qtd-abertas
               if fd-mens-aberta then
                   add fd-mens-saldo-devedor   to ws-total-aberto-aluno
               end-if
           end-if
           .
       acumular-competencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Fecha o aluno corrente: informe de pagamentos para quem pagou
      *>  alguma coisa no ano; declaracao de quitacao so para quem nao
      *>  tem nenhuma competencia do ano em aberto, os demais vao para
      *>  a lista de excecoes
      *>------------------------------------------------------------------------
       fechar-aluno section.

           perform buscar-aluno-responsavel

           if ws-total-pago-aluno > zero then
               perform imprimir-informe
           end-if

           if ws-qtd-abertas = zero then
               perform imprimir-quitacao
           else
               perform listar-excecao
           end-if

           add ws-total-pago-aluno   to ws-total-pago-escola
           move "N"                  to ws-tem-aluno
           .
       fechar-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o nome do aluno corrente e o nome e o CPF do responsavel
      *>  financeiro; cadastro nao encontrado nao interrompe a emissao
      *>------------------------------------------------------------------------
       buscar-aluno-responsavel section.

           move "N"      to ws-tem-resp
           move spaces   to ws-nome-resp
           move zero     to ws-cpf-resp

           move ws-aluno-atual   to fd-cod
           read arqAluno
           if ws-fs-arqAluno <> 0 then
               move "(cadastro nao encontrado)"   to ws-nome-aluno
               go to buscar-aluno-responsavel-exit
           end-if

           move fd-aluno   to ws-nome-aluno

           if fd-cod-responsavel = zero
           or ws-responsaveis-ausente then
               go to buscar-aluno-responsavel-exit
           end-if

           move fd-cod-responsavel   to fd-resp-codigo
           read arqResponsaveis
           if ws-fs-responsaveis = 0 then
               move "S"             to ws-tem-resp
               move fd-resp-nome    to ws-nome-resp
               move fd-resp-cpf     to ws-cpf-resp
           end-if
           .
       buscar-aluno-responsavel-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Informe de pagamentos do ano para o imposto de renda: cada
      *>  competencia com a data do pagamento e o valor pago (multa e
      *>  juros inclusos) e o total pago no ano
      *>------------------------------------------------------------------------
       imprimir-informe section.

           move spaces                                        to ws-linha-texto
           move all "="                                       to ws-linha-texto
           write fd-linha-informe from ws-linha-texto

           move spaces                                        to ws-linha-texto
           string "INFORME DE PAGAMENTOS - ANO " ws-ano
                  " - PARA FINS DE IMPOSTO DE RENDA"
                                             delimited by size
                                             into ws-linha-texto
           write fd-linha-informe from ws-linha-texto

           move spaces                                        to ws-linha-texto
           if ws-resp-vinculado then
               string "Responsavel financeiro: " ws-nome-resp
                      "  CPF: " ws-cpf-resp
                                             delimited by size
                                             into ws-linha-texto
           else
               move "Responsavel financeiro: (nao vinculado no cadastro)"
                                                              to ws-linha-texto
           end-if
           write fd-linha-informe from ws-linha-texto

           move spaces                                        to ws-linha-texto
           string "Aluno(a): " ws-nome-aluno
                  "  Matricula: " ws-aluno-atual
                                             delimited by size
                                             into ws-linha-texto
           write fd-linha-informe from ws-linha-texto

           move spaces                                        to ws-linha-texto
           write fd-linha-informe from ws-linha-texto

           move 1   to ws-ind-comp

           perform until ws-ind-comp > ws-qtd-comp

               if ws-tab-valor-pago (ws-ind-comp) > zero then
                   evaluate ws-tab-situacao (ws-ind-comp)
                       when "P"
                           move "quitada"              to ws-situacao-texto
                       when "C"
                           move "parcela cancelada"    to ws-situacao-texto
                       when other
                           move "pagamento parcial"    to ws-situacao-texto
                   end-evaluate

                   move spaces                                to ws-linha-texto
                   string "   Competencia: " ws-tab-competencia (ws-ind-comp)
                          "  Data pagto: " ws-tab-data-pagto (ws-ind-comp)
                          "  Valor pago: " ws-tab-valor-pago (ws-ind-comp)
                          "  " ws-situacao-texto
                                             delimited by size
                                             into ws-linha-texto
                   write fd-linha-informe from ws-linha-texto
               end-if

               add 1   to ws-ind-comp

           end-perform

           move spaces                                        to ws-linha-texto
           string "Total pago no ano: " ws-total-pago-aluno
                                             delimited by size
                                             into ws-linha-texto
           write fd-linha-informe from ws-linha-texto

           move spaces                                        to ws-linha-texto
           string "Emitido em " ws-data-hoje
                  "          Tesouraria escolar"
                                             delimited by size
                                             into ws-linha-texto
           write fd-linha-informe from ws-linha-texto

           add 1   to ws-cont-informes
           .
       imprimir-informe-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Declaracao anual de quitacao de debitos do aluno corrente,
      *>  todas as competencias do ano pagas
      *>------------------------------------------------------------------------
       imprimir-quitacao section.

           move spaces                                        to ws-linha-texto
           move all "="                                       to ws-linha-texto
           write fd-linha-quitacao from ws-linha-texto

           move spaces                                        to ws-linha-texto
           string "DECLARACAO ANUAL DE QUITACAO DE DEBITOS - ANO " ws-ano
                                             delimited by size
                                             into ws-linha-texto
           write fd-linha-quitacao from ws-linha-texto

           move spaces                                        to ws-linha-texto
           write fd-linha-quitacao from ws-linha-texto

           move spaces                                        to ws-linha-texto
           if ws-resp-vinculado then
               string "Declaramos que o(a) Sr(a). " ws-nome-resp
                      ", CPF " ws-cpf-resp ","
                                             delimited by size
                                             into ws-linha-texto
           else
               move "Declaramos, a pedido da familia, que o"  to ws-linha-texto
           end-if
           write fd-linha-quitacao from ws-linha-texto

           move spaces                                        to ws-linha-texto
           string "responsavel financeiro pelo(a) aluno(a) " ws-nome-aluno
                  ", matricula " ws-aluno-atual ","
                                             delimited by size
                                             into ws-linha-texto
           write fd-linha-quitacao from ws-linha-texto

           move spaces                                        to ws-linha-texto
           string "quitou todas as mensalidades com competencia no ano de "
                  ws-ano ","
                                             delimited by size
                                             into ws-linha-texto
           write fd-linha-quitacao from ws-linha-texto

           move spaces                                        to ws-linha-texto
           move "nada mais devendo a esta instituicao referente ao periodo."
                                                              to ws-linha-texto
           write fd-linha-quitacao from ws-linha-texto

           move spaces                                        to ws-linha-texto
           write fd-linha-quitacao from ws-linha-texto

           move spaces                                        to ws-linha-texto
           string "Emitida em " ws-data-hoje
                  "          Tesouraria escolar"
                                             delimited by size
                                             into ws-linha-texto
           write fd-linha-quitacao from ws-linha-texto

           add 1   to ws-cont-quitacoes
           .
       imprimir-quitacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista de excecoes: aluno com competencia do ano em aberto, com
      *>  cada competencia aberta e o saldo devedor
      *>------------------------------------------------------------------------
       listar-excecao section.

           move spaces                                        to ws-linha-texto
           string "Matricula: " ws-aluno-atual
                  "  Aluno: " ws-nome-aluno
                  "  Em aberto: " ws-qtd-abertas
                  "  Saldo: " ws-total-aberto-aluno
                                             delimited by size
                                             into ws-linha-texto
           write fd-linha-excecao from ws-linha-texto

           move 1   to ws-ind-comp

           perform until ws-ind-comp > ws-qtd-comp

               if ws-tab-em-aberto (ws-ind-comp) = "S" then
                   move spaces                                to ws-linha-texto
                   if ws-tab-situacao (ws-ind-comp) = "R" then
                       string "   Competencia: " ws-tab-competencia (ws-ind-comp)
                              "  Venc.: " ws-tab-vencimento (ws-ind-comp)
                              "  Renegociada no acordo "
                              ws-tab-num-acordo (ws-ind-comp)
                              " ainda nao quitado"
                                             delimited by size
                                             into ws-linha-texto
                   else
                       string "   Competencia: " ws-tab-competencia (ws-ind-comp)
                              "  Venc.: " ws-tab-vencimento (ws-ind-comp)
                              "  Saldo devedor: " ws-tab-saldo (ws-ind-comp)
                                             delimited by size
                                             into ws-linha-texto
                   end-if
                   write fd-linha-excecao from ws-linha-texto
               end-if

               add 1   to ws-ind-comp

           end-perform

           add 1   to ws-cont-excecoes
           .
       listar-excecao-exit.
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

           close arqMensalidades
           close arqAluno
           if not ws-responsaveis-ausente then
               close arqResponsaveis
           end-if
           if not ws-acordos-ausente then
               close arqAcordos
           end-if
           close arqQuitacao
           close arqInformeIR
           close arqQuitacaoExcecao
           stop run
           .
       finaliza-exit.
           exit.
