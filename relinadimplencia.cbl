           organization is line sequential
           file status is ws-fs-inadimplencia.

           select arqResponsaveis assign to "arqResponsaveis.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-resp-codigo
           alternate record key is fd-resp-cpf
           file status is ws-fs-responsaveis.

           select ordInadimplencia assign to "ordInadimplencia.wrk".

       i-o-control.

      *>----Declaração de variáveis
       fd arqInadimplencia.
       01  fd-linha-inad                           pic x(110).

       fd arqResponsaveis.
           copy "respreg.cpy".

      *>   cobrancas vencidas agrupadas pela familia: "R" + codigo do
      *>   responsavel financeiro, ou "A" + matricula para aluno ainda
      *>   sem responsavel vinculado
       sd ordInadimplencia.
       01  sd-inad-reg.
           05  sd-inad-grupo.
               10  sd-inad-grupo-tipo              pic x(01).
               10  sd-inad-grupo-cod               pic 9(08).
           05  sd-inad-aluno                       pic 9(08).
           05  sd-inad-competencia                 pic 9(06).
           05  sd-inad-valor                       pic 9(05)v99.
           05  sd-inad-vencimento                  pic 9(08).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-mensalidades                      pic  9(02).
       77  ws-fs-arqAluno                          pic  9(02).
       77  ws-fs-inadimplencia                     pic  9(02).
       77  ws-fs-responsaveis                      pic  9(02).

       77  ws-eof-mens                             pic  x(01).
           88  ws-fim-arquivo-mens                 value "S".

       77  ws-eof-sort                             pic  x(01).
           88  ws-fim-arquivo-sort                 value "S".

       77  ws-sem-arq-responsaveis                 pic  x(01) value "N".
           88  ws-responsaveis-ausente             value "S".

       77  ws-data-hoje                            pic  9(08).

       77  ws-cont-lidas                           pic  9(05) value zero.
       77  ws-nome-aluno                           pic  x(25).
       77  ws-telefone                             pic  x(15).

      *>   quebra por familia (responsavel financeiro)
       77  ws-primeira-familia                     pic  x(01).
       77  ws-cont-familias                        pic  9(05) value zero.
       77  ws-cont-familia                         pic  9(03).
       77  ws-total-familia                        pic  9(07)v99.

       01  ws-grupo-anterior.
           05  ws-grupo-ant-tipo                   pic x(01).
           05  ws-grupo-ant-cod                    pic 9(08).

       01  ws-linha-inad.
           05  ws-linha-texto                      pic x(110).

               perform finaliza-anormal
           end-if

      *>   somente leitura: o cadastro fornece o nome do aluno e o
      *>   responsavel financeiro a quem a secretaria vai cobrar
           open input arqAluno
           if ws-fs-arqAluno <> 00 then
               move 2                                   to ws-msn-erro-ofsset
               perform finaliza-anormal
           end-if

      *>   sem o cadastro de responsaveis cada aluno forma a sua
      *>   propria familia no relatorio, com o telefone do aluno
           open input arqResponsaveis
           if ws-fs-responsaveis = 35 then
               move "S"   to ws-sem-arq-responsaveis
           else
               if ws-fs-responsaveis <> 00 then
                   move 5                                      to ws-msn-erro-ofsset
                   move ws-fs-responsaveis                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqResponsaveis"    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open output arqInadimplencia
           if ws-fs-inadimplencia <> 00 then
               move 3                                       to ws-msn-erro-ofsset
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - ordena as cobrancas abertas e
      *>  vencidas pelo responsavel financeiro do aluno e lista cada
      *>  familia com o nome, o CPF e o contato do responsavel, as
      *>  cobrancas de todos os filhos e o subtotal da familia
      *>------------------------------------------------------------------------
       processamento section.

           move spaces                                        to ws-linha-texto
           string "Relacao de mensalidades em aberto em " ws-data-hoje
                  " - por responsavel financeiro"
                                             delimited by size
                                             into ws-linha-texto
           write fd-linha-inad from ws-linha-texto
           move all "-"                                       to ws-linha-texto
           write fd-linha-inad from ws-linha-texto

           sort ordInadimplencia
               on ascending key sd-inad-grupo-tipo sd-inad-grupo-cod
                                sd-inad-aluno sd-inad-competencia
               input  procedure is selecionar-cobrancas
               output procedure is listar-familias

           move spaces                                        to ws-linha-texto
           string "Familias: " ws-cont-familias
                  "  Cobrancas em aberto: " ws-cont-abertas
                  "  Valor total: " ws-total-aberto
                                             delimited by size
                                             into ws-linha-texto
           write fd-linha-inad from ws-linha-texto

           display "Cobrancas lidas     : " ws-cont-lidas
           display "Cobrancas em aberto : " ws-cont-abertas
           display "Familias            : " ws-cont-familias
           display "Valor total aberto  : " ws-total-aberto
           display "Relatorio gravado em arqInadimplencia.txt"
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procedimento de entrada do SORT - le arqMensalidades
      *>  sequencialmente (matricula/competencia) e libera as cobrancas
      *>  abertas e vencidas com a familia do aluno
      *>------------------------------------------------------------------------
       selecionar-cobrancas section.

           move "N"   to ws-eof-mens

           read arqMensalidades next

               if  fd-mens-aberta
               and fd-mens-vencimento < ws-data-hoje then
                   perform liberar-cobranca
               end-if

               read arqMensalidades next
               end-if

           end-perform
           .
       selecionar-cobrancas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Libera a cobranca aberta corrente com a familia do aluno:
      *>  o responsavel financeiro do cadastro ou, sem vinculo, o
      *>  proprio aluno; cadastro nao encontrado nao interrompe o
      *>  relatorio
      *>------------------------------------------------------------------------
       liberar-cobranca section.

           move "A"           to sd-inad-grupo-tipo
           move fd-mens-cod   to sd-inad-grupo-cod

           move fd-mens-cod   to fd-cod
           read arqAluno

           if  ws-fs-arqAluno = 0
           and fd-cod-responsavel <> zero
           and not ws-responsaveis-ausente then
               move "R"                  to sd-inad-grupo-tipo
               move fd-cod-responsavel   to sd-inad-grupo-cod
           end-if

           move fd-mens-cod           to sd-inad-aluno
           move fd-mens-competencia   to sd-inad-competencia
           move fd-mens-saldo-devedor to sd-inad-valor
           move fd-mens-vencimento    to sd-inad-vencimento

           release sd-inad-reg
           .
       liberar-cobranca-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procedimento de saida do SORT - imprime as cobrancas ja
      *>  ordenadas por familia, com o cabecalho do responsavel na
      *>  quebra e o subtotal da familia no final dela
      *>------------------------------------------------------------------------
       listar-familias section.

           move "S"   to ws-primeira-familia
           move "N"   to ws-eof-sort

           return ordInadimplencia
               at end
                   move "S"   to ws-eof-sort
           end-return

           perform until ws-fim-arquivo-sort

               if ws-primeira-familia = "S"
               or sd-inad-grupo <> ws-grupo-anterior then

                   if ws-primeira-familia = "N" then
                       perform imprimir-subtotal-familia
                   end-if

                   perform imprimir-cabecalho-familia

                   move "N"             to ws-primeira-familia
                   move sd-inad-grupo   to ws-grupo-anterior
                   move zero            to ws-cont-familia
                   move zero            to ws-total-familia
                   add 1                to ws-cont-familias
               end-if

               perform listar-cobranca

               return ordInadimplencia
                   at end
                       move "S"   to ws-eof-sort
               end-return

           end-perform

           if ws-primeira-familia = "N" then
               perform imprimir-subtotal-familia
           end-if
           .
       listar-familias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Cabecalho da familia: nome, CPF, telefone e e-mail do
      *>  responsavel financeiro; aluno sem responsavel sai com o
      *>  telefone do proprio cadastro
      *>------------------------------------------------------------------------
       imprimir-cabecalho-familia section.

           move spaces   to ws-linha-texto
           write fd-linha-inad from ws-linha-texto

           if sd-inad-grupo-tipo = "R" then
               move sd-inad-grupo-cod   to fd-resp-codigo
               read arqResponsaveis
               if ws-fs-responsaveis = 0 then
                   move spaces                                to ws-linha-texto
                   string "Responsavel: " fd-resp-nome
                          "  CPF: " fd-resp-cpf
                                             delimited by size
                                             into ws-linha-texto
                   write fd-linha-inad from ws-linha-texto

                   move spaces                                to ws-linha-texto
                   string "   Telefone: " fd-resp-telefone
                          "  E-mail: " fd-resp-email
                                             delimited by size
                                             into ws-linha-texto
                   write fd-linha-inad from ws-linha-texto
                   go to imprimir-cabecalho-familia-exit
               end-if
           end-if

           move sd-inad-aluno   to fd-cod
           read arqAluno
           if ws-fs-arqAluno = 0 then
               move fd-telefone   to ws-telefone
           else
               move spaces        to ws-telefone
           end-if

           move spaces                                        to ws-linha-texto
           string "Responsavel: (nao vinculado)"
                  "  Telefone do aluno: " ws-telefone
                                             delimited by size
                                             into ws-linha-texto
           write fd-linha-inad from ws-linha-texto
           .
       imprimir-cabecalho-familia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime a cobranca aberta corrente com o nome do aluno
      *>------------------------------------------------------------------------
       listar-cobranca section.

           move sd-inad-aluno   to fd-cod
           read arqAluno

           if ws-fs-arqAluno = 0 then
               move fd-aluno      to ws-nome-aluno
           else
               move "(cadastro nao encontrado)"   to ws-nome-aluno
           end-if

           move spaces                                        to ws-linha-texto
           string "   Matricula: " sd-inad-aluno
                  "  Aluno: " ws-nome-aluno
                  "  Competencia: " sd-inad-competencia
                  "  Valor: " sd-inad-valor
                  "  Venc: " sd-inad-vencimento
                                             delimited by size
                                             into ws-linha-texto
           write fd-linha-inad from ws-linha-texto

           add 1               to ws-cont-abertas
           add 1               to ws-cont-familia
           add sd-inad-valor   to ws-total-aberto
           add sd-inad-valor   to ws-total-familia
           .
       listar-cobranca-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Subtotal da familia que termina
      *>------------------------------------------------------------------------
       imprimir-subtotal-familia section.

           move spaces                                        to ws-linha-texto
           string "   Subtotal da familia: " ws-cont-familia
                  " cobranca(s)  Valor: " ws-total-familia
                                             delimited by size
                                             into ws-linha-texto
           write fd-linha-inad from ws-linha-texto
           .
       imprimir-subtotal-familia-exit.
           exit.

      *>------------------------------------------------------------------------

           close arqMensalidades
           close arqAluno
           if not ws-responsaveis-ausente then
               close arqResponsaveis
           end-if
           close arqInadimplencia
           stop run
           .
