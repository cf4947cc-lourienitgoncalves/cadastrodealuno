      $set sourceformat"free"

      *>----Divisão de identificação do programa
       identification division.
       program-id. "reldescontos".
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

           select arqDescontosMens assign to "arqDescontosMens.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-dm-chave
           file status is ws-fs-descontos.

           select arqAluno assign to "arqAlunoIndexed.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-cod
           alternate record key is fd-aluno with duplicates
           file status is ws-fs-arqAluno.

           select arqBolsas assign to "arqBolsas.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-bol-chave
           file status is ws-fs-bolsas.

           select arqRelDescontos assign to "arqRelDescontos.txt"
           organization is line sequential
           file status is ws-fs-reldescontos.

           select ordDescontos assign to "ordDescontos.wrk".

       i-o-control.

      *>----Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqDescontosMens.
           copy "descreg.cpy".

       fd arqAluno.
           copy "alunoreg.cpy".

       fd arqBolsas.
           copy "bolsareg.cpy".

       fd arqRelDescontos.
       01  fd-linha-reldescontos                   pic x(80).

       sd ordDescontos.
       01  sd-desconto-reg.
           05  sd-desc-tipo                        pic x(01).
           05  sd-desc-turma                       pic x(03).
           05  sd-desc-cod                         pic 9(08).
           05  sd-desc-seq                         pic 9(02).
           05  sd-desc-valor-cheio                 pic 9(05)v99.
           05  sd-desc-valor                       pic 9(05)v99.

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-descontos                         pic  9(02).
       77  ws-fs-arqAluno                          pic  9(02).
       77  ws-fs-bolsas                            pic  9(02).
       77  ws-fs-reldescontos                      pic  9(02).

       77  ws-eof-descontos                        pic  x(01).
           88  ws-fim-arquivo-descontos            value "S".

       77  ws-eof-sort                             pic  x(01).
           88  ws-fim-arquivo-sort                 value "S".

       77  ws-competencia                          pic  9(06).

       77  ws-tipo-anterior                        pic  x(01) value spaces.
       77  ws-turma-anterior                       pic  x(03) value spaces.
       77  ws-primeiro-tipo                        pic  x(01) value "S".
       77  ws-primeira-turma                       pic  x(01) value "S".

       77  ws-nome-aluno                           pic  x(25).
       77  ws-autorizado-por                       pic  x(25).
       77  ws-descricao-tipo                       pic  x(25).

      *>   acumuladores da turma, do tipo e da escola
       77  ws-tur-qtd                              pic  9(05).
       77  ws-tur-valor-cheio                      pic  9(07)v99.
       77  ws-tur-desconto                         pic  9(07)v99.
       77  ws-tip-qtd                              pic  9(05).
       77  ws-tip-valor-cheio                      pic  9(07)v99.
       77  ws-tip-desconto                         pic  9(07)v99.
       77  ws-esc-qtd                              pic  9(05) value zero.
       77  ws-esc-valor-cheio                      pic  9(07)v99 value zero.
       77  ws-esc-desconto                         pic  9(07)v99 value zero.

      *>   o valor cheio da mensalidade se repete em cada desconto do
      *>   aluno: entra uma vez por aluno na turma/tipo e uma vez por
      *>   aluno no total da escola (mesmo com bolsas de tipos diferentes)
       77  ws-cod-anterior                         pic  9(08).
       77  ws-cod-carregado                        pic  9(08) value zero.

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
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização - pede a competencia do
      *>  relatorio e abre os arquivos de consulta
      *>------------------------------------------------------------------------
       inicializa section.

           display "Informe a competencia do relatorio (AAAAMM):"
           accept  ws-competencia

           perform until ws-competencia > 200000
               display "Competencia invalida. Informe (AAAAMM):"
               accept ws-competencia
           end-perform

           open input arqDescontosMens
           if ws-fs-descontos = 35 then
               display "Nenhum desconto aplicado pelo faturamento ainda."
               display "Arquivo arqDescontosMens.dat inexistente."
               stop run
           end-if
           if ws-fs-descontos <> 00 then
               move 1                                      to ws-msn-erro-ofsset
               move ws-fs-descontos                        to ws-msn-erro-cod
               move "Erro ao abrir arq. arqDescontosMens"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   somente leitura: o nome do aluno e quem autorizou a bolsa
           open input arqAluno
           if ws-fs-arqAluno <> 00 then
               move 2                                   to ws-msn-erro-ofsset
               move ws-fs-arqAluno                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqAluno"        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqBolsas
           if ws-fs-bolsas <> 00 then
               move 3                                   to ws-msn-erro-ofsset
               move ws-fs-bolsas                        to ws-msn-erro-cod
               move "Erro ao abrir arq. arqBolsas"       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqRelDescontos
           if ws-fs-reldescontos <> 00 then
               move 4                                     to ws-msn-erro-ofsset
               move ws-fs-reldescontos                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqRelDescontos"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - ordena os descontos aplicados na
      *>  competencia por tipo e turma e imprime o detalhe por aluno,
      *>  o total de cada turma, de cada tipo e da escola (renuncia de
      *>  receita do mes)
      *>------------------------------------------------------------------------
       processamento section.

           sort ordDescontos
               on ascending key sd-desc-tipo sd-desc-turma
                                sd-desc-cod sd-desc-seq
               input  procedure is carregar-descontos
               output procedure is imprimir-relatorio

           display "Descontos na competencia : " ws-esc-qtd
           display "Total de descontos       : " ws-esc-desconto
           display "Relatorio gravado em arqRelDescontos.txt"
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procedimento de entrada do SORT - le os descontos aplicados na
      *>  competencia informada (inicio da chave de arqDescontosMens)
      *>------------------------------------------------------------------------
       carregar-descontos section.

           move ws-competencia   to fd-dm-competencia
           move zero             to fd-dm-cod
           move zero             to fd-dm-seq

           start arqDescontosMens key is >= fd-dm-chave
           if ws-fs-descontos <> 0 then
               go to carregar-descontos-exit
           end-if

           move "N"   to ws-eof-descontos

           perform until ws-fim-arquivo-descontos

               read arqDescontosMens next
               if ws-fs-descontos <> 0
               or fd-dm-competencia <> ws-competencia then
                   move "S"   to ws-eof-descontos
               else
                   move fd-dm-tipo             to sd-desc-tipo
                   move fd-dm-turma            to sd-desc-turma
                   move fd-dm-cod              to sd-desc-cod
                   move fd-dm-seq              to sd-desc-seq
                   move fd-dm-valor-cheio      to sd-desc-valor-cheio
                   move fd-dm-valor-desconto   to sd-desc-valor
                   release sd-desconto-reg

                   if fd-dm-cod <> ws-cod-carregado then
                       add  fd-dm-valor-cheio   to ws-esc-valor-cheio
                       move fd-dm-cod           to ws-cod-carregado
                   end-if
               end-if

           end-perform
           .
       carregar-descontos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procedimento de saida do SORT - imprime os descontos ja
      *>  ordenados por tipo/turma com as quebras de turma e de tipo
      *>------------------------------------------------------------------------
       imprimir-relatorio section.

           move spaces                                        to ws-linha-texto
           string "Descontos concedidos na competencia " ws-competencia
                                             delimited by size
                                             into ws-linha-texto
           write fd-linha-reldescontos from ws-linha-texto

           move spaces                                        to ws-linha-texto
           move all "-"                                       to ws-linha-texto
           write fd-linha-reldescontos from ws-linha-texto

           move "N"   to ws-eof-sort

           return ordDescontos
               at end
                   move "S"   to ws-eof-sort
           end-return

           perform until ws-fim-arquivo-sort

               if ws-primeiro-tipo = "S"
               or sd-desc-tipo <> ws-tipo-anterior then

                   if ws-primeiro-tipo = "N" then
                       perform imprimir-total-turma
                       perform imprimir-total-tipo
                   end-if

                   perform imprimir-cabecalho-tipo

                   move "N"            to ws-primeiro-tipo
                   move "S"            to ws-primeira-turma
                   move sd-desc-tipo   to ws-tipo-anterior
                   move zero           to ws-tip-qtd
                   move zero           to ws-tip-valor-cheio
                   move zero           to ws-tip-desconto
               end-if

               if ws-primeira-turma = "S"
               or sd-desc-turma <> ws-turma-anterior then

                   if ws-primeira-turma = "N" then
                       perform imprimir-total-turma
                   end-if

                   move spaces                                to ws-linha-texto
                   string "  Turma: " sd-desc-turma
                                             delimited by size
                                             into ws-linha-texto
                   write fd-linha-reldescontos from ws-linha-texto

                   move "N"             to ws-primeira-turma
                   move sd-desc-turma   to ws-turma-anterior
                   move zero            to ws-tur-qtd
                   move zero            to ws-tur-valor-cheio
                   move zero            to ws-tur-desconto
                   move zero            to ws-cod-anterior
               end-if

               perform imprimir-desconto-aluno

               return ordDescontos
                   at end
                       move "S"   to ws-eof-sort
               end-return

           end-perform

           if ws-primeiro-tipo = "N" then
               perform imprimir-total-turma
               perform imprimir-total-tipo
           else
               move spaces                                    to ws-linha-texto
               move "Nenhum desconto aplicado na competencia"  to ws-linha-texto
               write fd-linha-reldescontos from ws-linha-texto
           end-if

           perform imprimir-total-escola
           .
       imprimir-relatorio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Cabecalho do tipo de desconto que comeca no registro corrente
      *>------------------------------------------------------------------------
       imprimir-cabecalho-tipo section.

           evaluate sd-desc-tipo
               when "F"
                   move "Bolsa de filantropia"       to ws-descricao-tipo
               when "C"
                   move "Bolsa de convenio"          to ws-descricao-tipo
               when "I"
                   move "Desconto de irmao"          to ws-descricao-tipo
               when "U"
                   move "Desconto de funcionario"    to ws-descricao-tipo
               when other
                   move "Tipo nao identificado"      to ws-descricao-tipo
           end-evaluate

           move spaces                                        to ws-linha-texto
           write fd-linha-reldescontos from ws-linha-texto

           move spaces                                        to ws-linha-texto
           string "Tipo: " sd-desc-tipo " - " ws-descricao-tipo
                                             delimited by size
                                             into ws-linha-texto
           write fd-linha-reldescontos from ws-linha-texto
           .
       imprimir-cabecalho-tipo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha de detalhe do desconto: aluno, valor e quem autorizou
      *>------------------------------------------------------------------------
       imprimir-desconto-aluno section.

           move sd-desc-cod   to fd-cod
           read arqAluno
           if ws-fs-arqAluno = 0 then
               move fd-aluno                      to ws-nome-aluno
           else
               move "(cadastro nao encontrado)"   to ws-nome-aluno
           end-if

           move sd-desc-cod   to fd-bol-cod
           move sd-desc-seq   to fd-bol-seq
           read arqBolsas
           if ws-fs-bolsas = 0 then
               move fd-bol-autorizado-por   to ws-autorizado-por
           else
               move spaces                  to ws-autorizado-por
           end-if

           move spaces                                        to ws-linha-texto
           string "    " sd-desc-cod " " ws-nome-aluno
                  " " sd-desc-valor
                  " " ws-autorizado-por
                                             delimited by size
                                             into ws-linha-texto
           write fd-linha-reldescontos from ws-linha-texto

           add 1                     to ws-tur-qtd
           add sd-desc-valor         to ws-tur-desconto

           if sd-desc-cod <> ws-cod-anterior then
               add  sd-desc-valor-cheio   to ws-tur-valor-cheio
               move sd-desc-cod           to ws-cod-anterior
           end-if
           .
       imprimir-desconto-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Total da turma que acabou de fechar, somado no total do tipo
      *>------------------------------------------------------------------------
       imprimir-total-turma section.

           move spaces                                        to ws-linha-texto
           string "  Total turma " ws-turma-anterior
                  ": " ws-tur-qtd " desconto(s)"
                  "  Cheio: " ws-tur-valor-cheio
                  "  Desconto: " ws-tur-desconto
                                             delimited by size
                                             into ws-linha-texto
           write fd-linha-reldescontos from ws-linha-texto

           add ws-tur-qtd           to ws-tip-qtd
           add ws-tur-valor-cheio   to ws-tip-valor-cheio
           add ws-tur-desconto      to ws-tip-desconto
           .
       imprimir-total-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Total do tipo que acabou de fechar, somado no total da escola
      *>------------------------------------------------------------------------
       imprimir-total-tipo section.

           move spaces                                        to ws-linha-texto
           string "Total do tipo " ws-tipo-anterior
                  ": " ws-tip-qtd " desconto(s)"
                  "  Cheio: " ws-tip-valor-cheio
                  "  Desconto: " ws-tip-desconto
                                             delimited by size
                                             into ws-linha-texto
           write fd-linha-reldescontos from ws-linha-texto

           add ws-tip-qtd           to ws-esc-qtd
           add ws-tip-desconto      to ws-esc-desconto
           .
       imprimir-total-tipo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Totalizador da escola no final do relatorio
      *>------------------------------------------------------------------------
       imprimir-total-escola section.

           move spaces                                        to ws-linha-texto
           write fd-linha-reldescontos from ws-linha-texto

           move spaces                                        to ws-linha-texto
           move all "="                                       to ws-linha-texto
           write fd-linha-reldescontos from ws-linha-texto

           move spaces                                        to ws-linha-texto
           string "Total da escola: " ws-esc-qtd " desconto(s)"
                  "  Cheio: " ws-esc-valor-cheio
                  "  Desconto: " ws-esc-desconto
                                             delimited by size
                                             into ws-linha-texto
           write fd-linha-reldescontos from ws-linha-texto
           .
       imprimir-total-escola-exit.
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

           close arqDescontosMens
           close arqAluno
           close arqBolsas
           close arqRelDescontos
           stop run
           .
       finaliza-exit.
           exit.
