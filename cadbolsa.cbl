      $set sourceformat"free"

      *>----Divisão de identificação do programa
       identification division.
       program-id. "cadbolsa".
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

           select arqBolsas assign to "arqBolsas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-bol-chave
           file status is ws-fs-bolsas.

           select arqAluno assign to "arqAlunoIndexed.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-cod
           alternate record key is fd-aluno with duplicates
           file status is ws-fs-arqAluno.

           select arqOperadores assign to "arqOperadores.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-oper-cod
           file status is ws-fs-operadores.

       i-o-control.

      *>----Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqBolsas.
           copy "bolsareg.cpy".

       fd arqAluno.
           copy "alunoreg.cpy".

       fd arqOperadores.
           copy "operreg.cpy".

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-bolsas                            pic  9(02).
       77  ws-fs-arqAluno                          pic  9(02).
       77  ws-fs-operadores                        pic  9(02).

       77 ws-sair                                  pic  x(01).
          88  ws-fechar-programa                   value "N" "n".
          88  ws-voltar-tela                       value "V" "v".

       77  ws-menu                                 pic  x(02).
       77  ws-confirma                             pic  x(01).

       77  ws-eof-bolsas                           pic  x(01).
           88  ws-fim-arquivo-bolsas               value "S".

       77  ws-eof-aluno                            pic  x(01).
           88  ws-fim-arquivo-aluno                value "S".

       77  ws-cod                                  pic  9(08).
       77  ws-seq                                  pic  9(02).
       77  ws-ultima-seq                           pic  9(02).
       77  ws-tem-bolsa                            pic  x(01).
       77  ws-data-hoje                            pic  9(08).

      *>   competencia digitada (AAAAMM), com o mes separado para a
      *>   validacao
       01  ws-competencia.
           05  ws-comp-ano                         pic  9(04).
           05  ws-comp-mes                         pic  9(02).
       01  ws-competencia-num redefines ws-competencia
                                                   pic  9(06).

      *>   desconto de irmao: o aluno precisa ter outro aluno ativo
      *>   ligado ao mesmo responsavel financeiro
       77  ws-cod-responsavel                      pic  9(06).
       77  ws-cont-irmaos                          pic  9(03).

      *>----Variaveis do login e do nivel de permissao do operador
       77  ws-oper-cod                             pic  9(03).
       77  ws-oper-senha                           pic  x(08).
       77  ws-nivel-operador                       pic  9(01) value zero.
       77  ws-tentativas-login                     pic  9(01).
       77  ws-logado                               pic  x(01).
           88  ws-login-ok                         value "S".

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
           perform efetuar-login.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização - na primeira execucao o
      *>  arquivo de bolsas ainda nao existe e e criado vazio
      *>------------------------------------------------------------------------
       inicializa section.

           open i-o arqBolsas
           if ws-fs-bolsas = 35 then
               open output arqBolsas
               close       arqBolsas
               open i-o    arqBolsas
           end-if
           if ws-fs-bolsas  <> 00
           and ws-fs-bolsas <> 05 then
               move 1                                   to ws-msn-erro-ofsset
               move ws-fs-bolsas                        to ws-msn-erro-cod
               move "Erro ao abrir arq. arqBolsas"       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   somente leitura: a bolsa so e concedida a aluno cadastrado
           open input arqAluno
           if ws-fs-arqAluno = 35 then
               display "Arquivo de alunos inexistente."
               display "Cadastre os alunos antes de conceder bolsas."
               stop run
           end-if
           if ws-fs-arqAluno <> 00 then
               move 2                                   to ws-msn-erro-ofsset
               move ws-fs-arqAluno                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqAluno"        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   sem o arquivo de operadores nao ha como validar o login;
      *>   ele e criado e mantido pelo programa cadoperador
           open input arqOperadores
           if ws-fs-operadores = 35 then
               display "Arquivo de operadores inexistente."
               display "Cadastre os operadores pelo programa cadoperador."
               stop run
           end-if
           if ws-fs-operadores <> 00 then
               move 3                                    to ws-msn-erro-ofsset
               move ws-fs-operadores                     to ws-msn-erro-cod
               move "Erro ao abrir arq. arqOperadores"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Login do operador: tres tentativas de codigo e senha. Bolsa e
      *>  desconto sao renuncia de receita da escola, por isso a
      *>  manutencao e restrita ao nivel 3 de coordenacao; o operador
      *>  fica gravado em cada bolsa concedida ou encerrada
      *>------------------------------------------------------------------------
       efetuar-login section.

           move zero   to ws-tentativas-login
           move "N"    to ws-logado

           perform until ws-login-ok
                      or ws-tentativas-login >= 3

               display "Informe o codigo do operador:"
               accept  ws-oper-cod
               display "Informe a senha:"
               accept  ws-oper-senha

               add 1   to ws-tentativas-login

               move ws-oper-cod   to fd-oper-cod
               read arqOperadores

               if  ws-fs-operadores = 0
               and fd-oper-ativo
               and fd-oper-senha = ws-oper-senha then
                   move "S"             to ws-logado
                   move fd-oper-nivel   to ws-nivel-operador
                   display "Bem vindo, " fd-oper-nome
               else
                   display "Operador ou senha invalidos"
               end-if

           end-perform

           if not ws-login-ok then
               display "Numero de tentativas esgotado"
               perform finaliza
           end-if

           if ws-nivel-operador < 3 then
               display "Bolsas e descontos restritos a coordenacao"
                       " (nivel 3)"
               perform finaliza
           end-if
           .
       efetuar-login-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal
      *>------------------------------------------------------------------------
       processamento section.

           perform until ws-fechar-programa
               move space to ws-sair
               display "Digite 'Ib' p/ incluir bolsa/desconto de um aluno"
               display "Digite 'Cb' p/ consultar as bolsas de um aluno"
               display "Digite 'Eb' p/ encerrar a vigencia de uma bolsa"
               display "Digite 'Lb' p/ listar todas as bolsas"

               accept ws-menu

               evaluate ws-menu
                   when = "Ib"
                       perform incluir-bolsas

                   when = "Cb"
                       perform consultar-bolsas

                   when = "Eb"
                       perform encerrar-bolsas

                   when = "Lb"
                       perform listar-bolsas

                   when other
                       display "opcao invalida"
               end-evaluate

           end-perform
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Rotina de inclusao de bolsas e descontos
      *>------------------------------------------------------------------------
       incluir-bolsas section.

           perform until ws-voltar-tela

               perform incluir-bolsa

               display "Deseja incluir mais uma bolsa? 'S' ou 'V'oltar"
               accept ws-sair

           end-perform
           .
       incluir-bolsas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Inclui uma bolsa ou desconto para o aluno informado, com o tipo,
      *>  a forma (percentual ou valor fixo), a vigencia e o nome de quem
      *>  autorizou
      *>------------------------------------------------------------------------
       incluir-bolsa section.

           display "Informe a matricula do aluno:"
           accept  ws-cod

           move ws-cod   to fd-cod
           read arqAluno
           if ws-fs-arqAluno <> 0 then
               display "Aluno " ws-cod " nao cadastrado"
               go to incluir-bolsa-exit
           end-if

           if not fd-status-ativo then
               display "Aluno " ws-cod " inativo; bolsa nao incluida"
               go to incluir-bolsa-exit
           end-if

           display "Aluno: " fd-aluno "  Turma: " fd-turma

      *>   a sequencia e achada antes das respostas do operador, pois a
      *>   varredura de arqBolsas reaproveita a area do registro
           perform gerar-seq-bolsa

           display "Tipo: 'F'ilantropia, 'C'onvenio, 'I'rmao, f'U'ncionario"
           accept  fd-bol-tipo

           perform until fd-bol-tipo-valido
               display "Tipo invalido. Informe 'F', 'C', 'I' ou 'U':"
               accept fd-bol-tipo
           end-perform

      *>   desconto de irmao so vale para aluno com outro aluno ativo
      *>   ligado ao mesmo responsavel financeiro
           if fd-bol-irmao then
               perform contar-irmaos
               if ws-cont-irmaos = zero then
                   display "Aluno sem irmao ativo vinculado ao mesmo"
                   display "responsavel financeiro. Desconto nao incluido."
                   go to incluir-bolsa-exit
               end-if
           end-if

           display "Forma: 'P'ercentual ou 'V'alor fixo"
           accept  fd-bol-forma

           perform until fd-bol-percentual
                      or fd-bol-valor-fixo
               display "Forma invalida. Informe 'P' ou 'V':"
               accept fd-bol-forma
           end-perform

           move zero   to fd-bol-perc-desconto
           move zero   to fd-bol-valor-desconto

           if fd-bol-percentual then
               display "Percentual de desconto (000,01 a 100,00):"
               accept  fd-bol-perc-desconto
               perform until fd-bol-perc-desconto > 0
                         and fd-bol-perc-desconto <= 100
                   display "Percentual invalido. Informe de 000,01 a 100,00:"
                   accept fd-bol-perc-desconto
               end-perform
           else
               display "Valor fixo do desconto:"
               accept  fd-bol-valor-desconto
               perform until fd-bol-valor-desconto > 0
                   display "Valor invalido. Informe o valor do desconto:"
                   accept fd-bol-valor-desconto
               end-perform
           end-if

           display "Competencia inicial (AAAAMM):"
           accept  ws-competencia-num
           perform until ws-comp-ano > 2000
                     and ws-comp-mes >= 1
                     and ws-comp-mes <= 12
               display "Competencia invalida. Informe (AAAAMM):"
               accept ws-competencia-num
           end-perform
           move ws-competencia-num   to fd-bol-comp-inicial

           display "Competencia final (AAAAMM, 0 = sem termino):"
           accept  ws-competencia-num
           perform until ws-competencia-num = zero
                      or (ws-comp-mes >= 1
                      and ws-comp-mes <= 12
                      and ws-competencia-num >= fd-bol-comp-inicial)
               display "Competencia invalida ou anterior a inicial."
               display "Informe (AAAAMM, 0 = sem termino):"
               accept ws-competencia-num
           end-perform
           move ws-competencia-num   to fd-bol-comp-final

           display "Descricao (convenio, observacao):"
           accept  fd-bol-descricao

           display "Autorizado por (nome):"
           accept  fd-bol-autorizado-por
           perform until fd-bol-autorizado-por <> spaces
               display "Informe quem autorizou a bolsa:"
               accept fd-bol-autorizado-por
           end-perform

           accept ws-data-hoje from date yyyymmdd

           move ws-cod          to fd-bol-cod
           move ws-ultima-seq   to fd-bol-seq
           move ws-oper-cod     to fd-bol-operador
           move ws-data-hoje    to fd-bol-data

           write fd-bolsa

           if ws-fs-bolsas <> 0 then
               move 4                                   to ws-msn-erro-ofsset
               move ws-fs-bolsas                        to ws-msn-erro-cod
               move "Erro ao gravar arq. arqBolsas"      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Bolsa " fd-bol-seq " do aluno " fd-bol-cod
                   " incluida com sucesso!"
           .
       incluir-bolsa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acha em ws-ultima-seq a proxima sequencia livre de bolsa do
      *>  aluno ws-cod
      *>------------------------------------------------------------------------
       gerar-seq-bolsa section.

           move zero     to ws-ultima-seq
           move ws-cod   to fd-bol-cod
           move zero     to fd-bol-seq

           start arqBolsas key is >= fd-bol-chave
           if ws-fs-bolsas = 0 then
               move "N"   to ws-eof-bolsas
               perform until ws-fim-arquivo-bolsas
                   read arqBolsas next
                   if ws-fs-bolsas <> 0
                   or fd-bol-cod <> ws-cod then
                       move "S"   to ws-eof-bolsas
                   else
                       move fd-bol-seq   to ws-ultima-seq
                   end-if
               end-perform
           end-if

           add 1   to ws-ultima-seq
           .
       gerar-seq-bolsa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conta em ws-cont-irmaos os outros alunos ativos ligados ao
      *>  mesmo responsavel financeiro do aluno lido em fd-alunos
      *>------------------------------------------------------------------------
       contar-irmaos section.

           move zero                 to ws-cont-irmaos
           move fd-cod-responsavel   to ws-cod-responsavel

           if ws-cod-responsavel = zero then
               go to contar-irmaos-exit
           end-if

           move zero   to fd-cod
           start arqAluno key is >= fd-cod
           if ws-fs-arqAluno <> 0 then
               go to contar-irmaos-exit
           end-if

           move "N"   to ws-eof-aluno
           perform until ws-fim-arquivo-aluno
               read arqAluno next
               if ws-fs-arqAluno <> 0 then
                   move "S"   to ws-eof-aluno
               else
                   if  fd-cod-responsavel = ws-cod-responsavel
                   and fd-cod <> ws-cod
                   and fd-status-ativo then
                       add 1   to ws-cont-irmaos
                   end-if
               end-if
           end-perform
           .
       contar-irmaos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Rotina de consulta das bolsas de um aluno
      *>------------------------------------------------------------------------
       consultar-bolsas section.

           display "Informe a matricula do aluno:"
           accept  ws-cod

           move ws-cod   to fd-cod
           read arqAluno
           if ws-fs-arqAluno = 0 then
               display "Aluno: " fd-aluno "  Turma: " fd-turma
           end-if

           move ws-cod   to fd-bol-cod
           move zero     to fd-bol-seq
           move "N"      to ws-tem-bolsa

           start arqBolsas key is >= fd-bol-chave
           if ws-fs-bolsas = 0 then
               move "N"   to ws-eof-bolsas
               perform until ws-fim-arquivo-bolsas
                   read arqBolsas next
                   if ws-fs-bolsas <> 0
                   or fd-bol-cod <> ws-cod then
                       move "S"   to ws-eof-bolsas
                   else
                       move "S"   to ws-tem-bolsa
                       perform exibir-bolsa
                   end-if
               end-perform
           end-if

           if ws-tem-bolsa = "N" then
               display "Aluno " ws-cod " sem bolsas cadastradas"
           end-if
           .
       consultar-bolsas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Rotina de encerramento de bolsas: grava a competencia final
      *>  (a bolsa deixa de ser aplicada depois dela). A bolsa nao e
      *>  excluida para nao perder o historico do que foi concedido.
      *>------------------------------------------------------------------------
       encerrar-bolsas section.

           perform until ws-voltar-tela

               perform encerrar-bolsa

               display "Deseja encerrar mais uma bolsa? 'S' ou 'V'oltar"
               accept ws-sair

           end-perform
           .
       encerrar-bolsas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Encerra a bolsa informada (matricula e sequencia)
      *>------------------------------------------------------------------------
       encerrar-bolsa section.

           display "Informe a matricula do aluno:"
           accept  ws-cod
           display "Informe a sequencia da bolsa:"
           accept  ws-seq

           move ws-cod   to fd-bol-cod
           move ws-seq   to fd-bol-seq
           read arqBolsas

           if ws-fs-bolsas <> 0 then
               display "Bolsa " ws-seq " do aluno " ws-cod " nao cadastrada"
               go to encerrar-bolsa-exit
           end-if

           perform exibir-bolsa

           display "Competencia final (AAAAMM):"
           accept  ws-competencia-num
           perform until ws-comp-mes >= 1
                     and ws-comp-mes <= 12
                     and ws-competencia-num >= fd-bol-comp-inicial
               display "Competencia invalida ou anterior a inicial."
               display "Informe (AAAAMM):"
               accept ws-competencia-num
           end-perform

           display "Confirma o encerramento? 'S' ou 'N'"
           accept ws-confirma

           if  ws-confirma <> "S"
           and ws-confirma <> "s" then
               display "Encerramento cancelado"
               go to encerrar-bolsa-exit
           end-if

           accept ws-data-hoje from date yyyymmdd

           move ws-competencia-num   to fd-bol-comp-final
           move ws-oper-cod          to fd-bol-operador
           move ws-data-hoje         to fd-bol-data

           rewrite fd-bolsa

           if ws-fs-bolsas <> 0 then
               move 5                                   to ws-msn-erro-ofsset
               move ws-fs-bolsas                        to ws-msn-erro-cod
               move "Erro ao alterar arq. arqBolsas"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Bolsa encerrada na competencia " fd-bol-comp-final
           .
       encerrar-bolsa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Rotina de listagem de todas as bolsas cadastradas
      *>------------------------------------------------------------------------
       listar-bolsas section.

           move low-values   to fd-bol-chave

           start arqBolsas key is >= fd-bol-chave
           if ws-fs-bolsas <> 0 then
               display "Nenhuma bolsa cadastrada"
               go to listar-bolsas-exit
           end-if

           move "N"   to ws-eof-bolsas
           move "N"   to ws-tem-bolsa

           perform until ws-fim-arquivo-bolsas

               read arqBolsas next
               if ws-fs-bolsas <> 0 then
                   move "S"   to ws-eof-bolsas
               else
                   move "S"   to ws-tem-bolsa
                   perform exibir-bolsa
               end-if

           end-perform

           if ws-tem-bolsa = "N" then
               display "Nenhuma bolsa cadastrada"
           end-if
           .
       listar-bolsas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Exibe a bolsa do registro corrente de arqBolsas
      *>------------------------------------------------------------------------
       exibir-bolsa section.

           display "----------------------------------------"
           display "Aluno / seq.   :"   fd-bol-cod " / " fd-bol-seq
           evaluate true
               when fd-bol-filantropia
                   display "Tipo           : filantropia"
               when fd-bol-convenio
                   display "Tipo           : convenio"
               when fd-bol-irmao
                   display "Tipo           : desconto de irmao"
               when fd-bol-funcionario
                   display "Tipo           : desconto de funcionario"
           end-evaluate
           if fd-bol-percentual then
               display "Desconto       :"   fd-bol-perc-desconto " %"
           else
               display "Desconto       : R$ " fd-bol-valor-desconto
           end-if
           display "Vigencia       :"   fd-bol-comp-inicial " a "
                                        fd-bol-comp-final
           display "Descricao      :"   fd-bol-descricao
           display "Autorizado por :"   fd-bol-autorizado-por
           display "Alterado em    :"   fd-bol-data
                   "  pelo operador " fd-bol-operador
           .
       exibir-bolsa-exit.
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

           close arqBolsas
           close arqAluno
           close arqOperadores
           stop run
           .
       finaliza-exit.
           exit.
