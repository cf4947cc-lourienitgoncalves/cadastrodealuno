           record key is fd-oco-chave
           file status is ws-fs-ocorrencias.

           select arqRegras assign to "arqRegrasAvaliacao.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-regra-ano
           file status is ws-fs-regras.

           select arqResponsaveis assign to "arqResponsaveis.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-resp-codigo
           alternate record key is fd-resp-cpf
           file status is ws-fs-responsaveis.

       i-o-control.

      *>----Declaração de variáveis
       fd arqOcorrencias.
           copy "ocorreg.cpy".

       fd arqRegras.
           copy "regrasreg.cpy".

       fd arqResponsaveis.
           copy "respreg.cpy".


      *>----Variaveis de trabalho
       working-storage section.
       77  ws-fs-turmas                            pic  9(02).
       77  ws-fs-espera                            pic  9(02).
       77  ws-fs-ocorrencias                       pic  9(02).
       77  ws-fs-regras                            pic  9(02).
       77  ws-fs-responsaveis                      pic  9(02).
       77  ws-soma-notas                           pic  9(05)v99.
       77  ws-nota-temp                            pic  9(02)v99.

       01  ws-auditoria.
               88  ws-status-ativo                 value "A".
               88  ws-status-inativo               value "I".
           05  ws-turma                            pic x(03).
           05  ws-cod-responsavel                  pic 9(06).
           05  ws-data-nascimento                  pic 9(08).
           05  filler redefines ws-data-nascimento.
               10  ws-nasc-ano                     pic 9(04).
               10  ws-nasc-mes                     pic 9(02).
               10  ws-nasc-dia                     pic 9(02).
           05  ws-sexo                             pic x(01).
               88  ws-sexo-valido                  value "M" "F".
           05  ws-cor-raca                         pic x(01).
               88  ws-cor-raca-valida              value "0" thru "5".
           05  ws-cpf-aluno                        pic 9(11).
           05  ws-certidao                         pic x(32).

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
       77  ws-permissao                            pic  x(01).
           88  ws-acesso-permitido                 value "S".

      *>----Variaveis das regras de avaliacao do ano letivo (pesos dos
      *>----bimestres na media), mantidas pela coordenacao no cadregras
       77  ws-sem-regras                           pic  x(01) value "N".
           88  ws-regras-ausentes                  value "S".
       77  ws-soma-pesos                           pic  9(03) value zero.
       01  ws-regras-pesos.
           05  ws-regra-peso1                      pic  9(02).
           05  ws-regra-peso2                      pic  9(02).
           05  ws-regra-peso3                      pic  9(02).
           05  ws-regra-peso4                      pic  9(02).

      *>----Variaveis do responsavel financeiro do aluno
       77  ws-menu-resp                            pic  x(01).
       77  ws-resp-nome                            pic  x(35).
       77  ws-resp-endereco                        pic  x(35).
       77  ws-resp-telefone                        pic  x(15).
       77  ws-resp-email                           pic  x(40).
       77  ws-ultimo-cod-resp                      pic  9(06).
       77  ws-eof-resp                             pic  x(01).
           88  ws-fim-arquivo-resp                 value "S".

      *>----Variaveis da validacao do CPF (digitos verificadores)
       01  ws-cpf.
           05  ws-cpf-num                          pic  9(11).
           05  filler redefines ws-cpf-num.
               10  ws-cpf-dig occurs 11 times      pic  9(01).
       77  ws-cpf-ind                              pic  9(02).
       77  ws-cpf-qtd                              pic  9(02).
       77  ws-cpf-peso                             pic  9(02).
       77  ws-cpf-soma                             pic  9(05).
       77  ws-cpf-quoc                             pic  9(05).
       77  ws-cpf-resto                            pic  9(02).
       77  ws-cpf-dv                               pic  9(01).
       77  ws-cpf-repetido                         pic  x(01).
       77  ws-cpf-ok                               pic  x(01).
           88  ws-cpf-valido                       value "S".

      *>----Variaveis da validacao dos dados do Censo Escolar
       77  ws-nasc-ok                              pic  x(01).
           88  ws-nascimento-valido                value "S".
       77  ws-dias-mes                             pic  9(02).
       77  ws-bis-quoc                             pic  9(04).
       77  ws-bis-resto4                           pic  9(03).
       77  ws-bis-resto100                         pic  9(03).
       77  ws-bis-resto400                         pic  9(03).


      *>----Variaveis para comunicação entre programas
       linkage section.
                   perform finaliza-anormal
               end-if
           end-if

      *>   o cadastro de responsaveis financeiros e alimentado pelas
      *>   opcoes Ca/Ac; na primeira vez ele e criado vazio
           open i-o arqResponsaveis
           if ws-fs-responsaveis = 35 then
               open output arqResponsaveis
               close       arqResponsaveis
               open i-o    arqResponsaveis
           end-if
           if ws-fs-responsaveis  <> 00
           and ws-fs-responsaveis <> 05 then
               move 23                                       to ws-msn-erro-ofsset
               move ws-fs-responsaveis                       to ws-msn-erro-cod
               move "Erro ao abrir arq. arqResponsaveis"      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform carregar-regras
           .
       inicializa-exit.
           exit.
                   move ws-matricula-num   to ws-cod
                   display "Matricula:"   ws-cod

      *>           o responsavel financeiro e localizado pelo CPF; irmao
      *>           de aluno ja matriculado cai no mesmo responsavel
                   perform informar-responsavel

      *>           dados do Censo Escolar: podem ficar em branco na
      *>           matricula e ser completados depois pela opcao 'Ac';
      *>           a exportacao do Censo lista os que faltarem
                   perform informar-dados-censo

                   set  ws-status-ativo   to true

      *>------------------------------------------------------------------
      *>   Rotina de cadastro de notas
      *>------------------------------------------------------------------------
       cadastrar-notas section.

           if ws-regras-ausentes then
               display "Regras de avaliacao do ano nao cadastradas."
               display "Cadastre as regras pelo programa cadregras."
               go to cadastrar-notas-exit
           end-if

           perform until ws-voltar-tela

               display "Informe o codigo do aluno:"
           exit.

      *>------------------------------------------------------------------------
      *>   Rotina que recalcula em ws-media a media das 4 notas,
      *>   ponderada pelos pesos dos bimestres das regras de avaliacao
      *>   do ano letivo (pesos iguais dao a media aritmetica)
      *>------------------------------------------------------------------------
       calcular-media section.

           compute ws-soma-notas = ws-nota1 * ws-regra-peso1
                                 + ws-nota2 * ws-regra-peso2
                                 + ws-nota3 * ws-regra-peso3
                                 + ws-nota4 * ws-regra-peso4
           compute ws-media      = ws-soma-notas / ws-soma-pesos
           .
       calcular-media-exit.
           exit.

                   display "Telefone:"   ws-telefone

                   perform exibir-responsavel

                   display "Nascim. :"   ws-data-nascimento
                           "  Sexo: "    ws-sexo
                           "  Cor/raca: " ws-cor-raca
                   display "CPF     :"   ws-cpf-aluno
                   display "Certidao:"   ws-certidao

                   display "Notas   :"   ws-notas

                   display "Media   :"   ws-media

                           display "Telefone:"   ws-telefone

                           perform exibir-responsavel

                           display "Nascim. :"   ws-data-nascimento
                                   "  Sexo: "    ws-sexo
                                   "  Cor/raca: " ws-cor-raca
                           display "CPF     :"   ws-cpf-aluno
                           display "Certidao:"   ws-certidao

                           display "Notas   :"   ws-notas

                           display "Media   :"   ws-media

               display "Telefone:"   ws-telefone

               perform exibir-responsavel

               display "Nascim. :"   ws-data-nascimento
                       "  Sexo: "    ws-sexo
                       "  Cor/raca: " ws-cor-raca
               display "CPF     :"   ws-cpf-aluno
               display "Certidao:"   ws-certidao

               display "Notas   :"   ws-notas

               display "Media   :"   ws-media

                   display "Telefone:"   ws-telefone

                   perform exibir-responsavel

                   display "Nascim. :"   ws-data-nascimento
                           "  Sexo: "    ws-sexo
                           "  Cor/raca: " ws-cor-raca
                   display "CPF     :"   ws-cpf-aluno
                   display "Certidao:"   ws-certidao

                   display "Notas   :"   ws-notas

                   display "Media   :"   ws-media

                   display "Telefone:"   ws-telefone

                   perform exibir-responsavel

                   display "Nascim. :"   ws-data-nascimento
                           "  Sexo: "    ws-sexo
                           "  Cor/raca: " ws-cor-raca
                   display "CPF     :"   ws-cpf-aluno
                   display "Certidao:"   ws-certidao

                   display "Notas   :"   ws-notas

                   display "Media   :"   ws-media
               display "Digite '4' p/ alterar o nome do pai"
               display "Digite '5' p/ alterar o telefone"
               display "Digite '6' p/ alterar a turma"
               display "Digite '7' p/ trocar o responsavel financeiro"
               display "Digite '8' p/ alterar dados do responsavel"
               display "Digite '9' p/ alterar a data de nascimento"
               display "Digite '10' p/ alterar o sexo"
               display "Digite '11' p/ alterar a cor/raca"
               display "Digite '12' p/ alterar o CPF do aluno"
               display "Digite '13' p/ alterar a certidao de nascimento"

               accept ws-menu-cad


               end-if

               if   ws-menu-cad = 7 then

                   move   fd-cod-responsavel   to ws-aud-valor-ant
                   move   "RESPONSAVEL"        to ws-aud-campo
                   move   fd-alunos            to ws-alunos
                   perform informar-responsavel
                   move   ws-cod-responsavel   to fd-cod-responsavel

               end-if

               if   ws-menu-cad = 8 then
                   perform alterar-responsavel
               end-if

               if   ws-menu-cad = 9 then

                   move   fd-data-nascimento   to ws-aud-valor-ant
                   move   "NASCIMENTO"         to ws-aud-campo
                   perform informar-nascimento
                   move   ws-data-nascimento   to fd-data-nascimento

               end-if

               if   ws-menu-cad = 10 then

                   move   fd-sexo              to ws-aud-valor-ant
                   move   "SEXO"               to ws-aud-campo
                   perform informar-sexo
                   move   ws-sexo              to fd-sexo

               end-if

               if   ws-menu-cad = 11 then

                   move   fd-cor-raca          to ws-aud-valor-ant
                   move   "COR_RACA"           to ws-aud-campo
                   perform informar-cor-raca
                   move   ws-cor-raca          to fd-cor-raca

               end-if

               if   ws-menu-cad = 12 then

                   move   fd-cpf-aluno         to ws-aud-valor-ant
                   move   "CPF_ALUNO"          to ws-aud-campo
                   perform informar-cpf-aluno
                   move   ws-cpf-aluno         to fd-cpf-aluno

               end-if

               if   ws-menu-cad = 13 then

                   move   fd-certidao          to ws-aud-valor-ant
                   move   "CERTIDAO"           to ws-aud-campo
                   perform informar-certidao
                   move   ws-certidao          to fd-certidao

               end-if

               rewrite fd-alunos

               if  ws-fs-arqAluno = 0 then
      *>   Rotina de alteração de dados do registro do arquivo
      *>------------------------------------------------------------------------
       alterar-notas section.

           if ws-regras-ausentes then
               display "Regras de avaliacao do ano nao cadastradas."
               display "Cadastre as regras pelo programa cadregras."
               go to alterar-notas-exit
           end-if

           perform until ws-voltar-tela

               display "Informe o codigo do aluno:"
       gerar-matricula-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Vincula o aluno ao responsavel financeiro pelo CPF: CPF ja
      *>   cadastrado (irmao ja matriculado) reaproveita o responsavel;
      *>   CPF novo cadastra o responsavel, com endereco e telefone do
      *>   aluno quando deixados em branco. O codigo fica em
      *>   ws-cod-responsavel.
      *>------------------------------------------------------------------------
       informar-responsavel section.

           display "CPF do responsavel financeiro:"
           accept  ws-cpf-num

           perform validar-cpf
           perform until ws-cpf-valido
               display "CPF invalido. Informe o CPF (so numeros):"
               accept ws-cpf-num
               perform validar-cpf
           end-perform

           move ws-cpf-num   to fd-resp-cpf
           read arqResponsaveis key is fd-resp-cpf

           if ws-fs-responsaveis = 0 then
               display "Responsavel ja cadastrado: " fd-resp-nome
               display "Aluno vinculado ao responsavel " fd-resp-codigo
               move fd-resp-codigo   to ws-cod-responsavel
               go to informar-responsavel-exit
           end-if

           if ws-fs-responsaveis <> 23 then
               move 24                                      to ws-msn-erro-ofsset
               move ws-fs-responsaveis                      to ws-msn-erro-cod
               move "Erro ao ler arq. arqResponsaveis"       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Responsavel novo."
           display "Nome do responsavel :"
           accept  ws-resp-nome

           perform until ws-resp-nome <> spaces
               display "Nome em branco. Informe o nome do responsavel:"
               accept ws-resp-nome
           end-perform

           display "Endereco (branco = do aluno):"
           accept  ws-resp-endereco
           if ws-resp-endereco = spaces then
               move ws-endereco   to ws-resp-endereco
           end-if

           display "Telefone (branco = do aluno):"
           accept  ws-resp-telefone
           if ws-resp-telefone = spaces then
               move ws-telefone   to ws-resp-telefone
           end-if

           display "E-mail              :"
           accept  ws-resp-email

           perform gerar-cod-responsavel

           move ws-ultimo-cod-resp   to fd-resp-codigo
           move ws-resp-nome         to fd-resp-nome
           move ws-cpf-num           to fd-resp-cpf
           move ws-resp-endereco     to fd-resp-endereco
           move ws-resp-telefone     to fd-resp-telefone
           move ws-resp-email        to fd-resp-email

           write fd-responsavel

           if ws-fs-responsaveis <> 0 then
               move 25                                      to ws-msn-erro-ofsset
               move ws-fs-responsaveis                      to ws-msn-erro-cod
               move "Erro ao gravar arq. arqResponsaveis"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move fd-resp-codigo   to ws-cod-responsavel
           display "Responsavel " fd-resp-codigo " cadastrado"
           .
       informar-responsavel-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Acha o proximo codigo de responsavel: o maior ja cadastrado
      *>   mais um, deixado em ws-ultimo-cod-resp
      *>------------------------------------------------------------------------
       gerar-cod-responsavel section.

           move zero   to ws-ultimo-cod-resp
           move zero   to fd-resp-codigo

           start arqResponsaveis key is >= fd-resp-codigo
           if ws-fs-responsaveis = 0 then
               move "N"   to ws-eof-resp
               perform until ws-fim-arquivo-resp
                   read arqResponsaveis next
                   if ws-fs-responsaveis <> 0 then
                       move "S"   to ws-eof-resp
                   else
                       move fd-resp-codigo   to ws-ultimo-cod-resp
                   end-if
               end-perform
           end-if

           add 1   to ws-ultimo-cod-resp
           .
       gerar-cod-responsavel-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Altera um dado do responsavel do aluno lido em fd-alunos. A
      *>   mudanca vale para todos os irmaos ligados ao mesmo
      *>   responsavel. Deixa ws-aud-campo/ws-aud-valor-ant preenchidos
      *>   para a auditoria da alteracao.
      *>------------------------------------------------------------------------
       alterar-responsavel section.

           if fd-cod-responsavel = zero then
               display "Aluno sem responsavel vinculado; use a opcao '7'."
               go to alterar-responsavel-exit
           end-if

           move fd-cod-responsavel   to fd-resp-codigo
           read arqResponsaveis
           if ws-fs-responsaveis <> 0 then
               display "Responsavel " fd-cod-responsavel " nao cadastrado"
               go to alterar-responsavel-exit
           end-if

           display "Responsavel: " fd-resp-codigo " " fd-resp-nome
           display "Digite '1' p/ alterar o nome"
           display "Digite '2' p/ alterar o CPF"
           display "Digite '3' p/ alterar o endereco"
           display "Digite '4' p/ alterar o telefone"
           display "Digite '5' p/ alterar o e-mail"
           accept ws-menu-resp

           evaluate ws-menu-resp
               when "1"
                   move fd-resp-nome       to ws-aud-valor-ant
                   move "RESP_NOME"        to ws-aud-campo
                   display "Nome      :"
                   accept ws-resp-nome
                   perform until ws-resp-nome <> spaces
                       display "Nome em branco. Informe o nome do responsavel:"
                       accept ws-resp-nome
                   end-perform
                   move ws-resp-nome       to fd-resp-nome
               when "2"
                   move fd-resp-cpf        to ws-aud-valor-ant
                   move "RESP_CPF"         to ws-aud-campo
                   display "CPF       :"
                   accept ws-cpf-num
                   perform validar-cpf
                   perform until ws-cpf-valido
                       display "CPF invalido. Informe o CPF (so numeros):"
                       accept ws-cpf-num
                       perform validar-cpf
                   end-perform
                   move ws-cpf-num         to fd-resp-cpf
               when "3"
                   move fd-resp-endereco   to ws-aud-valor-ant
                   move "RESP_ENDERECO"    to ws-aud-campo
                   display "Endereco  :"
                   accept ws-resp-endereco
                   move ws-resp-endereco   to fd-resp-endereco
               when "4"
                   move fd-resp-telefone   to ws-aud-valor-ant
                   move "RESP_TELEFONE"    to ws-aud-campo
                   display "Telefone  :"
                   accept ws-resp-telefone
                   move ws-resp-telefone   to fd-resp-telefone
               when "5"
                   move fd-resp-email      to ws-aud-valor-ant
                   move "RESP_EMAIL"       to ws-aud-campo
                   display "E-mail    :"
                   accept ws-resp-email
                   move ws-resp-email      to fd-resp-email
               when other
                   display "opcao invalida"
                   go to alterar-responsavel-exit
           end-evaluate

           rewrite fd-responsavel

           if ws-fs-responsaveis = 22 then
               display "CPF ja cadastrado para outro responsavel"
               move spaces   to ws-aud-campo
               move spaces   to ws-aud-valor-ant
           else
               if ws-fs-responsaveis <> 0 then
                   move 26                                       to ws-msn-erro-ofsset
                   move ws-fs-responsaveis                       to ws-msn-erro-cod
                   move "Erro ao alterar arq. arqResponsaveis"    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       alterar-responsavel-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Exibe na consulta o responsavel financeiro do aluno em
      *>   ws-alunos
      *>------------------------------------------------------------------------
       exibir-responsavel section.

           if ws-cod-responsavel = zero then
               display "Resp.   : (nao vinculado)"
               go to exibir-responsavel-exit
           end-if

           move ws-cod-responsavel   to fd-resp-codigo
           read arqResponsaveis
           if ws-fs-responsaveis <> 0 then
               display "Resp.   : " ws-cod-responsavel " (nao cadastrado)"
           else
               display "Resp.   : " fd-resp-codigo " " fd-resp-nome
               display "CPF     : " fd-resp-cpf
               display "Contato : " fd-resp-telefone " " fd-resp-email
           end-if
           .
       exibir-responsavel-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Confere os digitos verificadores do CPF em ws-cpf-num (modulo
      *>   11). CPF zerado ou com os onze digitos iguais e recusado.
      *>------------------------------------------------------------------------
       validar-cpf section.

           move "N"   to ws-cpf-ok

           if ws-cpf-num = zero then
               go to validar-cpf-exit
           end-if

           move "S"   to ws-cpf-repetido
           move 2     to ws-cpf-ind
           perform until ws-cpf-ind > 11
               if ws-cpf-dig (ws-cpf-ind) <> ws-cpf-dig (1) then
                   move "N"   to ws-cpf-repetido
               end-if
               add 1   to ws-cpf-ind
           end-perform

           if ws-cpf-repetido = "S" then
               go to validar-cpf-exit
           end-if

           move 9   to ws-cpf-qtd
           perform calcular-dv-cpf
           if ws-cpf-dv <> ws-cpf-dig (10) then
               go to validar-cpf-exit
           end-if

           move 10   to ws-cpf-qtd
           perform calcular-dv-cpf
           if ws-cpf-dv <> ws-cpf-dig (11) then
               go to validar-cpf-exit
           end-if

           move "S"   to ws-cpf-ok
           .
       validar-cpf-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Calcula em ws-cpf-dv o digito verificador sobre os primeiros
      *>   ws-cpf-qtd digitos do CPF, com pesos decrescentes ate 2
      *>------------------------------------------------------------------------
       calcular-dv-cpf section.

           move zero   to ws-cpf-soma
           compute ws-cpf-peso = ws-cpf-qtd + 1
           move 1      to ws-cpf-ind

           perform until ws-cpf-ind > ws-cpf-qtd
               compute ws-cpf-soma = ws-cpf-soma
                                   + ws-cpf-dig (ws-cpf-ind) * ws-cpf-peso
               subtract 1   from ws-cpf-peso
               add 1        to ws-cpf-ind
           end-perform

           compute ws-cpf-soma = ws-cpf-soma * 10
           divide ws-cpf-soma by 11 giving ws-cpf-quoc
                                remainder ws-cpf-resto

           if ws-cpf-resto = 10 then
               move zero           to ws-cpf-dv
           else
               move ws-cpf-resto   to ws-cpf-dv
           end-if
           .
       calcular-dv-cpf-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Pede os dados do aluno exigidos pelo Censo Escolar. Cada um
      *>   pode ficar em branco para ser informado depois pela opcao
      *>   'Ac'; o que for digitado precisa ser valido.
      *>------------------------------------------------------------------------
       informar-dados-censo section.

           perform informar-nascimento
           perform informar-sexo
           perform informar-cor-raca
           perform informar-cpf-aluno
           perform informar-certidao
           .
       informar-dados-censo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Pede a data de nascimento do aluno em ws-data-nascimento
      *>------------------------------------------------------------------------
       informar-nascimento section.

           display "Data de nascimento (AAAAMMDD, branco = informar depois):"
           accept  ws-data-nascimento

           perform validar-data-nascimento
           perform until ws-data-nascimento = zero
                      or ws-nascimento-valido
               display "Data invalida. Informe a data de nascimento (AAAAMMDD):"
               accept ws-data-nascimento
               perform validar-data-nascimento
           end-perform
           .
       informar-nascimento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Pede o sexo do aluno em ws-sexo ('M' ou 'F')
      *>------------------------------------------------------------------------
       informar-sexo section.

           display "Sexo ('M' ou 'F', branco = informar depois):"
           accept  ws-sexo
           inspect ws-sexo converting "mf" to "MF"

           perform until ws-sexo = space
                      or ws-sexo-valido
               display "Sexo invalido. Informe 'M' ou 'F':"
               accept ws-sexo
               inspect ws-sexo converting "mf" to "MF"
           end-perform
           .
       informar-sexo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Pede a cor/raca do aluno em ws-cor-raca, pela tabela do Censo
      *>------------------------------------------------------------------------
       informar-cor-raca section.

           display "Cor/raca (0 nao declarada, 1 branca, 2 preta, 3 parda,"
           display "          4 amarela, 5 indigena; branco = informar depois):"
           accept  ws-cor-raca

           perform until ws-cor-raca = space
                      or ws-cor-raca-valida
               display "Cor/raca invalida. Informe de 0 a 5:"
               accept ws-cor-raca
           end-perform
           .
       informar-cor-raca-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Pede o CPF do proprio aluno em ws-cpf-aluno, conferindo os
      *>   digitos verificadores como no CPF do responsavel
      *>------------------------------------------------------------------------
       informar-cpf-aluno section.

           display "CPF do aluno (so numeros, branco = informar depois):"
           accept  ws-cpf-aluno

           move ws-cpf-aluno   to ws-cpf-num
           perform validar-cpf
           perform until ws-cpf-aluno = zero
                      or ws-cpf-valido
               display "CPF invalido. Informe o CPF do aluno (so numeros):"
               accept ws-cpf-aluno
               move ws-cpf-aluno   to ws-cpf-num
               perform validar-cpf
           end-perform
           .
       informar-cpf-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Pede a matricula da certidao de nascimento em ws-certidao:
      *>   os 32 digitos do modelo novo, sem pontos nem espacos
      *>------------------------------------------------------------------------
       informar-certidao section.

           display "Certidao de nascimento (32 digitos, branco = informar depois):"
           accept  ws-certidao

           perform until ws-certidao = spaces
                      or ws-certidao numeric
               display "Certidao invalida. Informe os 32 digitos da matricula:"
               accept ws-certidao
           end-perform
           .
       informar-certidao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Confere a data de nascimento em ws-data-nascimento: data de
      *>   calendario valida (fevereiro com 29 dias nos anos bissextos),
      *>   a partir de 1900 e anterior a data de hoje
      *>------------------------------------------------------------------------
       validar-data-nascimento section.

           move "N"   to ws-nasc-ok

           accept ws-data-hoje from date yyyymmdd

           if ws-nasc-ano < 1900
           or ws-data-nascimento >= ws-data-hoje then
               go to validar-data-nascimento-exit
           end-if

           if ws-nasc-mes < 1
           or ws-nasc-mes > 12 then
               go to validar-data-nascimento-exit
           end-if

           evaluate ws-nasc-mes
               when 4
               when 6
               when 9
               when 11
                   move 30   to ws-dias-mes
               when 2
                   divide ws-nasc-ano by 4   giving ws-bis-quoc
                                          remainder ws-bis-resto4
                   divide ws-nasc-ano by 100 giving ws-bis-quoc
                                          remainder ws-bis-resto100
                   divide ws-nasc-ano by 400 giving ws-bis-quoc
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

           if ws-nasc-dia < 1
           or ws-nasc-dia > ws-dias-mes then
               go to validar-data-nascimento-exit
           end-if

           move "S"   to ws-nasc-ok
           .
       validar-data-nascimento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Rotina que grava uma linha no arquivo de auditoria. Quem chama
      *>   deve preencher antes ws-aud-cod, ws-aud-operacao, ws-aud-campo
       grava-auditoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Carrega os pesos dos bimestres das regras de avaliacao do ano
      *>   letivo corrente. Sem regras cadastradas para o ano o
      *>   lancamento e a alteracao de notas ficam bloqueados, pois nao
      *>   ha como calcular a media; o restante do menu segue liberado.
      *>------------------------------------------------------------------------
       carregar-regras section.

           accept ws-data-hoje from date yyyymmdd

           open input arqRegras
           if ws-fs-regras = 35 then
               move "S"   to ws-sem-regras
               go to carregar-regras-exit
           end-if
           if ws-fs-regras <> 00 then
               move 22                                  to ws-msn-erro-ofsset
               move ws-fs-regras                        to ws-msn-erro-cod
               move "Erro ao abrir arq. arqRegras"       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-dh-ano   to fd-regra-ano
           read arqRegras
           if ws-fs-regras = 0 then
               move fd-regra-pesos   to ws-regras-pesos
               compute ws-soma-pesos = ws-regra-peso1 + ws-regra-peso2
                                     + ws-regra-peso3 + ws-regra-peso4
           end-if
           if ws-fs-regras <> 0
           or ws-soma-pesos = 0 then
               move "S"   to ws-sem-regras
           end-if

           close arqRegras
           .
       carregar-regras-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Finalização  Anormal
      *>------------------------------------------------------------------------
               close arqOcorrencias
           end-if

           close arqResponsaveis

           stop run
           .
       finaliza-exit.
