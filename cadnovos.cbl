           record key is fd-esp-chave
           file status is ws-fs-espera.

           select arqResponsaveis assign to "arqResponsaveis.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-resp-codigo
           alternate record key is fd-resp-cpf
           file status is ws-fs-responsaveis.

       i-o-control.

      *>----Declaração de variáveis
       fd arqListaEspera.
           copy "esperreg.cpy".

       fd arqResponsaveis.
           copy "respreg.cpy".

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-controle                          pic  9(02).
       77  ws-fs-turmas                            pic  9(02).
       77  ws-fs-espera                            pic  9(02).
       77  ws-fs-responsaveis                      pic  9(02).

       01  ws-auditoria.
           05  ws-aud-cod                           pic 9(08).
           05  ws-dh-ano                           pic  9(04).
           05  filler                              pic  x(04).

      *>----Variaveis do responsavel financeiro da linha de carga
       77  ws-cont-resp-novos                      pic  9(05) value zero.
       77  ws-cod-responsavel                      pic  9(06).
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
       01  ws-data-nascimento                      pic  9(08).
       01  filler redefines ws-data-nascimento.
           05  ws-nasc-ano                         pic  9(04).
           05  ws-nasc-mes                         pic  9(02).
           05  ws-nasc-dia                         pic  9(02).
       77  ws-nasc-ok                              pic  x(01).
           88  ws-nascimento-valido                value "S".
       77  ws-dias-mes                             pic  9(02).
       77  ws-bis-quoc                             pic  9(04).
       77  ws-bis-resto4                           pic  9(03).
       77  ws-bis-resto100                         pic  9(03).
       77  ws-bis-resto400                         pic  9(03).

       01  ws-notas-zero.
           05  filler                              pic 9(02)v99 value zero.
           05  filler                              pic x(01)    value "-".
               move "Erro ao abrir arq. arqListaEspera"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   o responsavel financeiro de cada linha e procurado pelo CPF
      *>   e, se ainda nao existir, cadastrado pela propria carga
           open i-o arqResponsaveis
           if ws-fs-responsaveis = 35 then
               open output arqResponsaveis
               close       arqResponsaveis
               open i-o    arqResponsaveis
           end-if
           if ws-fs-responsaveis  <> 00
           and ws-fs-responsaveis <> 05 then
               move 14                                       to ws-msn-erro-ofsset
               move ws-fs-responsaveis                       to ws-msn-erro-cod
               move "Erro ao abrir arq. arqResponsaveis"      to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       inicializa-exit.
           exit.
           display "Alunos gravados   : " ws-cont-gravados
           display "Alunos rejeitados : " ws-cont-rejeitados
           display "P/ lista de espera: " ws-cont-na-espera
           display "Responsaveis novos: " ws-cont-resp-novos
           .
       processamento-exit.
           exit.
               move "nome em branco"                    to ws-motivo-rejeito
           end-if

      *>   o responsavel e conferido antes da turma para linha com CPF
      *>   errado nao ir parar na lista de espera
           if ws-motivo-rejeito = spaces then
               perform validar-responsavel-novo
           end-if

           if ws-motivo-rejeito = spaces then
               perform validar-dados-censo-novo
           end-if

      *>   a turma precisa existir no cadastro de turmas e ainda ter
      *>   vaga; a validacao vem antes da geracao da matricula para
      *>   linha rejeitada nao consumir numero
           if ws-motivo-rejeito = spaces then

               perform gerar-matricula
               perform vincular-responsavel-novo

               move ws-matricula-num    to fd-cod
               move fd-novo-nome        to fd-aluno
               move zero                to fd-media
               set  fd-status-ativo     to true
               move fd-novo-turma       to fd-turma
               move ws-cod-responsavel  to fd-cod-responsavel
               move fd-novo-nascimento  to fd-data-nascimento
               move fd-novo-sexo        to fd-sexo
               move fd-novo-cor-raca    to fd-cor-raca
               move fd-novo-cpf-aluno   to fd-cpf-aluno
               move fd-novo-certidao    to fd-certidao

               write fd-alunos

       gravar-novo-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere o responsavel financeiro da linha de carga: o CPF
      *>  precisa ser valido e, se ainda nao houver responsavel com
      *>  esse CPF, a linha precisa trazer o nome para o cadastro.
      *>  Responsavel ja cadastrado fica com o codigo em
      *>  ws-cod-responsavel; novo fica com zero.
      *>------------------------------------------------------------------------
       validar-responsavel-novo section.

           move zero   to ws-cod-responsavel

           move fd-novo-resp-cpf   to ws-cpf-num
           perform validar-cpf
           if not ws-cpf-valido then
               move "cpf do responsavel invalido"       to ws-motivo-rejeito
               go to validar-responsavel-novo-exit
           end-if

           move ws-cpf-num   to fd-resp-cpf
           read arqResponsaveis key is fd-resp-cpf

           if ws-fs-responsaveis = 0 then
               move fd-resp-codigo   to ws-cod-responsavel
               go to validar-responsavel-novo-exit
           end-if

           if ws-fs-responsaveis <> 23 then
               move 15                                      to ws-msn-erro-ofsset
               move ws-fs-responsaveis                      to ws-msn-erro-cod
               move "Erro ao ler arq. arqResponsaveis"       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if fd-novo-resp-nome = spaces then
               move "responsavel sem nome"              to ws-motivo-rejeito
           end-if
           .
       validar-responsavel-novo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere os dados do Censo Escolar da linha de carga. Campo em
      *>  branco e aceito (fica para o cadastro completar e sai na lista
      *>  de pendencias do Censo); campo preenchido com valor invalido
      *>  vira motivo de rejeito, como o CPF do responsavel.
      *>------------------------------------------------------------------------
       validar-dados-censo-novo section.

      *>   linha no formato antigo, sem as colunas do Censo, chega com
      *>   espacos nos campos numericos: vale como nao informado
           if fd-novo-nascimento-x = spaces then
               move zero   to fd-novo-nascimento
           end-if
           if fd-novo-cpf-aluno-x = spaces then
               move zero   to fd-novo-cpf-aluno
           end-if

           inspect fd-novo-sexo converting "mf" to "MF"

           if fd-novo-nascimento not numeric then
               move "data de nascimento invalida"       to ws-motivo-rejeito
               go to validar-dados-censo-novo-exit
           end-if

           if fd-novo-nascimento <> zero then
               move fd-novo-nascimento   to ws-data-nascimento
               perform validar-data-nascimento
               if not ws-nascimento-valido then
                   move "data de nascimento invalida"   to ws-motivo-rejeito
                   go to validar-dados-censo-novo-exit
               end-if
           end-if

           if  fd-novo-sexo <> space
           and fd-novo-sexo <> "M"
           and fd-novo-sexo <> "F" then
               move "sexo invalido"                     to ws-motivo-rejeito
               go to validar-dados-censo-novo-exit
           end-if

           if  fd-novo-cor-raca <> space
           and (fd-novo-cor-raca < "0"
            or  fd-novo-cor-raca > "5") then
               move "cor/raca invalida"                 to ws-motivo-rejeito
               go to validar-dados-censo-novo-exit
           end-if

           if fd-novo-cpf-aluno not numeric then
               move "cpf do aluno invalido"             to ws-motivo-rejeito
               go to validar-dados-censo-novo-exit
           end-if

           if fd-novo-cpf-aluno <> zero then
               move fd-novo-cpf-aluno   to ws-cpf-num
               perform validar-cpf
               if not ws-cpf-valido then
                   move "cpf do aluno invalido"         to ws-motivo-rejeito
                   go to validar-dados-censo-novo-exit
               end-if
           end-if

           if  fd-novo-certidao <> spaces
           and fd-novo-certidao not numeric then
               move "certidao de nascimento invalida"   to ws-motivo-rejeito
           end-if
           .
       validar-dados-censo-novo-exit.
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
      *>  Cadastra o responsavel da linha de carga quando ele ainda nao
      *>  existe (ws-cod-responsavel zerado pela validacao). Endereco e
      *>  telefone em branco sao herdados do aluno.
      *>------------------------------------------------------------------------
       vincular-responsavel-novo section.

           if ws-cod-responsavel <> zero then
               go to vincular-responsavel-novo-exit
           end-if

           perform gerar-cod-responsavel

           move ws-ultimo-cod-resp      to fd-resp-codigo
           move fd-novo-resp-nome       to fd-resp-nome
           move fd-novo-resp-cpf        to fd-resp-cpf
           move fd-novo-resp-endereco   to fd-resp-endereco
           move fd-novo-resp-telefone   to fd-resp-telefone
           move fd-novo-resp-email      to fd-resp-email

           if fd-resp-endereco = spaces then
               move fd-novo-endereco    to fd-resp-endereco
           end-if
           if fd-resp-telefone = spaces then
               move fd-novo-telefone    to fd-resp-telefone
           end-if

           write fd-responsavel

           if ws-fs-responsaveis <> 0 then
               move 16                                      to ws-msn-erro-ofsset
               move ws-fs-responsaveis                      to ws-msn-erro-cod
               move "Erro ao gravar arq. arqResponsaveis"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move fd-resp-codigo   to ws-cod-responsavel
           add 1                 to ws-cont-resp-novos
           .
       vincular-responsavel-novo-exit.
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
      *>  Valida a turma da linha de carga (fd-novo-turma) contra o
      *>  cadastro de turmas: a turma precisa existir e ainda ter vaga,
               close arqTurmas
           end-if
           close arqListaEspera
           close arqResponsaveis
           stop run
           .
       finaliza-exit.
