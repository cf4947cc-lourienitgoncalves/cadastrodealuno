      $set sourceformat"free"

      *>----Divisão de identificação do programa
       identification division.
       program-id. "convaluno".
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

      *>   o arquivo "antigo" ainda esta no layout sem o responsavel
      *>   financeiro; o "novo" ja sai com o codigo do responsavel e os
      *>   dados do Censo Escolar (alunoreg.cpy atual). Depois da
      *>   conversao o arquivo novo deve ser renomeado por cima do
      *>   antigo, como na conversao da matricula (convmatricula).
           select arqAlunoAntigo assign to "arqAlunoIndexed.dat"
           organization is indexed
           access mode is sequential
           record key is fd-ala-cod
           alternate record key is fd-ala-aluno with duplicates
           file status is ws-fs-antigo.

           select arqAlunoNovo assign to "arqAlunoNovo.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-cod
           alternate record key is fd-aluno with duplicates
           file status is ws-fs-novo.

       i-o-control.

      *>----Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.

      *>   layout antigo do cadastro, sem o responsavel financeiro,
      *>   mantido aqui apenas para esta conversao
       fd arqAlunoAntigo.
       01  fd-ala-alunos.
           05  fd-ala-aluno                        pic x(25).
           05  fd-ala-cod                          pic 9(08).
           05  fd-ala-endereco                     pic x(35).
           05  fd-ala-mae                          pic x(25).
           05  fd-ala-pai                          pic x(25).
           05  fd-ala-telefone                     pic x(15).
           05  fd-ala-notas                        pic x(20).
           05  fd-ala-media                        pic 9(02)v99.
           05  fd-ala-status                       pic x(01).
           05  fd-ala-turma                        pic x(03).

       fd arqAlunoNovo.
           copy "alunoreg.cpy".

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-antigo                            pic  9(02).
       77  ws-fs-novo                              pic  9(02).

       77  ws-eof-antigo                           pic  x(01).
           88  ws-fim-arquivo-antigo               value "S".

       77  ws-confirma                             pic  x(01).

       77  ws-cont-alunos                          pic  9(05) value zero.

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
           perform converter-alunos.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização - conversao executada uma unica
      *>  vez na implantacao do cadastro de responsaveis financeiros
      *>------------------------------------------------------------------------
       inicializa section.

           display "Conversao do cadastro de alunos para o layout com"
           display "o codigo do responsavel financeiro e os dados do"
           display "Censo Escolar."
           display "Confirma a conversao? 'S' ou 'N'"
           accept ws-confirma

           if  ws-confirma <> "S"
           and ws-confirma <> "s" then
               display "Conversao cancelada pelo operador"
               stop run
           end-if

           open input arqAlunoAntigo
           if ws-fs-antigo = 35 then
               display "Arquivo de alunos inexistente."
               display "Nada a converter."
               stop run
           end-if
           if ws-fs-antigo <> 00 then
               move 1                                    to ws-msn-erro-ofsset
               move ws-fs-antigo                         to ws-msn-erro-cod
               move "Erro ao abrir arq. arqAlunoIndexed"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqAlunoNovo
           if ws-fs-novo <> 00 then
               move 2                                    to ws-msn-erro-ofsset
               move ws-fs-novo                           to ws-msn-erro-cod
               move "Erro ao abrir arq. arqAlunoNovo"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Reescreve os alunos no layout novo. Todos saem sem responsavel
      *>  (codigo zero) e sem os dados do Censo; o vinculo e feito
      *>  depois pela opcao 'Ac' do cadastro de alunos, informando o CPF
      *>  do responsavel, e os dados do Censo tambem pela opcao 'Ac'
      *>  (a exportacao do Censo lista quem ainda esta pendente)
      *>------------------------------------------------------------------------
       converter-alunos section.

           move "N"   to ws-eof-antigo

           read arqAlunoAntigo next
           if ws-fs-antigo = 10 then
               move "S"   to ws-eof-antigo
           else
               if ws-fs-antigo <> 0 then
                   move 3                                  to ws-msn-erro-ofsset
                   move ws-fs-antigo                       to ws-msn-erro-cod
                   move "Erro ao ler arq. arqAlunoIndexed"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform until ws-fim-arquivo-antigo

               move fd-ala-aluno          to fd-aluno
               move fd-ala-cod            to fd-cod
               move fd-ala-endereco       to fd-endereco
               move fd-ala-mae            to fd-mae
               move fd-ala-pai            to fd-pai
               move fd-ala-telefone       to fd-telefone
               move fd-ala-notas          to fd-notas
               move fd-ala-media          to fd-media
               move fd-ala-status         to fd-status
               move fd-ala-turma          to fd-turma
               move zero                  to fd-cod-responsavel
               move zero                  to fd-data-nascimento
               move spaces                to fd-sexo
               move spaces                to fd-cor-raca
               move zero                  to fd-cpf-aluno
               move spaces                to fd-certidao

               write fd-alunos

               if ws-fs-novo <> 0 then
                   move 4                                      to ws-msn-erro-ofsset
                   move ws-fs-novo                             to ws-msn-erro-cod
                   move "Erro ao gravar arqAlunoNovo"           to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1   to ws-cont-alunos

               read arqAlunoAntigo next
               if ws-fs-antigo = 10 then
                   move "S"   to ws-eof-antigo
               else
                   if ws-fs-antigo <> 0 then
                       move 3                                  to ws-msn-erro-ofsset
                       move ws-fs-antigo                       to ws-msn-erro-cod
                       move "Erro ao ler arq. arqAlunoIndexed"  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform
           .
       converter-alunos-exit.
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

           close arqAlunoAntigo
           close arqAlunoNovo

           display "Alunos convertidos: " ws-cont-alunos
           display " "
           display "Vincule o responsavel financeiro de cada aluno pela"
           display "opcao 'Ac' do cadastro (trocar responsavel) e"
           display "informe os dados do Censo pela mesma opcao."
           display "Apos conferir, renomeie o arquivo convertido:"
           display "  arqAlunoNovo.dat -> arqAlunoIndexed.dat"
           stop run
           .
       finaliza-exit.
           exit.
