           alternate record key is fd-aluno with duplicates
           file status is ws-fs-arqAluno.

           select arqResponsaveis assign to "arqResponsaveis.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-resp-codigo
           alternate record key is fd-resp-cpf
           file status is ws-fs-responsaveis.

           select arqRemessa assign to "arqRemessa.txt"
           organization is line sequential
           file status is ws-fs-remessa.
       fd arqAluno.
           copy "alunoreg.cpy".

       fd arqResponsaveis.
           copy "respreg.cpy".

       fd arqRemessa.
           copy "remessareg.cpy".

       77  ws-fs-mensalidades                      pic  9(02).
       77  ws-fs-arqAluno                          pic  9(02).
       77  ws-fs-remessa                           pic  9(02).
       77  ws-fs-responsaveis                      pic  9(02).

       77  ws-sem-arq-responsaveis                 pic  x(01) value "N".
           88  ws-responsaveis-ausente             value "S".

       77  ws-eof-mens                             pic  x(01).
           88  ws-fim-arquivo-mens                 value "S".
       77  ws-competencia                          pic  9(06).
       77  ws-confirma                             pic  x(01).

       01  ws-venc-calc.
           05  ws-venc-ano-mes                     pic  9(06).
           05  ws-venc-dia                         pic  9(02).

       77  ws-cont-lidas                           pic  9(05) value zero.
       77  ws-cont-remetidas                       pic  9(05) value zero.
       77  ws-total-remetido                       pic  9(07)v99 value zero.
       77  ws-cont-sem-resp                        pic  9(05) value zero.

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
               perform finaliza-anormal
           end-if

      *>   somente leitura: o cadastro fornece o responsavel financeiro
      *>   do aluno, que e o sacado do boleto
           open input arqAluno
           if ws-fs-arqAluno <> 00 then
               move 2                                   to ws-msn-erro-ofsset
               perform finaliza-anormal
           end-if

      *>   sem o cadastro de responsaveis (alunos anteriores ao vinculo)
      *>   o boleto sai em nome do proprio aluno, sem CPF
           open input arqResponsaveis
           if ws-fs-responsaveis = 35 then
               move "S"   to ws-sem-arq-responsaveis
           else
               if ws-fs-responsaveis <> 00 then
                   move 6                                      to ws-msn-erro-ofsset
                   move ws-fs-responsaveis                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqResponsaveis"    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open output arqRemessa
           if ws-fs-remessa <> 00 then
               move 3                                   to ws-msn-erro-ofsset
      *>------------------------------------------------------------------------
      *>  Processamento principal - le arqMensalidades sequencialmente
      *>  (matricula/competencia) e remete ao banco as cobrancas em
      *>  aberto da competencia informada, junto com as parcelas de
      *>  acordo de renegociacao que vencem no mes da competencia
      *>------------------------------------------------------------------------
       processamento section.


               add 1   to ws-cont-lidas

               move fd-mens-vencimento   to ws-venc-calc

               if  fd-mens-aberta
               and fd-mens-mensalidade
               and fd-mens-competencia = ws-competencia then
                   perform remeter-cobranca
               end-if

               if  fd-mens-aberta
               and fd-mens-parcela-acordo
               and ws-venc-ano-mes = ws-competencia then
                   perform remeter-cobranca
               end-if

               read arqMensalidades next
               if ws-fs-mensalidades = 10 then
                   move "S"   to ws-eof-mens
           display "Cobrancas lidas       : " ws-cont-lidas
           display "Cobrancas na remessa  : " ws-cont-remetidas
           display "Valor total da remessa: " ws-total-remetido
           if ws-cont-sem-resp > zero then
               display "Sem responsavel (sacado = aluno): " ws-cont-sem-resp
               display "Vincule o responsavel pela opcao 'Ac' do cadastro."
           end-if
           display "Remessa gravada em arqRemessa.txt"
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a linha de remessa da cobranca corrente. O sacado e o
      *>  responsavel financeiro do aluno; aluno ainda sem responsavel
      *>  vai com o proprio nome e CPF zerado, e cadastro nao encontrado
      *>  nao interrompe a remessa
      *>------------------------------------------------------------------------
       remeter-cobranca section.

           move fd-mens-cod           to fd-rem-cod
           move fd-mens-competencia   to fd-rem-competencia
           move fd-mens-saldo-devedor to fd-rem-valor
           move fd-mens-vencimento    to fd-rem-vencimento

           move fd-mens-cod   to fd-cod
           read arqAluno

           move spaces   to fd-rem-sacado-nome
           move zero     to fd-rem-sacado-cpf

           if ws-fs-arqAluno = 0 then
               perform buscar-sacado
           end-if

           write fd-remessa
           end-if

           add 1               to ws-cont-remetidas
           add fd-mens-saldo-devedor   to ws-total-remetido
           .
       remeter-cobranca-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Preenche o sacado da remessa com o nome e o CPF do responsavel
      *>  financeiro do aluno lido em fd-alunos
      *>------------------------------------------------------------------------
       buscar-sacado section.

           if  fd-cod-responsavel <> zero
           and not ws-responsaveis-ausente then
               move fd-cod-responsavel   to fd-resp-codigo
               read arqResponsaveis
               if ws-fs-responsaveis = 0 then
                   move fd-resp-nome   to fd-rem-sacado-nome
                   move fd-resp-cpf    to fd-rem-sacado-cpf
                   go to buscar-sacado-exit
               end-if
           end-if

           move fd-aluno   to fd-rem-sacado-nome
           add 1           to ws-cont-sem-resp
           display "Matricula " fd-cod " sem responsavel financeiro"
           .
       buscar-sacado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Finalização  Anormal
      *>------------------------------------------------------------------------

           close arqMensalidades
           close arqAluno
           if not ws-responsaveis-ausente then
               close arqResponsaveis
           end-if
           close arqRemessa
           stop run
           .
