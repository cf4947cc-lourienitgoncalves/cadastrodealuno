      $set sourceformat"free"

      *>----Divisão de identificação do programa
       identification division.
       program-id. "exportcenso".
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
           access mode is dynamic
           record key is fd-cod
           alternate record key is fd-aluno with duplicates
           file status is ws-fs-arqAluno.

           select arqTurmas assign to "arqTurmas.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-tur-codigo
           file status is ws-fs-turmas.

           select arqHistorico assign to "arqHistorico.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-hist-chave
           file status is ws-fs-historico.

           select arqRecuperacao assign to "arqRecuperacao.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-rec-chave
           file status is ws-fs-recuperacao.

           select arqAuditoria assign to "arqAuditoria.dat"
           organization is line sequential
           file status is ws-fs-auditoria.

           select arqCensoPendencias assign to "arqCensoPendencias.txt"
           organization is line sequential
           file status is ws-fs-pendencias.

           select arqCenso assign to "arqCenso.txt"
           organization is line sequential
           file status is ws-fs-censo.

           select ordMovimentos assign to "ordMovimentos.wrk".

       i-o-control.

      *>----Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqAluno.
           copy "alunoreg.cpy".

       fd arqTurmas.
           copy "turmareg.cpy".

       fd arqHistorico.
           copy "histreg.cpy".

       fd arqRecuperacao.
           copy "recupreg.cpy".

       fd arqAuditoria.
           copy "auditreg.cpy".

       fd arqCensoPendencias.
       01  fd-linha-pendencia                      pic x(120).

       fd arqCenso.
           copy "censoreg.cpy".

      *>   a vida escolar de cada aluno e remontada a partir da trilha
      *>   de auditoria: uma linha "A" por aluno do cadastro (data zero,
      *>   sai sempre na frente) e uma linha "E" por inclusao,
      *>   transferencia, inativacao, reativacao ou troca de turma, na
      *>   ordem em que aconteceram
       sd ordMovimentos.
       01  sd-mov-reg.
           05  sd-mov-cod                          pic 9(08).
           05  sd-mov-data                         pic 9(08).
           05  sd-mov-hora                         pic 9(06).
           05  sd-mov-tipo                         pic x(01).
               88  sd-mov-cadastro                 value "A".
               88  sd-mov-evento                   value "E".
           05  sd-mov-operacao                     pic x(15).
           05  sd-mov-campo                        pic x(15).
           05  sd-mov-valor-ant                    pic x(35).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqAluno                          pic  9(02).
       77  ws-fs-turmas                            pic  9(02).
       77  ws-fs-historico                         pic  9(02).
       77  ws-fs-recuperacao                       pic  9(02).
       77  ws-fs-auditoria                         pic  9(02).
       77  ws-fs-pendencias                        pic  9(02).
       77  ws-fs-censo                             pic  9(02).

       77  ws-sem-arq-hist                         pic  x(01) value "N".
           88  ws-historico-ausente                value "S".
       77  ws-sem-arq-recup                        pic  x(01) value "N".
           88  ws-recuperacao-ausente              value "S".
       77  ws-sem-arq-audit                        pic  x(01) value "N".
           88  ws-auditoria-ausente                value "S".

       77  ws-eof-aluno                            pic  x(01).
           88  ws-fim-arquivo-aluno                value "S".
       77  ws-eof-audit                            pic  x(01).
           88  ws-fim-arquivo-audit                value "S".
       77  ws-eof-sort                             pic  x(01).
           88  ws-fim-arquivo-sort                 value "S".

       77  ws-confirma                             pic  x(01).
       77  ws-data-hoje                            pic  9(08).

      *>   a primeira passada so confere os dados e lista as
      *>   pendencias; a segunda grava o arquivo do Censo
       77  ws-passo                                pic  x(01).
           88  ws-passo-pendencias                 value "P".
           88  ws-passo-exportacao                 value "G".

      *>----Ano do Censo e data de referencia (a matricula do aluno e a
      *>----turma sao as desse dia; a situacao e a do fim do ano)
       77  ws-ano-censo                            pic  9(04).
       01  ws-data-ref.
           05  ws-ref-ano                          pic  9(04).
           05  ws-ref-mes                          pic  9(02).
           05  ws-ref-dia                          pic  9(02).
       01  ws-data-ref-num redefines ws-data-ref   pic  9(08).
       01  ws-fim-ano.
           05  ws-fim-ano-ano                      pic  9(04).
           05  filler                              pic  x(04) value "1231".
       01  ws-fim-ano-num redefines ws-fim-ano     pic  9(08).

      *>   conversao de uma data AAAAMMDD em numero de dias corridos,
      *>   usada para achar o dia da semana da data de referencia
       01  ws-data-calc.
           05  ws-calc-ano                         pic  9(04).
           05  ws-calc-mes                         pic  9(02).
           05  ws-calc-dia                         pic  9(02).
       77  ws-calc-ano-aux                         pic  9(04).
       77  ws-calc-mes-aux                         pic  9(02).
       77  ws-calc-aux                             pic  9(05).
       77  ws-calc-q4                              pic  9(04).
       77  ws-calc-q100                            pic  9(04).
       77  ws-calc-q400                            pic  9(04).
       77  ws-calc-q5                              pic  9(04).
       77  ws-dias-calc                            pic  9(07).
       77  ws-semana-quoc                          pic  9(07).
       77  ws-dia-semana                           pic  9(01).
       77  ws-recuo                                pic  9(02).

      *>----Situacao do aluno corrente remontada pela auditoria
       77  ws-cod-grupo                            pic  9(08).
       77  ws-primeiro-grupo                       pic  x(01).
       77  ws-tem-cadastro                         pic  x(01).
       77  ws-data-inclusao                        pic  9(08).
       77  ws-ativo-ref                            pic  x(01).
       77  ws-qtd-mov-status                       pic  9(03).
       77  ws-saida-tipo                           pic  x(01).
       77  ws-data-saida                           pic  9(08).
       77  ws-turma-ref                            pic  x(03).
       77  ws-achou-turma-ref                      pic  x(01).
       77  ws-tem-historico                        pic  x(01).

       77  ws-situacao-censo                       pic  x(01).
       77  ws-data-saida-censo                     pic  9(08).
       77  ws-turma-censo                          pic  x(03).
       77  ws-turma-descricao                      pic  x(25).

      *>----Pendencias do aluno corrente
       77  ws-qtd-pend-aluno                       pic  9(02).
       77  ws-motivo-pendencia                     pic  x(35).

      *>----Totais de cada passada
       77  ws-cont-alunos-censo                    pic  9(05).
       77  ws-cont-alunos-pendentes                pic  9(05).
       77  ws-cont-pendencias                      pic  9(05).
       77  ws-cont-sem-saida                       pic  9(05).
       77  ws-cont-exportados                      pic  9(05).

      *>----Variaveis da validacao da data de nascimento
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

       01 ws-linha.
           05  ws-linha-texto                      pic x(120).

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
      *>  Procedimentos de inicialização - pede o ano do Censo e a data
      *>  de referencia e abre o cadastro, as turmas e os arquivos do
      *>  ano letivo. Historico, recuperacao e auditoria podem ainda
      *>  nao existir: sem eles a situacao fica "em curso" e as saidas
      *>  nao sao apuradas.
      *>------------------------------------------------------------------------
       inicializa section.

           accept ws-data-hoje from date yyyymmdd

           display "Informe o ano do Censo Escolar (AAAA):"
           accept  ws-ano-censo

           perform until ws-ano-censo > 2000
               display "Ano invalido. Informe o ano (AAAA):"
               accept ws-ano-censo
           end-perform

           move ws-ano-censo   to ws-fim-ano-ano

           display "Data de referencia (AAAAMMDD, branco = ultima"
                   " quarta-feira de maio):"
           accept  ws-data-ref-num

           perform until ws-data-ref-num = zero
                      or (ws-ref-ano = ws-ano-censo
                      and ws-ref-mes >= 1 and ws-ref-mes <= 12
                      and ws-ref-dia >= 1 and ws-ref-dia <= 31)
               display "Data invalida. Informe uma data do ano "
                       ws-ano-censo " (AAAAMMDD):"
               accept ws-data-ref-num
           end-perform

           if ws-data-ref-num = zero then
               perform calcular-data-referencia
           end-if

           display "Censo " ws-ano-censo
                   " - data de referencia " ws-data-ref-num
           display "Confirma a exportacao? 'S' ou 'N'"
           accept ws-confirma

           if  ws-confirma <> "S"
           and ws-confirma <> "s" then
               display "Exportacao cancelada pelo operador"
               stop run
           end-if

           open input arqAluno
           if ws-fs-arqAluno <> 00 then
               move 1                                   to ws-msn-erro-ofsset
               move ws-fs-arqAluno                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqAluno"        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqTurmas
           if ws-fs-turmas = 35 then
               display "Arquivo de turmas inexistente."
               display "Cadastre as turmas pelo programa cadturma."
               close arqAluno
               stop run
           end-if
           if ws-fs-turmas <> 00 then
               move 2                                   to ws-msn-erro-ofsset
               move ws-fs-turmas                        to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTurmas"       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqHistorico
           if ws-fs-historico = 35 then
               move "S"   to ws-sem-arq-hist
           else
               if ws-fs-historico <> 00 then
                   move 3                                    to ws-msn-erro-ofsset
                   move ws-fs-historico                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqHistorico"     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open input arqRecuperacao
           if ws-fs-recuperacao = 35 then
               move "S"   to ws-sem-arq-recup
           else
               if ws-fs-recuperacao <> 00 then
                   move 4                                    to ws-msn-erro-ofsset
                   move ws-fs-recuperacao                    to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqRecuperacao"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *>   a auditoria e relida a cada passada (liberar-movimentos);
      *>   aqui so se confere se ela existe
           open input arqAuditoria
           if ws-fs-auditoria = 35 then
               move "S"   to ws-sem-arq-audit
               display "Arquivo de auditoria inexistente: transferencias"
               display "e saidas nao serao apuradas."
           else
               if ws-fs-auditoria <> 00 then
                   move 5                                    to ws-msn-erro-ofsset
                   move ws-fs-auditoria                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqAuditoria"     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               close arqAuditoria
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Data de referencia padrao do Censo: a ultima quarta-feira de
      *>  maio do ano. O dia da semana sai do numero de dias corridos
      *>  de 31/05 (resto da divisao por 7: 1 = quarta-feira).
      *>------------------------------------------------------------------------
       calcular-data-referencia section.

           move ws-ano-censo   to ws-calc-ano
           move 5              to ws-calc-mes
           move 31             to ws-calc-dia

           perform converter-data-dias

           divide ws-dias-calc by 7 giving ws-semana-quoc
                                remainder ws-dia-semana

           compute ws-calc-aux = ws-dia-semana + 6
           divide ws-calc-aux by 7 giving ws-semana-quoc
                                remainder ws-recuo

           move ws-ano-censo   to ws-ref-ano
           move 5              to ws-ref-mes
           compute ws-ref-dia = 31 - ws-recuo
           .
       calcular-data-referencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Converte a data de ws-data-calc em numero de dias corridos
      *>  (ws-dias-calc), contando janeiro e fevereiro como meses 13 e
      *>  14 do ano anterior para o dia 29/02 cair no fim da conta
      *>------------------------------------------------------------------------
       converter-data-dias section.

           if ws-calc-mes <= 2 then
               compute ws-calc-ano-aux = ws-calc-ano - 1
               compute ws-calc-mes-aux = ws-calc-mes + 12
           else
               move ws-calc-ano   to ws-calc-ano-aux
               move ws-calc-mes   to ws-calc-mes-aux
           end-if

           divide ws-calc-ano-aux by 4     giving ws-calc-q4
           divide ws-calc-ano-aux by 100   giving ws-calc-q100
           divide ws-calc-ano-aux by 400   giving ws-calc-q400

           compute ws-calc-aux = 153 * (ws-calc-mes-aux - 3) + 2
           divide ws-calc-aux by 5         giving ws-calc-q5

           compute ws-dias-calc = 365 * ws-calc-ano-aux
                                + ws-calc-q4 - ws-calc-q100
                                + ws-calc-q400 + ws-calc-q5
                                + ws-calc-dia
           .
       converter-data-dias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - primeiro a lista de pendencias de
      *>  todos os alunos do Censo; havendo pendencia o operador decide
      *>  se gera o arquivo so com os alunos completos ou se corrige o
      *>  cadastro antes. Cada passada refaz a ordenacao da auditoria.
      *>------------------------------------------------------------------------
       processamento section.

           open output arqCensoPendencias
           if ws-fs-pendencias <> 00 then
               move 6                                         to ws-msn-erro-ofsset
               move ws-fs-pendencias                          to ws-msn-erro-cod
               move "Erro ao abrir arq. arqCensoPendencias"    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces                                        to ws-linha-texto
           string "PENDENCIAS DO CENSO ESCOLAR " ws-ano-censo
                  " - DATA DE REFERENCIA " ws-data-ref-num
                  " - EMITIDO EM " ws-data-hoje
                                              delimited by size
                                              into ws-linha-texto
           write fd-linha-pendencia from ws-linha-texto

           move all "-"                                       to ws-linha-texto
           write fd-linha-pendencia from ws-linha-texto

           set ws-passo-pendencias   to true
           perform zerar-contadores

           sort ordMovimentos
               on ascending key sd-mov-cod sd-mov-data sd-mov-hora
               input  procedure is liberar-movimentos
               output procedure is apurar-movimentos

           move all "-"                                       to ws-linha-texto
           write fd-linha-pendencia from ws-linha-texto

           move spaces                                        to ws-linha-texto
           string "Alunos no Censo: " ws-cont-alunos-censo
                  "   Alunos com pendencia: " ws-cont-alunos-pendentes
                  "   Pendencias: " ws-cont-pendencias
                                              delimited by size
                                              into ws-linha-texto
           write fd-linha-pendencia from ws-linha-texto

           close arqCensoPendencias

           display "Alunos matriculados na data de referencia: "
                   ws-cont-alunos-censo
           display "Alunos com pendencia                     : "
                   ws-cont-alunos-pendentes
           display "Pendencias listadas em arqCensoPendencias.txt: "
                   ws-cont-pendencias
           if ws-cont-sem-saida > zero then
               display "Inativos sem saida registrada (fora do Censo): "
                       ws-cont-sem-saida
           end-if

           if ws-cont-alunos-censo = zero then
               display "Nenhum aluno matriculado na data de referencia."
               go to processamento-exit
           end-if

           if ws-cont-alunos-pendentes > zero then
               display "Gerar o arquivo do Censo so com os alunos sem"
                       " pendencia? 'S' ou 'N'"
               accept ws-confirma

               if  ws-confirma <> "S"
               and ws-confirma <> "s" then
                   display "Corrija as pendencias pelo cadastro de alunos"
                           " (opcao 'Ac') e gere de novo."
                   go to processamento-exit
               end-if
           end-if

           open output arqCenso
           if ws-fs-censo <> 00 then
               move 7                                   to ws-msn-erro-ofsset
               move ws-fs-censo                         to ws-msn-erro-cod
               move "Erro ao abrir arq. arqCenso"        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           set ws-passo-exportacao   to true
           perform zerar-contadores

           sort ordMovimentos
               on ascending key sd-mov-cod sd-mov-data sd-mov-hora
               input  procedure is liberar-movimentos
               output procedure is apurar-movimentos

           close arqCenso

           display "Alunos exportados para arqCenso.txt: "
                   ws-cont-exportados
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Zera os totais da passada corrente
      *>------------------------------------------------------------------------
       zerar-contadores section.

           move zero   to ws-cont-alunos-censo
           move zero   to ws-cont-alunos-pendentes
           move zero   to ws-cont-pendencias
           move zero   to ws-cont-sem-saida
           move zero   to ws-cont-exportados
           .
       zerar-contadores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procedimento de entrada do SORT - uma linha por aluno do
      *>  cadastro e uma por movimento da auditoria que muda a
      *>  matricula ou a turma do aluno
      *>------------------------------------------------------------------------
       liberar-movimentos section.

           move zero   to fd-cod
           start arqAluno key is >= fd-cod
           if ws-fs-arqAluno = 0 then
               move "N"   to ws-eof-aluno
           else
               move "S"   to ws-eof-aluno
           end-if

           perform until ws-fim-arquivo-aluno

               read arqAluno next
               if ws-fs-arqAluno = 10 then
                   move "S"   to ws-eof-aluno
               else
                   if ws-fs-arqAluno <> 0 then
                       move 8                                   to ws-msn-erro-ofsset
                       move ws-fs-arqAluno                      to ws-msn-erro-cod
                       move "Erro ao ler arq. arqAluno"         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   move fd-cod    to sd-mov-cod
                   move zero      to sd-mov-data
                   move zero      to sd-mov-hora
                   set  sd-mov-cadastro   to true
                   move spaces    to sd-mov-operacao
                   move spaces    to sd-mov-campo
                   move spaces    to sd-mov-valor-ant
                   release sd-mov-reg
               end-if

           end-perform

           if ws-auditoria-ausente then
               go to liberar-movimentos-exit
           end-if

           open input arqAuditoria
           if ws-fs-auditoria <> 00 then
               move 5                                    to ws-msn-erro-ofsset
               move ws-fs-auditoria                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqAuditoria"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "N"   to ws-eof-audit

           read arqAuditoria
               at end
                   move "S"   to ws-eof-audit
           end-read

           perform until ws-fim-arquivo-audit

               if (fd-aud-operacao = "INCLUSAO"
               and fd-aud-campo    = "CADASTRO")
               or  fd-aud-operacao = "TRANSFERENCIA"
               or  fd-aud-operacao = "INATIVACAO"
               or  fd-aud-operacao = "REATIVACAO"
               or (fd-aud-operacao = "ALTERACAO"
               and fd-aud-campo    = "TURMA") then
                   move fd-aud-cod         to sd-mov-cod
                   move fd-aud-data        to sd-mov-data
                   move fd-aud-hora        to sd-mov-hora
                   set  sd-mov-evento      to true
                   move fd-aud-operacao    to sd-mov-operacao
                   move fd-aud-campo       to sd-mov-campo
                   move fd-aud-valor-ant   to sd-mov-valor-ant
                   release sd-mov-reg
               end-if

               read arqAuditoria
                   at end
                       move "S"   to ws-eof-audit
               end-read

           end-perform

           close arqAuditoria
           .
       liberar-movimentos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procedimento de saida do SORT - junta os movimentos de cada
      *>  aluno e, na quebra de matricula, apura o aluno
      *>------------------------------------------------------------------------
       apurar-movimentos section.

           move "S"   to ws-primeiro-grupo
           move "N"   to ws-eof-sort

           return ordMovimentos
               at end
                   move "S"   to ws-eof-sort
           end-return

           perform until ws-fim-arquivo-sort

               if ws-primeiro-grupo = "S"
               or sd-mov-cod <> ws-cod-grupo then

                   if ws-primeiro-grupo = "N" then
                       perform apurar-aluno
                   end-if

                   move "N"          to ws-primeiro-grupo
                   move sd-mov-cod   to ws-cod-grupo
                   move "N"          to ws-tem-cadastro
                   move zero         to ws-data-inclusao
                   move "S"          to ws-ativo-ref
                   move zero         to ws-qtd-mov-status
                   move space        to ws-saida-tipo
                   move zero         to ws-data-saida
                   move spaces       to ws-turma-ref
                   move "N"          to ws-achou-turma-ref
               end-if

               perform registrar-movimento

               return ordMovimentos
                   at end
                       move "S"   to ws-eof-sort
               end-return

           end-perform

           if ws-primeiro-grupo = "N" then
               perform apurar-aluno
           end-if
           .
       apurar-movimentos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aplica um movimento do aluno corrente. Ate a data de
      *>  referencia as saidas e reativacoes decidem se ele estava
      *>  matriculado nesse dia; depois dela, e ate o fim do ano, a
      *>  ultima saida e a do fim do ano e a primeira troca de turma
      *>  guarda (no valor anterior) a turma da data de referencia.
      *>  Movimentos de anos seguintes so contam como saida registrada.
      *>------------------------------------------------------------------------
       registrar-movimento section.

           if sd-mov-cadastro then
               move "S"   to ws-tem-cadastro
               go to registrar-movimento-exit
           end-if

           evaluate sd-mov-operacao
               when "INCLUSAO"
                   move sd-mov-data   to ws-data-inclusao

               when "TRANSFERENCIA"
               when "INATIVACAO"
                   add 1   to ws-qtd-mov-status
                   if sd-mov-data <= ws-data-ref-num then
                       move "N"   to ws-ativo-ref
                   else
                       if sd-mov-data <= ws-fim-ano-num then
                           move sd-mov-data   to ws-data-saida
                           if sd-mov-operacao = "TRANSFERENCIA" then
                               move "T"   to ws-saida-tipo
                           else
                               move "D"   to ws-saida-tipo
                           end-if
                       end-if
                   end-if

               when "REATIVACAO"
                   add 1   to ws-qtd-mov-status
                   if sd-mov-data <= ws-data-ref-num then
                       move "S"   to ws-ativo-ref
                   else
                       if sd-mov-data <= ws-fim-ano-num then
                           move space   to ws-saida-tipo
                           move zero    to ws-data-saida
                       end-if
                   end-if

               when "ALTERACAO"
                   if  sd-mov-data > ws-data-ref-num
                   and sd-mov-data <= ws-fim-ano-num
                   and ws-achou-turma-ref = "N" then
                       move sd-mov-valor-ant   to ws-turma-ref
                       move "S"                to ws-achou-turma-ref
                   end-if
           end-evaluate
           .
       registrar-movimento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Apura o aluno da quebra (ws-cod-grupo): se estava matriculado
      *>  na data de referencia, a situacao no fim do ano, a turma da
      *>  data de referencia e a conferencia dos dados obrigatorios.
      *>  Na passada de exportacao o aluno sem pendencia vai para o
      *>  arquivo do Censo.
      *>------------------------------------------------------------------------
       apurar-aluno section.

      *>   movimento de auditoria sem aluno no cadastro e ignorado
           if ws-tem-cadastro = "N" then
               go to apurar-aluno-exit
           end-if

           move ws-cod-grupo   to fd-cod
           read arqAluno
           if ws-fs-arqAluno = 23 then
               go to apurar-aluno-exit
           end-if
           if ws-fs-arqAluno <> 0 then
               move 9                                   to ws-msn-erro-ofsset
               move ws-fs-arqAluno                      to ws-msn-erro-cod
               move "Erro ao ler arq. arqAluno"         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   matriculado depois da data de referencia: fora do Censo. Sem
      *>   a inclusao na auditoria vale o ano de ingresso da matricula.
           if ws-data-inclusao <> zero then
               if ws-data-inclusao > ws-data-ref-num then
                   go to apurar-aluno-exit
               end-if
           else
               if fd-cod-ano > ws-ano-censo then
                   go to apurar-aluno-exit
               end-if
           end-if

           if ws-ativo-ref = "N" then
               go to apurar-aluno-exit
           end-if

           perform ler-historico

      *>   inativo sem nenhuma saida na auditoria e sem o ano fechado
      *>   no historico: nao ha como saber quando saiu
           if  ws-qtd-mov-status = zero
           and fd-status-inativo
           and ws-tem-historico = "N" then
               add 1   to ws-cont-sem-saida
               go to apurar-aluno-exit
           end-if

           add 1   to ws-cont-alunos-censo

           perform apurar-situacao
           perform apurar-turma-referencia

           move zero   to ws-qtd-pend-aluno
           perform validar-dados-aluno

           if ws-qtd-pend-aluno > zero then
               add 1   to ws-cont-alunos-pendentes
               go to apurar-aluno-exit
           end-if

           if ws-passo-exportacao then
               perform gravar-censo
           end-if
           .
       apurar-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o historico do aluno corrente no ano do Censo
      *>------------------------------------------------------------------------
       ler-historico section.

           move "N"   to ws-tem-historico

           if ws-historico-ausente then
               go to ler-historico-exit
           end-if

           move fd-cod         to fd-hist-cod
           move ws-ano-censo   to fd-hist-ano
           read arqHistorico

           if ws-fs-historico = 0 then
               move "S"   to ws-tem-historico
           else
               if ws-fs-historico <> 23 then
                   move 12                                   to ws-msn-erro-ofsset
                   move ws-fs-historico                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqHistorico"       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       ler-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Situacao do aluno no fim do ano: com o ano fechado no
      *>  historico, aprovado ou reprovado (o reprovado que ainda
      *>  tinha a recuperacao pendente no fechamento segue o resultado
      *>  do exame); sem o ano fechado, a saida do ano (transferencia
      *>  ou abandono) ou "em curso"
      *>------------------------------------------------------------------------
       apurar-situacao section.

           move zero   to ws-data-saida-censo

           if ws-tem-historico = "S" then
               if fd-hist-situacao = "APROVADO"
               or fd-hist-situacao = "APROVADO RECUP." then
                   move "1"   to ws-situacao-censo
               else
                   move "2"   to ws-situacao-censo
                   if  fd-hist-situacao = "REPROVADO"
                   and not ws-recuperacao-ausente then
                       move fd-cod         to fd-rec-cod
                       move ws-ano-censo   to fd-rec-ano
                       read arqRecuperacao
                       if ws-fs-recuperacao = 0 then
                           if fd-rec-situacao = "APROVADO" then
                               move "1"   to ws-situacao-censo
                           end-if
                       else
                           if ws-fs-recuperacao <> 23 then
                               move 13                                    to ws-msn-erro-ofsset
                               move ws-fs-recuperacao                     to ws-msn-erro-cod
                               move "Erro ao ler arq. arqRecuperacao"      to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if
                   end-if
               end-if
               go to apurar-situacao-exit
           end-if

           evaluate ws-saida-tipo
               when "T"
                   move "3"             to ws-situacao-censo
                   move ws-data-saida   to ws-data-saida-censo
               when "D"
                   move "4"             to ws-situacao-censo
                   move ws-data-saida   to ws-data-saida-censo
               when other
                   move "5"             to ws-situacao-censo
           end-evaluate
           .
       apurar-situacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Turma do aluno na data de referencia: a anterior a primeira
      *>  troca de turma feita depois dela; sem troca, a turma do
      *>  historico do ano (o fechamento ja promoveu o cadastro) ou a
      *>  turma atual do cadastro
      *>------------------------------------------------------------------------
       apurar-turma-referencia section.

           if ws-achou-turma-ref = "S" then
               move ws-turma-ref    to ws-turma-censo
           else
               if ws-tem-historico = "S" then
                   move fd-hist-turma   to ws-turma-censo
               else
                   move fd-turma        to ws-turma-censo
               end-if
           end-if
           .
       apurar-turma-referencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere os dados obrigatorios do Censo do aluno corrente; cada
      *>  campo em branco ou invalido e uma pendencia
      *>------------------------------------------------------------------------
       validar-dados-aluno section.

           if fd-aluno = spaces then
               move "nome em branco"                         to ws-motivo-pendencia
               perform registrar-pendencia
           end-if

           move spaces   to ws-turma-descricao
           if ws-turma-censo = spaces then
               move "turma em branco"                        to ws-motivo-pendencia
               perform registrar-pendencia
           else
               move ws-turma-censo   to fd-tur-codigo
               read arqTurmas
               if ws-fs-turmas = 0 then
                   move fd-tur-descricao   to ws-turma-descricao
               else
                   if ws-fs-turmas = 23 then
                       move "turma nao cadastrada"           to ws-motivo-pendencia
                       perform registrar-pendencia
                   else
                       move 14                                to ws-msn-erro-ofsset
                       move ws-fs-turmas                      to ws-msn-erro-cod
                       move "Erro ao ler arq. arqTurmas"       to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

           if fd-data-nascimento not numeric
           or fd-data-nascimento = zero then
               move "data de nascimento em branco"           to ws-motivo-pendencia
               perform registrar-pendencia
           else
               move fd-data-nascimento   to ws-data-nascimento
               perform validar-data-nascimento
               if not ws-nascimento-valido then
                   move "data de nascimento invalida"        to ws-motivo-pendencia
                   perform registrar-pendencia
               end-if
           end-if

           if fd-sexo = space then
               move "sexo em branco"                         to ws-motivo-pendencia
               perform registrar-pendencia
           else
               if not fd-sexo-valido then
                   move "sexo invalido"                      to ws-motivo-pendencia
                   perform registrar-pendencia
               end-if
           end-if

           if fd-cor-raca = space then
               move "cor/raca em branco"                     to ws-motivo-pendencia
               perform registrar-pendencia
           else
               if not fd-cor-raca-valida then
                   move "cor/raca invalida"                  to ws-motivo-pendencia
                   perform registrar-pendencia
               end-if
           end-if

           if fd-cpf-aluno not numeric
           or fd-cpf-aluno = zero then
               move "CPF do aluno em branco"                 to ws-motivo-pendencia
               perform registrar-pendencia
           else
               move fd-cpf-aluno   to ws-cpf-num
               perform validar-cpf
               if not ws-cpf-valido then
                   move "CPF do aluno invalido"              to ws-motivo-pendencia
                   perform registrar-pendencia
               end-if
           end-if

           if fd-certidao = spaces then
               move "certidao de nascimento em branco"       to ws-motivo-pendencia
               perform registrar-pendencia
           else
               if fd-certidao not numeric then
                   move "certidao de nascimento invalida"    to ws-motivo-pendencia
                   perform registrar-pendencia
               end-if
           end-if
           .
       validar-dados-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conta a pendencia do aluno corrente e, na passada de
      *>  conferencia, imprime a linha com o motivo em
      *>  ws-motivo-pendencia
      *>------------------------------------------------------------------------
       registrar-pendencia section.

           add 1   to ws-qtd-pend-aluno

           if not ws-passo-pendencias then
               go to registrar-pendencia-exit
           end-if

           add 1   to ws-cont-pendencias

           move spaces                                        to ws-linha-texto
           string "Matricula: " fd-cod
                  "  Nome: " fd-aluno
                  "  Turma: " ws-turma-censo
                  "  Pendencia: " ws-motivo-pendencia
                                              delimited by size
                                              into ws-linha-texto
           write fd-linha-pendencia from ws-linha-texto

           if ws-fs-pendencias <> 0 then
               move 10                                        to ws-msn-erro-ofsset
               move ws-fs-pendencias                          to ws-msn-erro-cod
               move "Erro ao gravar arq. arqCensoPendencias"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       registrar-pendencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a linha do aluno corrente no arquivo do Censo
      *>------------------------------------------------------------------------
       gravar-censo section.

           move ws-ano-censo         to fd-cen-ano
           move ws-data-ref-num      to fd-cen-data-referencia
           move fd-cod               to fd-cen-cod
           move fd-aluno             to fd-cen-nome
           move fd-data-nascimento   to fd-cen-data-nascimento
           move fd-sexo              to fd-cen-sexo
           move fd-cor-raca          to fd-cen-cor-raca
           move fd-cpf-aluno         to fd-cen-cpf
           move fd-certidao          to fd-cen-certidao
           move fd-mae               to fd-cen-mae
           move fd-pai               to fd-cen-pai
           move fd-endereco          to fd-cen-endereco
           move ws-turma-censo       to fd-cen-turma
           move ws-turma-descricao   to fd-cen-turma-descricao
           move ws-situacao-censo    to fd-cen-situacao
           move ws-data-saida-censo  to fd-cen-data-saida

           write fd-censo

           if ws-fs-censo <> 0 then
               move 11                                  to ws-msn-erro-ofsset
               move ws-fs-censo                         to ws-msn-erro-cod
               move "Erro ao gravar arq. arqCenso"       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1   to ws-cont-exportados
           .
       gravar-censo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Confere a data de nascimento em ws-data-nascimento: data de
      *>   calendario valida (fevereiro com 29 dias nos anos bissextos),
      *>   a partir de 1900 e anterior a data de referencia do Censo
      *>------------------------------------------------------------------------
       validar-data-nascimento section.

           move "N"   to ws-nasc-ok

           if ws-nasc-ano < 1900
           or ws-data-nascimento >= ws-data-ref-num then
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

           close arqAluno
           close arqTurmas

           if not ws-historico-ausente then
               close arqHistorico
           end-if

           if not ws-recuperacao-ausente then
               close arqRecuperacao
           end-if

           stop run
           .
       finaliza-exit.
           exit.
