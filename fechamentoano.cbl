           record key is fd-rec-chave
           file status is ws-fs-recuperacao.

           select arqRegras assign to "arqRegrasAvaliacao.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-regra-ano
           file status is ws-fs-regras.

           select arqRematricula assign to "arqRematricula.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-rmt-chave
           file status is ws-fs-rematricula.

           select arqAuditoria assign to "arqAuditoria.dat"
           organization is line sequential
           file status is ws-fs-auditoria.

       i-o-control.

      *>----Declaração de variáveis
       fd arqRecuperacao.
           copy "recupreg.cpy".

       fd arqRegras.
           copy "regrasreg.cpy".

       fd arqRematricula.
           copy "rematreg.cpy".

       fd arqAuditoria.
           copy "auditreg.cpy".

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-historico                         pic  9(02).
       77  ws-fs-frequencia                        pic  9(02).
       77  ws-fs-recuperacao                       pic  9(02).
       77  ws-fs-regras                            pic  9(02).
       77  ws-fs-rematricula                       pic  9(02).
       77  ws-fs-auditoria                         pic  9(02).

       77  ws-eof-aluno                            pic  x(01).
           88  ws-fim-arquivo-aluno                value "S".
       77  ws-sem-arq-recup                        pic  x(01) value "N".
           88  ws-recuperacao-ausente              value "S".

      *>   campanha de rematricula para o ano seguinte (programa
      *>   rematricula); sem campanha todos os aprovados sao promovidos
       77  ws-sem-campanha                         pic  x(01) value "S".
           88  ws-campanha-ausente                 value "S".
       77  ws-ano-campanha                         pic  9(04).
       77  ws-rem-situacao                         pic  x(01).
           88  ws-rem-confirmada                   value "C".
           88  ws-rem-sem-vaga                     value "D" "L".

       77  ws-ano-letivo                           pic  9(04).
       77  ws-confirma                             pic  x(01).

       77  ws-cont-promovidos                      pic  9(05) value zero.
       77  ws-cont-retidos                         pic  9(05) value zero.
       77  ws-cont-inativos                        pic  9(05) value zero.
       77  ws-cont-desligados                      pic  9(05) value zero.
       77  ws-cont-rem-pendentes                   pic  9(05) value zero.

       01  ws-auditoria.
           05  ws-aud-cod                           pic 9(08).
           05  ws-aud-operacao                       pic x(15).
           05  ws-aud-campo                          pic x(15).
           05  ws-aud-valor-ant                      pic x(35).
           05  ws-aud-data                           pic 9(08).
           05  ws-aud-hora                           pic 9(06).

      *>   regras de avaliacao do ano letivo a fechar, lidas de
      *>   arqRegrasAvaliacao.dat (mantido pela coordenacao no cadregras)
       01  ws-regras-avaliacao.
           05  ws-regra-media-aprovacao            pic  9(02)v99.
           05  ws-regra-freq-minima                pic  9(03)v99.
           05  ws-regra-media-recuperacao          pic  9(02)v99.

       01  ws-turma-prom.
           05  ws-tp-serie                         pic x(01).
               stop run
           end-if

           perform carregar-regras
           perform carregar-campanha

           open i-o arqAluno
           if ws-fs-arqAluno  <> 00
           and ws-fs-arqAluno <> 05 then
                   perform finaliza-anormal
               end-if
           end-if

      *>   o desligamento de quem nao renovou a matricula fica na
      *>   trilha de auditoria, como a inativacao pelo cadastro
           open extend arqAuditoria
           if ws-fs-auditoria = 35 then
               open output arqAuditoria
               close       arqAuditoria
               open extend arqAuditoria
           end-if
           if ws-fs-auditoria <> 00 then
               move 10                                  to ws-msn-erro-ofsset
               move ws-fs-auditoria                     to ws-msn-erro-cod
               move "Erro ao abrir arq. arqAuditoria"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       inicializa-exit.
           exit.
      *>  Processamento principal - le arqAluno sequencialmente e fecha
      *>  o ano letivo de cada aluno ativo: grava o historico escolar,
      *>  zera as notas do cadastro e promove de turma os aprovados
      *>  (havendo campanha de rematricula, so os que confirmaram)
      *>------------------------------------------------------------------------
       processamento section.

           display "  Retidos na turma         : " ws-cont-retidos
           display "Ja fechados p/ o ano       : " ws-cont-ja-fechados
           display "Inativos (nao fechados)    : " ws-cont-inativos
           if not ws-campanha-ausente then
               display "Rematricula " ws-ano-campanha ":"
               display "  Desligados (sem vaga)    : " ws-cont-desligados
               display "  Pendentes (nao promov.)  : " ws-cont-rem-pendentes
           end-if
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Fecha o ano letivo do aluno corrente: apura a situacao final
      *>  pelas regras de avaliacao do ano letivo (mesma regra do
      *>  boletim, inclusive reprovacao por falta),
      *>  grava o registro do historico e atualiza o cadastro. Aluno
      *>  com o ano ja fechado (file status 22 no historico) e pulado
      *>  para o fechamento poder ser reexecutado sem zerar duas vezes.

           perform calcular-frequencia

           if ws-media >= ws-regra-media-aprovacao then
               move "APROVADO"    to ws-situacao
           else
               move "REPROVADO"   to ws-situacao
           end-if

           if ws-percentual-freq < ws-regra-freq-minima then
               move "REPROVADO POR FALTA"   to ws-situacao
           end-if

      *>   quem reprovou por media sem ficar abaixo da media minima da
      *>   recuperacao foi convocado para a recuperacao final; se o
      *>   resultado do exame ja foi carregado pelo notasrecup, ele
      *>   decide a situacao definitiva (a reprovacao por falta e a
      *>   media abaixo da minima da recuperacao nao tem exame e ficam
      *>   como estao)
           if  ws-situacao = "REPROVADO"
           and ws-media >= ws-regra-media-recuperacao
           and not ws-recuperacao-ausente then
               move fd-cod          to fd-rec-cod
               move ws-ano-letivo   to fd-rec-ano
           move ws-notas-zero   to fd-notas
           move zero            to fd-media

      *>   com campanha de rematricula aberta para o ano seguinte, a
      *>   passagem de serie depende da resposta da familia; o
      *>   concluinte (serie 9) nao participa da campanha
           move fd-turma   to ws-turma-prom

           if  not ws-campanha-ausente
           and ws-tp-serie >= "1"
           and ws-tp-serie <= "8" then
               perform aplicar-rematricula
           else
               if ws-situacao = "APROVADO"
               or ws-situacao = "APROVADO RECUP." then
                   perform promover-turma
                   add 1   to ws-cont-promovidos
               else
                   add 1   to ws-cont-retidos
               end-if
           end-if

           rewrite fd-alunos
       fechar-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aplica ao aluno corrente a rematricula do ano seguinte:
      *>  - confirmada: o aprovado vai para a turma proposta, onde a
      *>    vaga foi reservada; o reprovado fica retido na turma atual;
      *>  - desistente ou liberada no encerramento do prazo: a vaga ja
      *>    foi ocupada por outro e o aluno e desligado (inativado);
      *>  - fora da campanha (o encerramento do prazo ja liberou os
      *>    pendentes): nao e promovido e continua ativo na turma atual
      *>    ate a secretaria regularizar.
      *>------------------------------------------------------------------------
       aplicar-rematricula section.

           move ws-ano-campanha   to fd-rmt-ano
           move fd-cod            to fd-rmt-cod

           read arqRematricula
           if ws-fs-rematricula = 23 then
               move "P"               to ws-rem-situacao
           else
               if ws-fs-rematricula <> 0 then
                   move 12                                     to ws-msn-erro-ofsset
                   move ws-fs-rematricula                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqRematricula"       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move fd-rmt-situacao   to ws-rem-situacao
           end-if

           evaluate true
               when ws-rem-confirmada
                   if ws-situacao = "APROVADO"
                   or ws-situacao = "APROVADO RECUP." then
                       move fd-rmt-turma-proposta   to fd-turma
                       add 1   to ws-cont-promovidos
                   else
                       add 1   to ws-cont-retidos
                   end-if

               when ws-rem-sem-vaga
                   set fd-status-inativo   to true
                   move fd-cod             to ws-aud-cod
                   move "INATIVACAO"       to ws-aud-operacao
                   move "STATUS"           to ws-aud-campo
                   move "A"                to ws-aud-valor-ant
                   perform grava-auditoria
                   add 1   to ws-cont-desligados
                   display "Desligado (sem rematricula): " fd-cod
                           " " fd-aluno " " fd-turma

               when other
                   add 1   to ws-cont-retidos
                   add 1   to ws-cont-rem-pendentes
                   display "Rematricula pendente, nao promovido: " fd-cod
                           " " fd-aluno " " fd-turma
           end-evaluate
           .
       aplicar-rematricula-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o controle da campanha de rematricula do ano seguinte
      *>  (registro de codigo zero de arqRematricula.dat). Sem arquivo
      *>  ou sem campanha gerada o fechamento promove como antes.
      *>------------------------------------------------------------------------
       carregar-campanha section.

           compute ws-ano-campanha = ws-ano-letivo + 1

           open input arqRematricula
           if ws-fs-rematricula = 35 then
               display "Sem campanha de rematricula " ws-ano-campanha
                       ": todos os aprovados serao promovidos"
               go to carregar-campanha-exit
           end-if
           if ws-fs-rematricula <> 00 then
               move 9                                      to ws-msn-erro-ofsset
               move ws-fs-rematricula                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqRematricula"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-ano-campanha   to fd-rmt-ano
           move zero              to fd-rmt-cod
           read arqRematricula
           if ws-fs-rematricula <> 0 then
               close arqRematricula
               display "Sem campanha de rematricula " ws-ano-campanha
                       ": todos os aprovados serao promovidos"
               go to carregar-campanha-exit
           end-if

      *>   com a campanha aberta a familia ainda pode confirmar, e o
      *>   aluno ja fechado nao seria promovido numa nova execucao: o
      *>   prazo precisa ser encerrado antes do fechamento
           if not fd-camp-encerrada then
               close arqRematricula
               display "Prazo da rematricula " ws-ano-campanha
                       " ainda nao encerrado."
               display "Encerre o prazo pelo programa rematricula"
                       " (opcao Ep) antes de fechar o ano."
               stop run
           end-if

           move "N"   to ws-sem-campanha
           .
       carregar-campanha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava uma linha na trilha de auditoria; o chamador deve
      *>  preencher antes ws-aud-cod, ws-aud-operacao, ws-aud-campo e
      *>  ws-aud-valor-ant.
      *>------------------------------------------------------------------------
       grava-auditoria section.

           accept ws-aud-data from date yyyymmdd
           accept ws-aud-hora from time

           move ws-aud-cod          to fd-aud-cod
           move ws-aud-operacao     to fd-aud-operacao
           move ws-aud-campo        to fd-aud-campo
           move ws-aud-valor-ant    to fd-aud-valor-ant
           move ws-aud-data         to fd-aud-data
           move ws-aud-hora         to fd-aud-hora

           write fd-auditoria

           if ws-fs-auditoria <> 0 then
               move 11                                     to ws-msn-erro-ofsset
               move ws-fs-auditoria                        to ws-msn-erro-cod
               move "Erro ao gravar arq. arqAuditoria"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-auditoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega as regras de avaliacao do ano letivo a fechar. Sem
      *>  regras cadastradas para o ano nao ha como apurar a situacao
      *>  final: o fechamento e cancelado antes de abrir os arquivos.
      *>------------------------------------------------------------------------
       carregar-regras section.

           open input arqRegras
           if ws-fs-regras = 35 then
               display "Regras de avaliacao do ano " ws-ano-letivo
                       " nao cadastradas."
               display "Cadastre as regras pelo programa cadregras."
               stop run
           end-if
           if ws-fs-regras <> 00 then
               move 8                                   to ws-msn-erro-ofsset
               move ws-fs-regras                        to ws-msn-erro-cod
               move "Erro ao abrir arq. arqRegras"       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-ano-letivo   to fd-regra-ano
           read arqRegras
           if ws-fs-regras <> 0 then
               close arqRegras
               display "Regras de avaliacao do ano " ws-ano-letivo
                       " nao cadastradas."
               display "Cadastre as regras pelo programa cadregras."
               stop run
           end-if

           move fd-regra-media-aprovacao     to ws-regra-media-aprovacao
           move fd-regra-freq-minima         to ws-regra-freq-minima
           move fd-regra-media-recuperacao   to ws-regra-media-recuperacao

           close arqRegras
           .
       carregar-regras-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Avanca a serie da turma do aluno aprovado: o primeiro byte de
      *>  fd-turma e a serie ("1A" vira "2A"). Serie 9 (concluinte) ou
           if not ws-recuperacao-ausente then
               close arqRecuperacao
           end-if
           if not ws-campanha-ausente then
               close arqRematricula
           end-if
           close arqAuditoria
           stop run
           .
       finaliza-exit.
