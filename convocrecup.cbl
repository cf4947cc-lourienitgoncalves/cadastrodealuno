           organization is line sequential
           file status is ws-fs-convocacao.

           select arqRegras assign to "arqRegrasAvaliacao.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-regra-ano
           file status is ws-fs-regras.

           select ordConvoc assign to "ordConvoc.wrk".

       i-o-control.
       fd arqDisciplinas.
           copy "discreg.cpy".

       fd arqRegras.
           copy "regrasreg.cpy".

       sd ordConvoc.
       01  sd-convoc-reg.
           05  sd-turma                            pic x(03).
       77  ws-fs-notasdisc                         pic  9(02).
       77  ws-fs-disciplinas                       pic  9(02).
       77  ws-fs-convocacao                        pic  9(02).
       77  ws-fs-regras                            pic  9(02).

       77  ws-eof-aluno                            pic  x(01).
           88  ws-fim-arquivo-aluno                value "S".
       77  ws-eof-notas                            pic  x(01).
           88  ws-fim-notas-aluno                  value "S".

      *>   disciplinas do aluno corrente com media na faixa da
      *>   recuperacao, apuradas antes do calculo de frequencia
       77  ws-qtd-disc                             pic  9(03).
       77  ws-qtd-cand                             pic  9(03).
       77  ws-ind-cand                             pic  9(03).

       77  ws-cont-convocados                      pic  9(05) value zero.

      *>   regras de avaliacao do ano letivo corrente, lidas de
      *>   arqRegrasAvaliacao.dat (mantido pela coordenacao no cadregras)
       77  ws-data-hoje                            pic  9(08).
       77  ws-ano-regras                           pic  9(04).
       01  ws-regras-avaliacao.
           05  ws-regra-media-aprovacao            pic  9(02)v99.
           05  ws-regra-freq-minima                pic  9(03)v99.
           05  ws-regra-media-recuperacao          pic  9(02)v99.

       01 ws-linha.
           05  ws-linha-texto                      pic x(80).

      *>Declaração do corpo do programa
       procedure division.

           perform carregar-regras.
           perform processamento.
           display "Alunos convocados : " ws-cont-convocados
           display "Lista gravada em arqConvocRecup.txt"

      *>------------------------------------------------------------------------
      *>  Processamento principal - ordena por turma e matricula os
      *>  alunos ativos com media na faixa da recuperacao e imprime a lista de
      *>  convocacao para a recuperacao final, com a mae e o telefone
      *>  para a secretaria avisar a familia
      *>------------------------------------------------------------------------
      *>------------------------------------------------------------------------
      *>  Procedimento de entrada do SORT - le arqAluno sequencialmente
      *>  e libera (RELEASE) um registro por aluno ativo e por
      *>  disciplina com media abaixo da media de aprovacao e nao abaixo
      *>  da media minima da recuperacao, como manda o regimento;
      *>  aluno sem nota por disciplina lancada cai no caso particular
      *>  da media unica do cadastro. Quem reprovou por falta ou ficou
      *>  abaixo da media minima da recuperacao nao tem exame e fica
      *>  fora da lista.
      *>------------------------------------------------------------------------
       carregar-alunos section.


      *>------------------------------------------------------------------------
      *>  Apura a convocacao do aluno ativo corrente: monta a tabela das
      *>  disciplinas com media na faixa da recuperacao e, havendo candidata e
      *>  frequencia suficiente, libera um registro por disciplina.
      *>  Aluno sem nenhuma nota por disciplina e avaliado pela media
      *>  unica do cadastro, como antes da grade de disciplinas.

           if ws-qtd-disc = 0 then

               if  fd-media <  ws-regra-media-aprovacao
               and fd-media >= ws-regra-media-recuperacao then
                   perform calcular-frequencia
                   if ws-percentual-freq >= ws-regra-freq-minima then
                       move zero            to sd-disc
                       move "MEDIA GERAL"   to sd-disc-descricao
                       move fd-media        to sd-media

               if ws-qtd-cand > 0 then
                   perform calcular-frequencia
                   if ws-percentual-freq >= ws-regra-freq-minima then
                       move 1   to ws-ind-cand
                       perform until ws-ind-cand > ws-qtd-cand
                           move ws-cand-disc (ws-ind-cand)    to sd-disc

      *>------------------------------------------------------------------------
      *>  Varre as notas por disciplina do aluno corrente (fd-cod) e
      *>  guarda na tabela as disciplinas com media na faixa da
      *>  recuperacao;
      *>  ws-qtd-disc fica com o total de disciplinas lancadas
      *>------------------------------------------------------------------------
       apurar-disciplinas-aluno section.
                       move "S"   to ws-eof-notas
                   else
                       add 1   to ws-qtd-disc
                       if  fd-nd-media <  ws-regra-media-aprovacao
                       and fd-nd-media >= ws-regra-media-recuperacao
                       and ws-qtd-cand < 50 then
                           add  1             to ws-qtd-cand
                           move fd-nd-disc    to ws-cand-disc (ws-qtd-cand)
       imprimir-relatorio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega as regras de avaliacao do ano letivo corrente. Sem
      *>  regras cadastradas para o ano nao ha como saber quem vai para
      *>  a recuperacao: o programa avisa e termina sem gerar a lista.
      *>------------------------------------------------------------------------
       carregar-regras section.

           accept ws-data-hoje from date yyyymmdd
           move ws-data-hoje(1:4)   to ws-ano-regras

           open input arqRegras
           if ws-fs-regras = 35 then
               display "Regras de avaliacao do ano " ws-ano-regras
                       " nao cadastradas."
               display "Cadastre as regras pelo programa cadregras."
               stop run
           end-if
           if ws-fs-regras <> 00 then
               move 7                                   to ws-msn-erro-ofsset
               move ws-fs-regras                        to ws-msn-erro-cod
               move "Erro ao abrir arq. arqRegras"       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-ano-regras   to fd-regra-ano
           read arqRegras
           if ws-fs-regras <> 0 then
               close arqRegras
               display "Regras de avaliacao do ano " ws-ano-regras
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
      *>   Finalização  Anormal
      *>------------------------------------------------------------------------
