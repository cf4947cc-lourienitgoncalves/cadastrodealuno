           record key is fd-disc-codigo
           file status is ws-fs-disciplinas.

           select arqRegras assign to "arqRegrasAvaliacao.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-regra-ano
           file status is ws-fs-regras.

           select arqBoletim assign to "arqBoletim.txt"
           organization is line sequential
           file status is ws-fs-boletim.
       fd arqDisciplinas.
           copy "discreg.cpy".

       fd arqRegras.
           copy "regrasreg.cpy".

       fd arqBoletim.
       01  fd-linha-boletim                        pic x(80).

       77  ws-fs-notasdisc                         pic  9(02).
       77  ws-fs-disciplinas                       pic  9(02).
       77  ws-fs-boletim                           pic  9(02).
       77  ws-fs-regras                            pic  9(02).

       77  ws-eof-aluno                            pic  x(01).
           88  ws-fim-arquivo-aluno                value "S".
       77  ws-situacao                             pic  x(20).

      *>   apuracao das disciplinas do aluno corrente: quantidade de
      *>   disciplinas com nota lancada, quantas com media abaixo da
      *>   media de aprovacao do ano letivo (reprovacao avaliada
      *>   disciplina a disciplina) e a soma das medias para a media
      *>   geral do boletim
       77  ws-qtd-disc                             pic  9(03).
       77  ws-qtd-disc-reprov                      pic  9(03).
       77  ws-soma-medias-disc                     pic  9(05)v99.
       77  ws-total-faltas                         pic  9(05).
       77  ws-percentual-freq                      pic  9(03)v99.

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

               move "Erro ao abrir arq. arqBoletim"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform carregar-regras
           .
       inicializa-exit.
           exit.
      *>  notas bimestrais e a media da disciplina; aluno sem nota por
      *>  disciplina sai com as quatro notas do cadastro (escola de uma
      *>  disciplina so). A reprovacao e avaliada disciplina a
      *>  disciplina: basta uma media abaixo da media de aprovacao do
      *>  ano letivo para reprovar.
      *>------------------------------------------------------------------------
       imprimir-boletim section.

                                                     into ws-linha-texto
                   write fd-linha-boletim from ws-linha-texto

                   if ws-media >= ws-regra-media-aprovacao then
                       move "APROVADO"    to ws-situacao
                   else
                       move "REPROVADO"   to ws-situacao
                   end-if
               end-if

      *>       abaixo da frequencia minima do regimento o aluno reprova
      *>       por falta mesmo com media suficiente
               if ws-percentual-freq < ws-regra-freq-minima then
                   move "REPROVADO POR FALTA"   to ws-situacao
               end-if

      *>  Imprime uma linha por disciplina com nota lancada para o aluno
      *>  corrente (fd-cod) e apura em ws-qtd-disc/ws-qtd-disc-reprov a
      *>  quantidade de disciplinas e quantas ficaram com media abaixo
      *>  da media de aprovacao; a media geral do boletim (ws-media) e
      *>  a media das medias das disciplinas
      *>------------------------------------------------------------------------
       imprimir-notas-disciplinas section.

                       add 1             to ws-qtd-disc
                       add fd-nd-media   to ws-soma-medias-disc

                       if fd-nd-media < ws-regra-media-aprovacao then
                           add 1   to ws-qtd-disc-reprov
                       end-if
                   end-if
       calcular-frequencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega as regras de avaliacao do ano letivo corrente. Sem
      *>  regras cadastradas para o ano nao ha como decidir aprovacao:
      *>  o programa avisa e termina sem emitir boletim.
      *>------------------------------------------------------------------------
       carregar-regras section.

           accept ws-data-hoje from date yyyymmdd
           move ws-data-hoje(1:4)   to ws-ano-regras

           open input arqRegras
           if ws-fs-regras = 35 then
               display "Regras de avaliacao do ano " ws-ano-regras
                       " nao cadastradas."
               display "Cadastre as regras pelo programa cadregras."
               perform finaliza
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
               perform finaliza
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
