           organization is line sequential
           file status is ws-fs-rejeitadas.

           select arqRegras assign to "arqRegrasAvaliacao.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-regra-ano
           file status is ws-fs-regras.

       i-o-control.

      *>----Declaração de variáveis
       fd arqRecupRejeitadas.
       01  fd-linha-rejeito                        pic x(90).

       fd arqRegras.
           copy "regrasreg.cpy".

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-frequencia                        pic  9(02).
       77  ws-fs-recuperacao                       pic  9(02).
       77  ws-fs-rejeitadas                        pic  9(02).
       77  ws-fs-regras                            pic  9(02).

       77  ws-eof-notas                            pic  x(01).
           88  ws-fim-arquivo-notas                value "S".
       77  ws-media-final                          pic  9(02)v99.
       77  ws-situacao                             pic  x(20).

      *>   regras de avaliacao do ano letivo do exame, lidas de
      *>   arqRegrasAvaliacao.dat (mantido pela coordenacao no cadregras)
       01  ws-regras-avaliacao.
           05  ws-regra-media-aprovacao            pic  9(02)v99.
           05  ws-regra-freq-minima                pic  9(03)v99.
           05  ws-regra-media-recuperacao          pic  9(02)v99.

      *>   campos desmontados da linha do exame; a nota chega no mesmo
      *>   formato zonado de 4 digitos do portal (ex.: "0550" = 05,50)
       01  ws-campos-exame.
               accept ws-ano-letivo
           end-perform

           perform carregar-regras

           open input arqNotasRecup
           if ws-fs-notas <> 00 then
               move 1                                    to ws-msn-erro-ofsset
      *>------------------------------------------------------------------------
      *>  Desmonta e valida uma linha do exame e grava o resultado da
      *>  recuperacao; a media final e a media do ano com a nota do
      *>  exame, e a situacao definitiva segue a media de aprovacao
      *>  das regras de avaliacao do ano letivo
      *>------------------------------------------------------------------------
       processar-linha section.

                           move "aluno inativo"          to ws-motivo-rejeito
                       else
      *>                   so presta o exame quem foi convocado: quem
      *>                   fechou o ano com media abaixo da de
      *>                   aprovacao, nao abaixo da minima da
      *>                   recuperacao e com frequencia suficiente
      *>                   (reprovado por falta nao tem exame, como na
      *>                   convocacao)
                           if fd-media >= ws-regra-media-aprovacao
                           or fd-media <  ws-regra-media-recuperacao then
                               move "aluno nao convocado"   to ws-motivo-rejeito
                           else
                               perform calcular-frequencia
                               if ws-percentual-freq < ws-regra-freq-minima then
                                   move "reprovado por falta, sem exame"
                                                            to ws-motivo-rejeito
                               end-if

           compute ws-media-final = (fd-media + ws-csv-nota-num) / 2

           if ws-media-final >= ws-regra-media-aprovacao then
               move "APROVADO"    to ws-situacao
               add 1   to ws-cont-aprovados
           else
       gravar-resultado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega as regras de avaliacao do ano letivo do exame. Sem
      *>  regras cadastradas para o ano nao ha como validar a
      *>  convocacao: a carga e cancelada antes de abrir os arquivos.
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
      *>  Totaliza em ws-total-aulas/ws-total-faltas os lancamentos
      *>  mensais de arqFrequencia do aluno corrente (fd-cod) e calcula
