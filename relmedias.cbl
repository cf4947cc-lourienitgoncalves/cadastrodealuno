           organization is line sequential
           file status is ws-fs-relmedias.

           select arqRegras assign to "arqRegrasAvaliacao.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-regra-ano
           file status is ws-fs-regras.

           select ordMedias assign to "ordMedias.wrk".

       i-o-control.
       fd arqAluno.
           copy "alunoreg.cpy".

       fd arqRegras.
           copy "regrasreg.cpy".

       sd ordMedias.
       01  sd-media-reg.
           05  sd-turma                            pic x(03).

       77  ws-fs-arqAluno                          pic  9(02).
       77  ws-fs-relmedias                         pic  9(02).
       77  ws-fs-regras                            pic  9(02).

       77  ws-eof-aluno                            pic  x(01).
           88  ws-fim-arquivo-aluno                value "S".
       77  ws-esc-aprovados                        pic  9(05) value zero.
       77  ws-esc-reprovados                       pic  9(05) value zero.

      *>   media de aprovacao das regras de avaliacao do ano letivo
      *>   corrente, lida de arqRegrasAvaliacao.dat (cadregras)
       77  ws-data-hoje                            pic  9(08).
       77  ws-ano-regras                           pic  9(04).
       77  ws-regra-media-aprovacao                pic  9(02)v99.

       01 ws-linha.
           05  ws-linha-texto                      pic x(80).

      *>Declaração do corpo do programa
       procedure division.

           perform carregar-regras.
           perform processamento.
           stop run.

               move sd-media   to ws-tur-pior-media
           end-if

           if sd-media >= ws-regra-media-aprovacao then
               add 1   to ws-tur-aprovados
               add 1   to ws-esc-aprovados
           else
       imprimir-total-escola-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega a media de aprovacao das regras de avaliacao do ano
      *>  letivo corrente. Sem regras cadastradas para o ano nao ha
      *>  como contar aprovados: o programa avisa e termina.
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
               move 4                                   to ws-msn-erro-ofsset
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

           move fd-regra-media-aprovacao   to ws-regra-media-aprovacao

           close arqRegras
           .
       carregar-regras-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Finalização  Anormal
      *>------------------------------------------------------------------------
