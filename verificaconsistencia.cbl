           organization is line sequential
           file status is ws-fs-verificacao.

           select arqRegras assign to "arqRegrasAvaliacao.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-regra-ano
           file status is ws-fs-regras.

           select ordVerif assign to "ordVerif.wrk".

       i-o-control.
       fd arqRecuperacao.
           copy "recupreg.cpy".

       fd arqRegras.
           copy "regrasreg.cpy".

       sd ordVerif.
       01  sd-verif-reg.
           05  sd-gravidade                        pic 9(01).
       77  ws-fs-historico                         pic  9(02).
       77  ws-fs-recuperacao                       pic  9(02).
       77  ws-fs-verificacao                       pic  9(02).
       77  ws-fs-regras                            pic  9(02).

       77  ws-eof-aluno                            pic  x(01).
           88  ws-fim-arquivo-aluno                value "S".
           88  ws-historico-ausente                value "S".
       77  ws-sem-arq-recup                        pic  x(01) value "N".
           88  ws-recuperacao-ausente              value "S".
       77  ws-sem-regras                           pic  x(01) value "N".
           88  ws-regras-ausentes                  value "S".

      *>   gravidade da excecao: 1 = grave (dado orfao ou invalido que
      *>   afeta documentos oficiais), 2 = media (cobranca ou calculo a

       77  ws-data-hoje                            pic  9(08).

       77  ws-soma-notas                           pic  9(05)v99.
       77  ws-media-calc                           pic  9(02)v99.

      *>   pesos dos bimestres das regras de avaliacao do ano letivo
      *>   corrente (cadregras), para o recalculo da media
       77  ws-ano-regras                           pic  9(04).
       77  ws-soma-pesos                           pic  9(03) value zero.
       01  ws-regras-pesos.
           05  ws-regra-peso1                      pic  9(02).
           05  ws-regra-peso2                      pic  9(02).
           05  ws-regra-peso3                      pic  9(02).
           05  ws-regra-peso4                      pic  9(02).

       77  ws-situacao-aluno                       pic  x(01).
           88  ws-aluno-existe                     value "A" "I".
           88  ws-aluno-ativo                      value "A".
               end-if
           end-if

           perform carregar-regras

           perform verificar-cadastro
           perform verificar-frequencia
           perform verificar-mensalidades
                   if fd-status-ativo then
                       perform verificar-turma-aluno
                   end-if
                   if not ws-regras-ausentes then
                       perform verificar-media-aluno
                   end-if
               end-if

           end-perform

      *>------------------------------------------------------------------------
      *>  Recalcula a media das quatro notas do aluno corrente (mesma
      *>  formula do cadastro de notas, ponderada pelos pesos das
      *>  regras de avaliacao do ano) e compara com a media gravada
      *>------------------------------------------------------------------------
       verificar-media-aluno section.

           compute ws-soma-notas = fd-nota1 * ws-regra-peso1
                                 + fd-nota2 * ws-regra-peso2
                                 + fd-nota3 * ws-regra-peso3
                                 + fd-nota4 * ws-regra-peso4
           compute ws-media-calc = ws-soma-notas / ws-soma-pesos

           if ws-media-calc <> fd-media then
               move 2   to ws-gravidade
       verificar-media-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega os pesos dos bimestres das regras de avaliacao do ano
      *>  letivo corrente. Sem regras cadastradas para o ano a
      *>  conferencia da media gravada e pulada e sai um aviso.
      *>------------------------------------------------------------------------
       carregar-regras section.

           accept ws-data-hoje from date yyyymmdd
           move ws-data-hoje(1:4)   to ws-ano-regras

           open input arqRegras
           if ws-fs-regras = 35 then
               move "S"   to ws-sem-regras
           else
               if ws-fs-regras <> 00 then
                   move 9                                   to ws-msn-erro-ofsset
                   move ws-fs-regras                        to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqRegras"       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move ws-ano-regras   to fd-regra-ano
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
           end-if

           if ws-regras-ausentes then
               move 3                                     to ws-gravidade
               move spaces                                to ws-texto-excecao
               string "regras de avaliacao do ano " ws-ano-regras
                      " nao cadastradas - verificacao de media pulada"
                                                 delimited by size
                                                 into ws-texto-excecao
               perform liberar-excecao
           end-if
           .
       carregar-regras-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Passada na frequencia: lancamento mensal de matricula que nao
      *>  esta no cadastro (grave)
