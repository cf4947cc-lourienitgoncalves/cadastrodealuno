           organization is line sequential
           file status is ws-fs-auditoria.

           select arqMatriz assign to "arqMatrizCurricular.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-mtz-chave
           file status is ws-fs-matriz.

           select arqRegras assign to "arqRegrasAvaliacao.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-regra-ano
           file status is ws-fs-regras.

       i-o-control.

      *>----Declaração de variáveis
       fd arqAuditoria.
           copy "auditreg.cpy".

       fd arqMatriz.
           copy "matrizreg.cpy".

       fd arqRegras.
           copy "regrasreg.cpy".

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqAluno                          pic  9(02).
       77  ws-fs-disciplinas                       pic  9(02).
       77  ws-fs-auditoria                         pic  9(02).
       77  ws-fs-matriz                            pic  9(02).
       77  ws-fs-regras                            pic  9(02).

       77 ws-sair                                  pic  x(01).
          88  ws-fechar-programa                   value "N" "n".
       77  ws-cod                                  pic  9(08).
       77  ws-disc                                 pic  9(03).
       77  ws-nota-temp                            pic  9(02)v99.
       77  ws-soma-notas                           pic  9(05)v99.
       77  ws-media                                pic  9(02)v99.

      *>   pesos dos bimestres das regras de avaliacao do ano letivo
      *>   corrente, lidos de arqRegrasAvaliacao.dat (cadregras)
       77  ws-data-hoje                            pic  9(08).
       77  ws-ano-regras                           pic  9(04).
       77  ws-soma-pesos                           pic  9(03) value zero.
       01  ws-regras-pesos.
           05  ws-regra-peso1                      pic  9(02).
           05  ws-regra-peso2                      pic  9(02).
           05  ws-regra-peso3                      pic  9(02).
           05  ws-regra-peso4                      pic  9(02).

       77  ws-aluno-ok                             pic  x(01).
           88  ws-aluno-valido                     value "S".
       77  ws-disc-ok                              pic  x(01).
      *>------------------------------------------------------------------------
       inicializa section.

           perform carregar-regras

           open i-o arqNotasDisc
           if ws-fs-notasdisc = 35 then
               open output arqNotasDisc
               perform finaliza-anormal
           end-if

      *>   sem a matriz curricular nao ha como saber se a disciplina
      *>   pertence a serie do aluno; ela e mantida pelo cadmatriz
           open input arqMatriz
           if ws-fs-matriz = 35 then
               display "Arquivo da matriz curricular inexistente."
               display "Cadastre a matriz pelo programa cadmatriz."
               stop run
           end-if
           if ws-fs-matriz <> 00 then
               move 12                                  to ws-msn-erro-ofsset
               move ws-fs-matriz                        to ws-msn-erro-cod
               move "Erro ao abrir arq. arqMatriz"       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   'open extend' acrescenta no final do arquivo de auditoria;
      *>   se o arquivo ainda não existe ele é criado na primeira vez
           open extend arqAuditoria

      *>------------------------------------------------------------------------
      *>   Rotina que valida se a disciplina de ws-disc existe no
      *>   cadastro de disciplinas e consta da matriz curricular da
      *>   serie do aluno lido em validar-aluno (primeiro caractere de
      *>   fd-turma); o resultado fica em ws-disc-ok
      *>------------------------------------------------------------------------
       validar-disciplina section.

               perform finaliza-anormal
           end-if

           move fd-turma(1:1)   to fd-mtz-serie
           move ws-disc         to fd-mtz-disc

           read arqMatriz

           if ws-fs-matriz = 23 then
               display "Disciplina " fd-disc-descricao
                       " fora da matriz da serie " fd-turma(1:1)
               go to validar-disciplina-exit
           end-if

           if ws-fs-matriz <> 0 then
               move 13                                  to ws-msn-erro-ofsset
               move ws-fs-matriz                        to ws-msn-erro-cod
               move "Erro ao ler arq. arqMatriz"         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "S"   to ws-disc-ok
           .
       validar-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Rotina que recalcula em ws-media a media das 4 notas,
      *>   ponderada pelos pesos dos bimestres das regras de avaliacao
      *>   do ano letivo (pesos iguais dao a media aritmetica)
      *>------------------------------------------------------------------------
       calcular-media section.

           compute ws-soma-notas = ws-nd-nota1 * ws-regra-peso1
                                 + ws-nd-nota2 * ws-regra-peso2
                                 + ws-nd-nota3 * ws-regra-peso3
                                 + ws-nd-nota4 * ws-regra-peso4
           compute ws-media      = ws-soma-notas / ws-soma-pesos
           .
       calcular-media-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Carrega os pesos dos bimestres das regras de avaliacao do ano
      *>   letivo corrente. Sem regras cadastradas para o ano nao ha
      *>   como calcular a media da disciplina: o programa avisa e
      *>   termina antes de abrir os demais arquivos.
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
               move 11                                  to ws-msn-erro-ofsset
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

           close arqRegras

           if ws-soma-pesos = 0 then
               display "Regras de avaliacao do ano " ws-ano-regras
                       " nao cadastradas."
               display "Cadastre as regras pelo programa cadregras."
               stop run
           end-if
           .
       carregar-regras-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Rotina que valida se ws-nota-temp esta na faixa 00,00 a 10,00,
      *>   reexibindo o prompt ate que um valor valido seja informado
           close arqNotasDisc
           close arqAluno
           close arqDisciplinas
           close arqMatriz
           close arqAuditoria
           stop run
           .
