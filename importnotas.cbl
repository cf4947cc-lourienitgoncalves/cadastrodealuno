           organization is line sequential
           file status is ws-fs-auditoria.

           select arqNotasDisc assign to "arqNotasDisc.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-nd-chave
           file status is ws-fs-notasdisc.

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

       fd arqNotasDisc.
           copy "notasreg.cpy".

       fd arqMatriz.
           copy "matrizreg.cpy".

       fd arqRegras.
           copy "regrasreg.cpy".

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqAluno                          pic  9(02).
       77  ws-fs-rejeitadas                        pic  9(02).
       77  ws-fs-auditoria                         pic  9(02).
       77  ws-fs-notasdisc                         pic  9(02).
       77  ws-fs-matriz                            pic  9(02).
       77  ws-fs-regras                            pic  9(02).

       77  ws-sem-arq-matriz                       pic  x(01) value "N".
           88  ws-matriz-ausente                   value "S".

       01  ws-auditoria.
           05  ws-aud-cod                           pic 9(08).

       77  ws-cont-lidas                           pic  9(05) value zero.
       77  ws-cont-gravadas                        pic  9(05) value zero.
       77  ws-cont-gravadas-disc                   pic  9(05) value zero.
       77  ws-cont-rejeitadas                      pic  9(05) value zero.

       77  ws-motivo-rejeito                       pic  x(32).

       77  ws-soma-notas                           pic  9(05)v99.
       77  ws-media                                pic  9(02)v99.
       77  ws-ind-nota                             pic  9(01).

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

      *>   a linha do portal vem em dois leiautes: matricula e as
      *>   quatro notas (5 campos, notas do cadastro do aluno, o caso
      *>   particular de escola com uma disciplina so) ou matricula,
      *>   codigo da disciplina e as quatro notas (6 campos, notas por
      *>   disciplina em arqNotasDisc.dat, validadas contra a matriz
      *>   curricular da serie do aluno)
       77  ws-qtd-campos                           pic  9(02).
       77  ws-tem-disciplina                       pic  x(01).
           88  ws-linha-com-disciplina             value "S".
       77  ws-nota-disc-existe                     pic  x(01).
           88  ws-nota-disc-lancada                value "S".

       01  ws-campos-linha.
           05  ws-lin-cod                          pic x(08).
           05  ws-lin-campo                        pic x(04)
                                                   occurs 5 times.

      *>   campos desmontados da linha do portal; as notas chegam no
      *>   mesmo formato zonado de 4 digitos que exportcsv grava
      *>   (ex.: "0800" = 08,00)
       01  ws-csv-disc                             pic x(03).
       01  ws-csv-disc-num redefines ws-csv-disc   pic 9(03).

       01  ws-campos-portal.
           05  ws-csv-cod                          pic x(08).
           05  ws-csv-cod-num  redefines ws-csv-cod
      *>------------------------------------------------------------------------
       inicializa section.

           perform carregar-regras

           open input arqNotasPortal
           if ws-fs-portal <> 00 then
               move 1                                    to ws-msn-erro-ofsset
               move "Erro ao abrir arq. arqAuditoria"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   notas por disciplina do portal vao para arqNotasDisc.dat; na
      *>   primeira vez o arquivo e criado, como no cadnotasdisc
           open i-o arqNotasDisc
           if ws-fs-notasdisc = 35 then
               open output arqNotasDisc
               close       arqNotasDisc
               open i-o    arqNotasDisc
           end-if
           if ws-fs-notasdisc  <> 00
           and ws-fs-notasdisc <> 05 then
               move 9                                     to ws-msn-erro-ofsset
               move ws-fs-notasdisc                       to ws-msn-erro-cod
               move "Erro ao abrir arq. arqNotasDisc"      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   sem a matriz curricular (mantida pelo cadmatriz) as linhas
      *>   com disciplina sao rejeitadas; as do leiaute antigo seguem
      *>   sendo carregadas no cadastro
           open input arqMatriz
           if ws-fs-matriz = 35 then
               move "S"   to ws-sem-arq-matriz
           else
               if ws-fs-matriz <> 00 then
                   move 10                                  to ws-msn-erro-ofsset
                   move ws-fs-matriz                        to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqMatriz"       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       inicializa-exit.
           exit.

           display "Linhas lidas      : " ws-cont-lidas
           display "Notas gravadas    : " ws-cont-gravadas
           display "  Por disciplina  : " ws-cont-gravadas-disc
           display "Linhas rejeitadas : " ws-cont-rejeitadas
           .
       processamento-exit.

      *>------------------------------------------------------------------------
      *>  Desmonta e valida uma linha do portal e grava as notas no
      *>  cadastro (leiaute sem disciplina) ou em arqNotasDisc.dat
      *>  (leiaute com disciplina); em caso de problema escreve uma
      *>  linha na lista de rejeitadas
      *>------------------------------------------------------------------------
       importar-linha section.

           move spaces   to ws-motivo-rejeito
           move spaces   to ws-campos-portal
           move spaces   to ws-campos-linha
           move spaces   to ws-csv-disc
           move zero     to ws-qtd-campos
           move "N"      to ws-tem-disciplina

           unstring fd-linha-portal delimited by ","
               into ws-lin-cod
                    ws-lin-campo (1)
                    ws-lin-campo (2)
                    ws-lin-campo (3)
                    ws-lin-campo (4)
                    ws-lin-campo (5)
               tallying in ws-qtd-campos
           end-unstring

           move ws-lin-cod   to ws-csv-cod

           evaluate ws-qtd-campos
               when 5
                   move ws-lin-campo (1)   to ws-csv-nota (1)
                   move ws-lin-campo (2)   to ws-csv-nota (2)
                   move ws-lin-campo (3)   to ws-csv-nota (3)
                   move ws-lin-campo (4)   to ws-csv-nota (4)
               when 6
                   move "S"                to ws-tem-disciplina
                   move ws-lin-campo (1)   to ws-csv-disc
                   move ws-lin-campo (2)   to ws-csv-nota (1)
                   move ws-lin-campo (3)   to ws-csv-nota (2)
                   move ws-lin-campo (4)   to ws-csv-nota (3)
                   move ws-lin-campo (5)   to ws-csv-nota (4)
               when other
                   move "quantidade de campos invalida"  to ws-motivo-rejeito
           end-evaluate

           if  ws-motivo-rejeito = spaces
           and ws-csv-cod not numeric then
               move "codigo nao numerico"               to ws-motivo-rejeito
           end-if

           if  ws-motivo-rejeito = spaces
           and ws-linha-com-disciplina then
               if ws-csv-disc not numeric
               or ws-lin-campo (1)(4:1) <> space then
                   move "disciplina nao numerica"       to ws-motivo-rejeito
               end-if
           end-if

           if ws-motivo-rejeito = spaces then
               move 1   to ws-ind-nota
               perform validar-nota-portal 4 times
               end-if
           end-if

           if  ws-motivo-rejeito = spaces
           and ws-linha-com-disciplina then
               perform validar-matriz
           end-if

           if  ws-motivo-rejeito = spaces
           and ws-linha-com-disciplina then
               perform gravar-nota-disciplina
           end-if

           if  ws-motivo-rejeito = spaces
           and not ws-linha-com-disciplina then

      *>       a trilha de auditoria guarda as notas como estavam antes
      *>       da carga do portal
               move ws-csv-nota-num (3)   to ws-nova-nota3
               move ws-csv-nota-num (4)   to ws-nova-nota4

      *>       media ponderada pelos pesos dos bimestres das regras de
      *>       avaliacao do ano letivo, como no lancamento manual
               compute ws-soma-notas = ws-csv-nota-num (1) * ws-regra-peso1
                                     + ws-csv-nota-num (2) * ws-regra-peso2
                                     + ws-csv-nota-num (3) * ws-regra-peso3
                                     + ws-csv-nota-num (4) * ws-regra-peso4
               compute ws-media      = ws-soma-notas / ws-soma-pesos

               move ws-notas-novas   to fd-notas
               move ws-media         to fd-media
       importar-linha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere se a disciplina da linha consta da matriz curricular
      *>  da serie do aluno lido (primeiro caractere de fd-turma)
      *>------------------------------------------------------------------------
       validar-matriz section.

           if ws-matriz-ausente then
               move "matriz curricular nao cadastrada"  to ws-motivo-rejeito
               go to validar-matriz-exit
           end-if

           move fd-turma(1:1)     to fd-mtz-serie
           move ws-csv-disc-num   to fd-mtz-disc

           read arqMatriz

           if ws-fs-matriz = 23 then
               move "disciplina fora da matriz"   to ws-motivo-rejeito
           else
               if ws-fs-matriz <> 0 then
                   move 11                                  to ws-msn-erro-ofsset
                   move ws-fs-matriz                        to ws-msn-erro-cod
                   move "Erro ao ler arq. arqMatriz"         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       validar-matriz-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava as quatro notas e a media da disciplina da linha em
      *>  arqNotasDisc.dat: inclui se o aluno ainda nao tinha nota na
      *>  disciplina, senao substitui as notas (a auditoria guarda as
      *>  notas anteriores)
      *>------------------------------------------------------------------------
       gravar-nota-disciplina section.

           move ws-csv-cod-num    to fd-nd-cod
           move ws-csv-disc-num   to fd-nd-disc

           read arqNotasDisc

           if ws-fs-notasdisc = 23 then
               move "N"   to ws-nota-disc-existe
           else
               if ws-fs-notasdisc <> 0 then
                   move 12                                    to ws-msn-erro-ofsset
                   move ws-fs-notasdisc                       to ws-msn-erro-cod
                   move "Erro ao ler arq. arqNotasDisc"        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "S"   to ws-nota-disc-existe
           end-if

           move ws-csv-cod-num    to ws-aud-cod
           move "NOTAS_DISC"      to ws-aud-campo
           move spaces            to ws-aud-valor-ant
           if ws-nota-disc-lancada then
               move "ALTERACAO"   to ws-aud-operacao
               move fd-nd-notas   to ws-aud-valor-ant
           else
               move "INCLUSAO"    to ws-aud-operacao
               move ws-csv-disc   to ws-aud-valor-ant
           end-if

           move ws-csv-nota-num (1)   to ws-nova-nota1
           move ws-csv-nota-num (2)   to ws-nova-nota2
           move ws-csv-nota-num (3)   to ws-nova-nota3
           move ws-csv-nota-num (4)   to ws-nova-nota4

           compute ws-soma-notas = ws-csv-nota-num (1) * ws-regra-peso1
                                 + ws-csv-nota-num (2) * ws-regra-peso2
                                 + ws-csv-nota-num (3) * ws-regra-peso3
                                 + ws-csv-nota-num (4) * ws-regra-peso4
           compute ws-media      = ws-soma-notas / ws-soma-pesos

           move ws-csv-cod-num    to fd-nd-cod
           move ws-csv-disc-num   to fd-nd-disc
           move ws-notas-novas    to fd-nd-notas
           move ws-media          to fd-nd-media

           if ws-nota-disc-lancada then
               rewrite fd-nota-disc
           else
               write fd-nota-disc
           end-if

           if ws-fs-notasdisc = 0 then
               add 1   to ws-cont-gravadas
               add 1   to ws-cont-gravadas-disc
               perform grava-auditoria
           else
               move 13                                    to ws-msn-erro-ofsset
               move ws-fs-notasdisc                       to ws-msn-erro-cod
               move "Erro ao gravar arq. arqNotasDisc"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       gravar-nota-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Valida a nota apontada por ws-ind-nota: precisa ser numerica
      *>  no formato zonado do portal e estar na faixa 00,00 a 10,00
       validar-nota-portal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Carrega os pesos dos bimestres das regras de avaliacao do ano
      *>   letivo corrente. Sem regras cadastradas para o ano nao ha
      *>   como calcular a media: a carga e cancelada antes de abrir os
      *>   demais arquivos.
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
               move 8                                   to ws-msn-erro-ofsset
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
      *>   Rotina que grava uma linha no arquivo de auditoria. Quem chama
      *>   deve preencher antes ws-aud-cod, ws-aud-operacao, ws-aud-campo
           close arqAluno
           close arqNotasRejeitadas
           close arqAuditoria
           close arqNotasDisc
           if not ws-matriz-ausente then
               close arqMatriz
           end-if
           stop run
           .
       finaliza-exit.
