      $set sourceformat"free"

      *>----Divisão de identificação do programa
       identification division.
       program-id. "cadmatriz".
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

           select arqMatriz assign to "arqMatrizCurricular.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-mtz-chave
           file status is ws-fs-matriz.

           select arqDisciplinas assign to "arqDisciplinas.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-disc-codigo
           file status is ws-fs-disciplinas.

       i-o-control.

      *>----Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqMatriz.
           copy "matrizreg.cpy".

       fd arqDisciplinas.
           copy "discreg.cpy".

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-matriz                            pic  9(02).
       77  ws-fs-disciplinas                       pic  9(02).

       77 ws-sair                                  pic  x(01).
          88  ws-fechar-programa                   value "N" "n".
          88  ws-voltar-tela                       value "V" "v".

       77  ws-menu                                 pic  x(02).
       77  ws-confirma                             pic  x(01).

       77  ws-eof-matriz                           pic  x(01).
           88  ws-fim-arquivo-matriz               value "S".

       77  ws-mtz-serie                            pic  x(01).
       77  ws-mtz-disc                             pic  9(03).
       77  ws-mtz-carga-horaria                    pic  9(04).
       77  ws-descricao-disc                       pic  x(25).

       77  ws-qtd-disc-serie                       pic  9(03).
       77  ws-total-carga-serie                    pic  9(05).

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
      *>  Procedimentos de inicialização - na primeira execucao o
      *>  arquivo da matriz curricular ainda nao existe e e criado vazio
      *>------------------------------------------------------------------------
       inicializa section.

      *>   sem o cadastro de disciplinas nao ha o que montar na matriz;
      *>   ele e mantido pelo programa caddisciplina
           open input arqDisciplinas
           if ws-fs-disciplinas = 35 then
               display "Arquivo de disciplinas inexistente."
               display "Cadastre as disciplinas pelo programa caddisciplina."
               stop run
           end-if
           if ws-fs-disciplinas <> 00 then
               move 1                                      to ws-msn-erro-ofsset
               move ws-fs-disciplinas                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqDisciplinas"     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqMatriz
           if ws-fs-matriz = 35 then
               open output arqMatriz
               close       arqMatriz
               open i-o    arqMatriz
           end-if
           if ws-fs-matriz  <> 00
           and ws-fs-matriz <> 05 then
               move 2                                   to ws-msn-erro-ofsset
               move ws-fs-matriz                        to ws-msn-erro-cod
               move "Erro ao abrir arq. arqMatriz"       to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal
      *>------------------------------------------------------------------------
       processamento section.

           perform until ws-fechar-programa
               move space to ws-sair
               display "Digite 'Cm' p/ incluir disciplina na matriz de uma serie"
               display "Digite 'Cs' p/ consultar a matriz de uma serie"
               display "Digite 'Am' p/ alterar a carga horaria de uma disciplina"
               display "Digite 'Em' p/ excluir disciplina da matriz de uma serie"
               display "Digite 'Lm' p/ listar a matriz de todas as series"

               accept ws-menu

               evaluate ws-menu
                   when = "Cm"
                       perform incluir-disciplina-matriz

                   when = "Cs"
                       perform consultar-matriz-serie

                   when = "Am"
                       perform alterar-carga-horaria

                   when = "Em"
                       perform excluir-disciplina-matriz

                   when = "Lm"
                       perform listar-matriz

                   when other
                       display "opcao invalida"
               end-evaluate

           end-perform
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Rotina de inclusao de uma disciplina na matriz de uma serie,
      *>  com a carga horaria anual
      *>------------------------------------------------------------------------
       incluir-disciplina-matriz section.

           perform until ws-voltar-tela
               perform informar-serie

               display "Codigo da disciplina:"
               accept  ws-mtz-disc

               move ws-mtz-disc   to fd-disc-codigo
               read arqDisciplinas

               if ws-fs-disciplinas <> 0 then
                   display "Disciplina nao cadastrada"
               else
                   display "Disciplina: " fd-disc-descricao

                   perform informar-carga-horaria

                   move ws-mtz-serie           to fd-mtz-serie
                   move ws-mtz-disc            to fd-mtz-disc
                   move ws-mtz-carga-horaria   to fd-mtz-carga-horaria

                   write fd-matriz

                   if ws-fs-matriz = 22 then
                       display "Disciplina ja consta da matriz desta serie!"
                   else
                       if ws-fs-matriz <> 0 then
                           move 3                                   to ws-msn-erro-ofsset
                           move ws-fs-matriz                        to ws-msn-erro-cod
                           move "Erro ao gravar arq. arqMatriz"      to ws-msn-erro-text
                           perform finaliza-anormal
                       else
                           display "Disciplina " ws-mtz-disc
                                   " incluida na matriz da serie "
                                   ws-mtz-serie
                       end-if
                   end-if
               end-if

               display "Deseja incluir mais uma disciplina? 'S' ou 'V'oltar"
               accept ws-sair

           end-perform
           .
       incluir-disciplina-matriz-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Rotina de consulta da matriz de uma serie: as disciplinas com
      *>  a carga horaria de cada uma e o total anual da serie
      *>------------------------------------------------------------------------
       consultar-matriz-serie section.

           perform informar-serie

           move zero   to ws-qtd-disc-serie
           move zero   to ws-total-carga-serie

           move ws-mtz-serie   to fd-mtz-serie
           move zero           to fd-mtz-disc

           start arqMatriz key is >= fd-mtz-chave
           if ws-fs-matriz <> 0 then
               display "Serie " ws-mtz-serie " sem matriz cadastrada"
               go to consultar-matriz-serie-exit
           end-if

           move "N"   to ws-eof-matriz

           perform until ws-fim-arquivo-matriz

               read arqMatriz next
               if ws-fs-matriz <> 0 then
                   move "S"   to ws-eof-matriz
               else
                   if fd-mtz-serie <> ws-mtz-serie then
                       move "S"   to ws-eof-matriz
                   else
                       perform exibir-disciplina-matriz
                       add 1                      to ws-qtd-disc-serie
                       add fd-mtz-carga-horaria   to ws-total-carga-serie
                   end-if
               end-if

           end-perform

           if ws-qtd-disc-serie = 0 then
               display "Serie " ws-mtz-serie " sem matriz cadastrada"
           else
               display "Disciplinas da serie: " ws-qtd-disc-serie
                       "  Carga horaria anual: " ws-total-carga-serie
           end-if
           .
       consultar-matriz-serie-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Rotina de alteração da carga horaria de uma disciplina na
      *>  matriz de uma serie
      *>------------------------------------------------------------------------
       alterar-carga-horaria section.

           perform until ws-voltar-tela
               perform informar-serie

               display "Codigo da disciplina:"
               accept  ws-mtz-disc

               move ws-mtz-serie   to fd-mtz-serie
               move ws-mtz-disc    to fd-mtz-disc

               read arqMatriz

               if ws-fs-matriz <> 0 then
                   display "Disciplina nao consta da matriz desta serie"
               else
                   display "Carga horaria atual: " fd-mtz-carga-horaria

                   perform informar-carga-horaria

                   move ws-mtz-carga-horaria   to fd-mtz-carga-horaria

                   rewrite fd-matriz

                   if ws-fs-matriz = 0 then
                       display "Carga horaria alterada com sucesso!"
                   else
                       move 4                                   to ws-msn-erro-ofsset
                       move ws-fs-matriz                        to ws-msn-erro-cod
                       move "Erro ao alterar arq. arqMatriz"     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

               display "Deseja alterar mais uma disciplina? 'S' ou 'V'oltar"
               accept ws-sair

           end-perform
           .
       alterar-carga-horaria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Rotina de exclusao de uma disciplina da matriz de uma serie;
      *>  as notas ja lancadas em arqNotasDisc.dat nao sao apagadas
      *>------------------------------------------------------------------------
       excluir-disciplina-matriz section.

           perform informar-serie

           display "Codigo da disciplina:"
           accept  ws-mtz-disc

           move ws-mtz-serie   to fd-mtz-serie
           move ws-mtz-disc    to fd-mtz-disc

           read arqMatriz

           if ws-fs-matriz <> 0 then
               display "Disciplina nao consta da matriz desta serie"
               go to excluir-disciplina-matriz-exit
           end-if

           perform exibir-disciplina-matriz
           display "Confirma a exclusao desta disciplina da matriz? 'S' ou 'N'"
           accept ws-confirma

           if  ws-confirma <> "S"
           and ws-confirma <> "s" then
               display "Exclusao cancelada"
               go to excluir-disciplina-matriz-exit
           end-if

           delete arqMatriz

           if ws-fs-matriz = 0 then
               display "Disciplina excluida da matriz com sucesso!"
           else
               move 5                                   to ws-msn-erro-ofsset
               move ws-fs-matriz                        to ws-msn-erro-cod
               move "Erro ao excluir de arqMatriz"       to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       excluir-disciplina-matriz-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Rotina de listagem da matriz de todas as series, em ordem de
      *>  serie e disciplina
      *>------------------------------------------------------------------------
       listar-matriz section.

           move low-values   to fd-mtz-chave

           start arqMatriz key is >= fd-mtz-chave
           if ws-fs-matriz <> 0 then
               display "Matriz curricular vazia"
               go to listar-matriz-exit
           end-if

           move "N"   to ws-eof-matriz

           perform until ws-fim-arquivo-matriz

               read arqMatriz next
               if ws-fs-matriz <> 0 then
                   move "S"   to ws-eof-matriz
               else
                   perform exibir-disciplina-matriz
               end-if

           end-perform
           .
       listar-matriz-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Exibe o registro corrente de arqMatriz com a descricao da
      *>  disciplina
      *>------------------------------------------------------------------------
       exibir-disciplina-matriz section.

           move fd-mtz-disc   to fd-disc-codigo
           read arqDisciplinas
           if ws-fs-disciplinas = 0 then
               move fd-disc-descricao   to ws-descricao-disc
           else
               move spaces              to ws-descricao-disc
           end-if

           display "Serie: " fd-mtz-serie
                   "  Disciplina: " fd-mtz-disc " " ws-descricao-disc
                   "  Carga horaria: " fd-mtz-carga-horaria
           .
       exibir-disciplina-matriz-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Pede a serie (primeiro caractere do codigo da turma)
      *>------------------------------------------------------------------------
       informar-serie section.

           display "Serie (1o caractere do codigo da turma):"
           accept  ws-mtz-serie

           perform until ws-mtz-serie <> space
               display "Serie em branco. Informe a serie:"
               accept ws-mtz-serie
           end-perform
           .
       informar-serie-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Pede a carga horaria anual da disciplina na serie
      *>------------------------------------------------------------------------
       informar-carga-horaria section.

           display "Carga horaria anual (horas-aula):"
           accept  ws-mtz-carga-horaria

           perform until ws-mtz-carga-horaria > 0
               display "Carga horaria invalida. Informe um valor maior que zero:"
               accept ws-mtz-carga-horaria
           end-perform
           .
       informar-carga-horaria-exit.
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

           close arqMatriz
           close arqDisciplinas
           stop run
           .
       finaliza-exit.
           exit.
