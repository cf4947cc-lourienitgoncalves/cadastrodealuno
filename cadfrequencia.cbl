       77  ws-cont-lidas                           pic  9(05) value zero.
       77  ws-cont-gravadas                        pic  9(05) value zero.
       77  ws-cont-rejeitadas                      pic  9(05) value zero.
       77  ws-cont-substituidas                    pic  9(05) value zero.

       77  ws-motivo-rejeito                       pic  x(32).

           05  ws-ac-mes                           pic  9(02).

      *>   meses carregados nesta execucao: no final da carga cada um e
      *>   listado para a conferencia da frequencia (conffrequencia),
      *>   que e quem fecha o mes no calendario. A tabela comporta dois
      *>   anos letivos de meses distintos; folha de mes que nao couber
      *>   e rejeitada antes de gravar, para nenhum mes ficar fora da
      *>   lista em silencio.
       77  ws-qtd-meses-carga                      pic  9(02) value zero.
       77  ws-ind-mes                              pic  9(02).
       77  ws-achou-mes                            pic  x(01).
           88  ws-mes-ja-anotado                   value "S".
       77  ws-cont-meses-carregados                pic  9(02) value zero.

       01  ws-tabela-meses.
           05  ws-mes-carga occurs 24 times        pic 9(06).

      *>   sem o calendario letivo nao ha como validar a folha do mes
      *>   (ja entrou folha de recesso e mes com o dobro das aulas);
      *>   somente leitura: o mes so e fechado depois da conferencia
           open input arqCalendario
           if ws-fs-calendario = 35 then
               display "Arquivo de calendario letivo inexistente."
               display "Monte o calendario pelo programa cadcalendario"

           end-perform

           display "Folhas lidas      : " ws-cont-lidas
           display "Folhas gravadas   : " ws-cont-gravadas
           display "  Substituidas    : " ws-cont-substituidas
           display "Folhas rejeitadas : " ws-cont-rejeitadas

           perform listar-meses-carregados
           .
       processamento-exit.
           exit.
                   add 1   to ws-cont-gravadas
                   perform anotar-mes-carregado
               else
      *>           mes ainda aberto no calendario (a validacao ja
      *>           recusou o fechado): a folha corrigida depois da
      *>           conferencia substitui o lancamento anterior do aluno
                   if ws-fs-frequencia = 22 then
                       rewrite fd-frequencia
                       if ws-fs-frequencia <> 0 then
                           move 9                                     to ws-msn-erro-ofsset
                           move ws-fs-frequencia                      to ws-msn-erro-cod
                           move "Erro ao alterar arq. arqFrequencia"  to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1   to ws-cont-gravadas
                       add 1   to ws-cont-substituidas
                       perform anotar-mes-carregado
                   else
                       move 6                                     to ws-msn-erro-ofsset
                       move ws-fs-frequencia                      to ws-msn-erro-cod
               go to validar-calendario-exit
           end-if

      *>   a folha so e gravada se o mes couber na tabela de meses
      *>   carregados; rejeitar aqui evita mes carregado que ficaria
      *>   fora da lista para a conferencia
           perform procurar-mes-carregado

           if  not ws-mes-ja-anotado

      *>------------------------------------------------------------------------
      *>  Anota na tabela o mes da folha recem gravada; no final da
      *>  carga cada mes anotado e listado para a conferencia.
      *>  A tabela nao estoura aqui: folha de mes que nao coubesse ja
      *>  foi rejeitada na validacao do calendario.
      *>------------------------------------------------------------------------
           exit.

      *>------------------------------------------------------------------------
      *>  Lista os meses cuja folha entrou nesta carga. O mes continua
      *>  aberto no calendario ate a conferencia da frequencia
      *>  (conffrequencia) comparar as aulas dadas de cada aluno com as
      *>  previstas e com o resto da turma e o fechar; enquanto aberto,
      *>  uma folha corrigida pode ser carregada de novo.
      *>------------------------------------------------------------------------
       listar-meses-carregados section.

           move 1   to ws-ind-mes

           perform until ws-ind-mes > ws-qtd-meses-carga

               move ws-mes-carga (ws-ind-mes)   to ws-anomes-carga
               display "Mes carregado     : " ws-ac-mes "/" ws-ac-ano

               add 1   to ws-cont-meses-carregados
               add 1   to ws-ind-mes

           end-perform

           if ws-cont-meses-carregados > zero then
               display "Confira cada mes pelo programa conffrequencia,"
               display "que fecha o mes no calendario letivo."
           end-if
           .
       listar-meses-carregados-exit.
           exit.

      *>------------------------------------------------------------------------
