      $set sourceformat"free"

      *>----Divisão de identificação do programa
       identification division.
       program-id. "convmensalidade".
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

      *>   o arquivo "antigo" ainda esta no layout sem o valor cheio, o
      *>   desconto, o acerto dos pagamentos (credito, multa, juros,
      *>   valor pago e saldo devedor) e o vinculo com os acordos de
      *>   renegociacao; o "novo" ja sai no layout atual (mensreg.cpy).
      *>   Depois da conversao o arquivo novo deve ser renomeado por
      *>   cima do antigo, como na conversao da matricula
      *>   (convmatricula).
           select arqMensAntiga assign to "arqMensalidades.dat"
           organization is indexed
           access mode is sequential
           record key is fd-mna-chave
           file status is ws-fs-antigo.

           select arqMensNova assign to "arqMensalidadesNovo.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-mens-chave
           file status is ws-fs-novo.

       i-o-control.

      *>----Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.

      *>   layout antigo da mensalidade, sem o valor cheio, o desconto
      *>   e o acerto dos pagamentos, mantido aqui apenas para esta
      *>   conversao
       fd arqMensAntiga.
       01  fd-mna-mensalidade.
           05  fd-mna-chave.
               10  fd-mna-cod                      pic 9(08).
               10  fd-mna-competencia              pic 9(06).
           05  fd-mna-turma                        pic x(03).
           05  fd-mna-valor                        pic 9(05)v99.
           05  fd-mna-vencimento                   pic 9(08).
           05  fd-mna-situacao                     pic x(01).
           05  fd-mna-data-pagto                   pic 9(08).

       fd arqMensNova.
           copy "mensreg.cpy".

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-antigo                            pic  9(02).
       77  ws-fs-novo                              pic  9(02).

       77  ws-eof-antigo                           pic  x(01).
           88  ws-fim-arquivo-antigo               value "S".

       77  ws-confirma                             pic  x(01).

       77  ws-cont-mensalidades                    pic  9(05) value zero.

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
           perform converter-mensalidades.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização - conversao executada uma unica
      *>  vez na implantacao das bolsas e descontos e dos encargos por
      *>  atraso
      *>------------------------------------------------------------------------
       inicializa section.

           display "Conversao das mensalidades para o layout com o"
           display "valor cheio, o desconto e o saldo devedor."
           display "Confirma a conversao? 'S' ou 'N'"
           accept ws-confirma

           if  ws-confirma <> "S"
           and ws-confirma <> "s" then
               display "Conversao cancelada pelo operador"
               stop run
           end-if

           open input arqMensAntiga
           if ws-fs-antigo = 35 then
               display "Arquivo de mensalidades inexistente."
               display "Nada a converter."
               stop run
           end-if
           if ws-fs-antigo <> 00 then
               move 1                                    to ws-msn-erro-ofsset
               move ws-fs-antigo                         to ws-msn-erro-cod
               move "Erro ao abrir arq. arqMensalidades"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqMensNova
           if ws-fs-novo <> 00 then
               move 2                                    to ws-msn-erro-ofsset
               move ws-fs-novo                           to ws-msn-erro-cod
               move "Erro ao abrir arqMensalidadesNovo"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Reescreve as mensalidades no layout novo. As cobrancas antigas
      *>  nao tinham desconto registrado: o valor cheio sai igual ao
      *>  valor cobrado e o desconto zerado. Sem multa, juros ou
      *>  credito; a cobranca paga foi paga pelo valor cobrado e a
      *>  aberta deve o valor cobrado inteiro. Todas sao mensalidades,
      *>  ainda sem acordo
      *>------------------------------------------------------------------------
       converter-mensalidades section.

           move "N"   to ws-eof-antigo

           read arqMensAntiga next
           if ws-fs-antigo = 10 then
               move "S"   to ws-eof-antigo
           else
               if ws-fs-antigo <> 0 then
                   move 3                                  to ws-msn-erro-ofsset
                   move ws-fs-antigo                       to ws-msn-erro-cod
                   move "Erro ao ler arq. arqMensalidades"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform until ws-fim-arquivo-antigo

               move fd-mna-cod            to fd-mens-cod
               move fd-mna-competencia    to fd-mens-competencia
               move fd-mna-turma          to fd-mens-turma
               move fd-mna-valor          to fd-mens-valor
               move fd-mna-vencimento     to fd-mens-vencimento
               move fd-mna-situacao       to fd-mens-situacao
               move fd-mna-data-pagto     to fd-mens-data-pagto
               move fd-mna-valor          to fd-mens-valor-cheio
               move zero                  to fd-mens-desconto
               move zero                  to fd-mens-credito
               move zero                  to fd-mens-multa
               move zero                  to fd-mens-juros

               if fd-mens-paga then
                   move fd-mna-valor      to fd-mens-valor-pago
                   move zero              to fd-mens-saldo-devedor
               else
                   move zero              to fd-mens-valor-pago
                   move fd-mna-valor      to fd-mens-saldo-devedor
               end-if

               set  fd-mens-mensalidade   to true
               move zero                  to fd-mens-num-acordo
               move zero                  to fd-mens-num-parcela

               write fd-mensalidade

               if ws-fs-novo <> 0 then
                   move 4                                      to ws-msn-erro-ofsset
                   move ws-fs-novo                             to ws-msn-erro-cod
                   move "Erro ao gravar arqMensalidadesNovo"    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1   to ws-cont-mensalidades

               read arqMensAntiga next
               if ws-fs-antigo = 10 then
                   move "S"   to ws-eof-antigo
               else
                   if ws-fs-antigo <> 0 then
                       move 3                                  to ws-msn-erro-ofsset
                       move ws-fs-antigo                       to ws-msn-erro-cod
                       move "Erro ao ler arq. arqMensalidades"  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform
           .
       converter-mensalidades-exit.
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

           close arqMensAntiga
           close arqMensNova

           display "Mensalidades convertidas: " ws-cont-mensalidades
           display " "
           display "Apos conferir, renomeie o arquivo convertido:"
           display "  arqMensalidadesNovo.dat -> arqMensalidades.dat"
           stop run
           .
       finaliza-exit.
           exit.
