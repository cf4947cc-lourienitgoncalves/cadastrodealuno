      $set sourceformat"free"
      *>----------------------------------------------------------------
      *>   Copybook  : REMATREG
      *>   Descricao : Layout do registro de arqRematricula.dat, a
      *>               campanha de rematricula para o ano letivo
      *>               seguinte, mantida pelo programa rematricula: um
      *>               registro por aluno ativo com a turma proposta
      *>               (serie seguinte) e a resposta da familia.
      *>               Situacao: P pendente, C confirmada (vaga
      *>               reservada na turma proposta contra
      *>               fd-tur-max-vagas), D desistente e L liberada no
      *>               encerramento do prazo por falta de confirmacao.
      *>               O registro de codigo zero de cada ano e o
      *>               controle da campanha, com o prazo e a situacao
      *>               (aberta ou encerrada). O fechamento do ano letivo
      *>               (fechamentoano) so promove os confirmados.
      *>----------------------------------------------------------------
       01  fd-rematricula.
           05  fd-rmt-chave.
               10  fd-rmt-ano                      pic 9(04).
               10  fd-rmt-cod                      pic 9(08).
           05  fd-rmt-dados.
               10  fd-rmt-aluno                    pic x(25).
               10  fd-rmt-turma-atual              pic x(03).
               10  fd-rmt-turma-proposta           pic x(03).
               10  fd-rmt-situacao                 pic x(01).
                   88  fd-rmt-pendente             value "P".
                   88  fd-rmt-confirmada           value "C".
                   88  fd-rmt-desistente           value "D".
                   88  fd-rmt-liberada             value "L".
               10  fd-rmt-data-geracao             pic 9(08).
               10  fd-rmt-data-resposta            pic 9(08).
               10  fd-rmt-data-liberacao           pic 9(08).
               10  fd-rmt-operador                 pic 9(03).
           05  fd-rmt-campanha redefines fd-rmt-dados.
               10  fd-camp-prazo                   pic 9(08).
               10  fd-camp-situacao                pic x(01).
                   88  fd-camp-aberta              value "A".
                   88  fd-camp-encerrada           value "E".
               10  fd-camp-data-abertura           pic 9(08).
               10  fd-camp-data-encerramento       pic 9(08).
               10  filler                          pic x(34).
