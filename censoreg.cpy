      $set sourceformat"free"
      *>----------------------------------------------------------------
      *>   Copybook  : CENSOREG
      *>   Descricao : Layout da linha de arqCenso.txt, o arquivo de
      *>               importacao do Censo Escolar gerado pelo programa
      *>               exportcenso: um registro por aluno matriculado
      *>               na data de referencia do Censo, com a turma em
      *>               que estava nessa data e a situacao no fim do ano
      *>               letivo. Situacao: 1 aprovado, 2 reprovado,
      *>               3 transferido, 4 deixou de frequentar, 5 em
      *>               curso (ano letivo ainda nao fechado). A data de
      *>               saida so vem na transferencia e no abandono.
      *>----------------------------------------------------------------
       01  fd-censo.
           05  fd-cen-ano                          pic 9(04).
           05  fd-cen-data-referencia              pic 9(08).
           05  fd-cen-cod                          pic 9(08).
           05  fd-cen-nome                         pic x(25).
           05  fd-cen-data-nascimento              pic 9(08).
           05  fd-cen-sexo                         pic x(01).
           05  fd-cen-cor-raca                     pic x(01).
           05  fd-cen-cpf                          pic 9(11).
           05  fd-cen-certidao                     pic x(32).
           05  fd-cen-mae                          pic x(25).
           05  fd-cen-pai                          pic x(25).
           05  fd-cen-endereco                     pic x(35).
           05  fd-cen-turma                        pic x(03).
           05  fd-cen-turma-descricao              pic x(25).
           05  fd-cen-situacao                     pic x(01).
               88  fd-cen-aprovado                 value "1".
               88  fd-cen-reprovado                value "2".
               88  fd-cen-transferido              value "3".
               88  fd-cen-deixou-frequentar        value "4".
               88  fd-cen-em-curso                 value "5".
           05  fd-cen-data-saida                   pic 9(08).
