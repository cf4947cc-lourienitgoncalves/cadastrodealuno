      $set sourceformat"free"
      *>----------------------------------------------------------------
      *>   Copybook  : HORAREG
      *>   Descricao : Layout do registro de arqQuadroHorarios.dat, o
      *>               quadro de horarios: uma aula por registro, com a
      *>               turma, o dia da semana (2=segunda a 7=sabado) e o
      *>               numero da aula no dia como chave, e a disciplina,
      *>               o professor e a sala daquela aula. Mantido pelo
      *>               programa cadhorario e impresso pelo relhorario.
      *>----------------------------------------------------------------
       01  fd-horario.
           05  fd-hor-chave.
               10  fd-hor-turma                    pic x(03).
               10  fd-hor-dia                      pic 9(01).
               10  fd-hor-aula                     pic 9(02).
           05  fd-hor-disc                         pic 9(03).
           05  fd-hor-professor                    pic 9(04).
           05  fd-hor-sala                         pic x(05).
