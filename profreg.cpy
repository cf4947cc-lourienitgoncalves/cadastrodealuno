      $set sourceformat"free"
      *>----------------------------------------------------------------
      *>   Copybook  : PROFREG
      *>   Descricao : Layout do registro de arqProfessores.dat, o
      *>               cadastro dos professores da escola com as
      *>               disciplinas em que cada um e habilitado a
      *>               lecionar e a carga horaria maxima semanal (em
      *>               aulas). Mantido pelo programa cadprofessor e
      *>               consultado pelo cadastro de turmas e pelo quadro
      *>               de horarios (cadhorario).
      *>----------------------------------------------------------------
       01  fd-professor.
           05  fd-prof-codigo                      pic 9(04).
           05  fd-prof-nome                        pic x(25).
           05  fd-prof-carga-maxima                pic 9(02).
           05  fd-prof-habilitacoes.
               10  fd-prof-disc-habil              pic 9(03)
                                                   occurs 10 times.
