      $set sourceformat"free"
      *>----------------------------------------------------------------
      *>   Copybook  : MATRIZREG
      *>   Descricao : Layout do registro de arqMatrizCurricular.dat, a
      *>               matriz curricular da escola: um registro por
      *>               serie + disciplina com a carga horaria anual da
      *>               disciplina naquela serie. A serie e o primeiro
      *>               byte do codigo da turma (turma "1A" e da serie
      *>               "1"). Mantido pelo programa cadmatriz e
      *>               consultado pelo lancamento e pela importacao de
      *>               notas por disciplina e pelo relatorio de notas
      *>               pendentes.
      *>----------------------------------------------------------------
       01  fd-matriz.
           05  fd-mtz-chave.
               10  fd-mtz-serie                    pic x(01).
               10  fd-mtz-disc                     pic 9(03).
           05  fd-mtz-carga-horaria                pic 9(04).
