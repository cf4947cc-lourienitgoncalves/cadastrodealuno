      *>               letivo, com o bimestre, as aulas previstas no
      *>               mes e as datas de inicio e fim, mantido pelo
      *>               programa cadcalendario. A carga de frequencia
      *>               valida a folha do mes contra este arquivo; a
      *>               conferencia da frequencia (conffrequencia) marca
      *>               o mes como fechado depois de conferido.
      *>----------------------------------------------------------------
       01  fd-calendario.
           05  fd-cal-chave.
