      *>               responsavel, a sala e o limite de vagas,
      *>               mantido pelo programa cadturma e consultado
      *>               pelas validacoes de matricula e alteracao.
      *>               O professor responsavel e o codigo do cadastro
      *>               de professores (profreg.cpy); o nome guardado
      *>               em fd-tur-professor e copiado do cadastro.
      *>----------------------------------------------------------------
       01  fd-turmas.
           05  fd-tur-codigo                       pic x(03).
           05  fd-tur-professor                    pic x(25).
           05  fd-tur-sala                         pic x(05).
           05  fd-tur-max-vagas                    pic 9(03).
           05  fd-tur-cod-professor                pic 9(04).
