      $set sourceformat"free"
      *>----------------------------------------------------------------
      *>   Copybook  : RESPREG
      *>   Descricao : Layout do registro de arqResponsaveis.dat, o
      *>               cadastro dos responsaveis financeiros: quem paga
      *>               as mensalidades, com CPF, endereco e contatos.
      *>               Cada aluno aponta para o seu responsavel
      *>               (fd-cod-responsavel em alunoreg.cpy); irmaos
      *>               apontam para o mesmo. O CPF e chave alternativa
      *>               sem duplicidade. Mantido pelas opcoes Ca/Ac do
      *>               lista11ex3indexado e carregado pelo cadnovos.
      *>----------------------------------------------------------------
       01  fd-responsavel.
           05  fd-resp-codigo                      pic 9(06).
           05  fd-resp-nome                        pic x(35).
           05  fd-resp-cpf                         pic 9(11).
           05  fd-resp-endereco                    pic x(35).
           05  fd-resp-telefone                    pic x(15).
           05  fd-resp-email                       pic x(40).
