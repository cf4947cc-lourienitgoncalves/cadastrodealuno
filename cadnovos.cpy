      *>               arqNovosAlunos.dat (carga em lote de matricula).
      *>               A matricula nao vem na carga: ela e atribuida
      *>               automaticamente pelo controle de matricula.
      *>               O responsavel financeiro vem na propria linha e
      *>               e localizado pelo CPF: irmaos trazem o mesmo CPF
      *>               e ficam ligados ao mesmo responsavel.
      *>               Os dados do Censo Escolar vem no fim da linha e
      *>               podem vir em branco (zero na data e no CPF),
      *>               para serem completados depois no cadastro.
      *>----------------------------------------------------------------
       01  fd-novo-aluno.
           05  fd-novo-nome                        pic x(25).
           05  fd-novo-pai                         pic x(25).
           05  fd-novo-telefone                    pic x(15).
           05  fd-novo-turma                       pic x(03).
           05  fd-novo-resp-cpf                    pic 9(11).
           05  fd-novo-resp-nome                   pic x(35).
           05  fd-novo-resp-endereco               pic x(35).
           05  fd-novo-resp-telefone               pic x(15).
           05  fd-novo-resp-email                  pic x(40).
           05  fd-novo-nascimento                  pic 9(08).
           05  fd-novo-nascimento-x redefines fd-novo-nascimento
                                                   pic x(08).
           05  fd-novo-sexo                        pic x(01).
           05  fd-novo-cor-raca                    pic x(01).
           05  fd-novo-cpf-aluno                   pic 9(11).
           05  fd-novo-cpf-aluno-x redefines fd-novo-cpf-aluno
                                                   pic x(11).
           05  fd-novo-certidao                    pic x(32).
