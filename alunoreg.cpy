               88  fd-status-ativo                 value "A".
               88  fd-status-inativo               value "I".
           05  fd-turma                            pic x(03).
      *>   responsavel financeiro do aluno (respreg.cpy); zero quando
      *>   ainda nao vinculado
           05  fd-cod-responsavel                  pic 9(06).
      *>   dados exigidos pelo Censo Escolar (exportcenso); zerados ou
      *>   em branco enquanto a secretaria nao os informar. Cor/raca
      *>   segue a tabela do Censo: 0 nao declarada, 1 branca, 2 preta,
      *>   3 parda, 4 amarela, 5 indigena. A certidao de nascimento e a
      *>   matricula do modelo novo (32 digitos).
           05  fd-data-nascimento                  pic 9(08).
           05  filler redefines fd-data-nascimento.
               10  fd-nasc-ano                     pic 9(04).
               10  fd-nasc-mes                     pic 9(02).
               10  fd-nasc-dia                     pic 9(02).
           05  fd-sexo                             pic x(01).
               88  fd-sexo-valido                  value "M" "F".
           05  fd-cor-raca                         pic x(01).
               88  fd-cor-raca-valida              value "0" thru "5".
           05  fd-cpf-aluno                        pic 9(11).
           05  fd-certidao                         pic x(32).
