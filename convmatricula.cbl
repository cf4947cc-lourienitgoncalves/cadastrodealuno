               move fd-ant-media        to fd-media
               move fd-ant-status       to fd-status
               move fd-ant-turma        to fd-turma
               move zero                to fd-cod-responsavel
               move zero                to fd-data-nascimento
               move spaces              to fd-sexo
               move spaces              to fd-cor-raca
               move zero                to fd-cpf-aluno
               move spaces              to fd-certidao

               write fd-alunos

