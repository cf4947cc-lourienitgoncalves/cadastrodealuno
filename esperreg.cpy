      *>               alimentada quando a validacao de matricula recusa
      *>               por lotacao, mantida pelo programa listaespera e
      *>               consultada na inativacao de aluno para apontar o
      *>               proximo da fila a ser chamado. No encerramento
      *>               da rematricula (programa rematricula) as vagas
      *>               nao renovadas sao oferecidas a fila da turma.
      *>----------------------------------------------------------------
       01  fd-espera.
           05  fd-esp-chave.
