      *>----Variaveis de arquivos
       file section.
       fd arqBackup.
       01  fd-linha-backup                          pic x(220).

       fd arqAluno.
           copy "alunoreg.cpy".
           05  filler                              pic x(04) value ".bak".

       01  ws-linha-backup.
           05  ws-linha-texto                      pic x(220).

       01  ws-linha-pend.
           05  ws-linha-texto-pend                 pic x(140).
