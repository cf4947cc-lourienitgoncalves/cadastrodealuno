           copy "alunoreg.cpy".

       fd arqBackup.
       01  fd-linha-backup                          pic x(220).

       fd arqReconciliacao.
       01  fd-linha-reconc                          pic x(80).
           05  filler                              pic x(04) value ".bak".

       01  ws-linha-backup.
           05  ws-linha-texto                      pic x(220).

       01  ws-linha-reconc.
           05  ws-linha-texto-reconc                pic x(80).
