           88  ws-pendente-achado                  value "S".

      *>   a grade mensal tem ordem certa: a folha de frequencia entra
      *>   e e conferida (o que fecha o mes no calendario) antes do
      *>   faturamento, e o backup fecha o mes
       01  ws-grade-mensal.
           05  filler                              pic x(20)
               value "cadfrequencia".
           05  filler                              pic x(20)
               value "conffrequencia".
           05  filler                              pic x(20)
               value "gerarmensalidade".
           05  filler                              pic x(20)
           05  filler                              pic x(20)
               value "backupnoturno".
       01  filler redefines ws-grade-mensal.
           05  ws-nome-passo occurs 6 times        pic x(20).

       77  ws-qtd-passos                           pic  9(02) value 6.

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
