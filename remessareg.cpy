      *>               cobranca enviado ao banco com as mensalidades em
      *>               aberto da competencia, gerado pelo programa
      *>               gerarremessa a partir de arqMensalidades.dat.
      *>               O sacado do boleto e o responsavel financeiro
      *>               do aluno (nome e CPF).
      *>----------------------------------------------------------------
       01  fd-remessa.
           05  fd-rem-cod                          pic 9(08).
           05  fd-rem-competencia                  pic 9(06).
           05  fd-rem-valor                        pic 9(05)v99.
           05  fd-rem-vencimento                   pic 9(08).
           05  fd-rem-sacado-nome                  pic x(35).
           05  fd-rem-sacado-cpf                   pic 9(11).
