      *>   Descricao : Layout do registro de arqControleExec.dat, o
      *>               controle de execucao da grade batch mensal: um
      *>               registro por competencia e passo da sequencia
      *>               (cadfrequencia, conffrequencia, gerarmensalidade,
      *>               relinadimplencia, exportcsv, backupnoturno),
      *>               mantido pelo programa condutormensal.
      *>----------------------------------------------------------------
