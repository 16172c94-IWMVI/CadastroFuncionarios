      *****************************************************************
      * FGCSEL - SELECT CLAUSE PARA O SALDO ACUMULADO DO FGTS POR
      * FUNCIONARIO (ATUALIZADO PELO PROGR264; LIDO E MARCADO COM A
      * MULTA RESCISORIA PELO PROGR250)
      *****************************************************************
       SELECT FGTSCTA ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS FGC-CODIGO
                      FILE STATUS IS ST-FGC.
