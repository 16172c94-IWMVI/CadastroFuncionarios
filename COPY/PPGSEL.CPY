      *****************************************************************
      * PPGSEL - SELECT CLAUSE PARA OS PAGAMENTOS DE PENSAO
      * ALIMENTICIA (GRAVADO PELO PROGR233; LIDO PELA REMESSA PROGR247,
      * PELA CONCILIACAO PROGR248, PELO INFORME PROGR252 E PELO
      * RELATORIO AO JUIZO PROGR271)
      *****************************************************************
       SELECT PENSPAG ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS PPG-CHAVE
                      FILE STATUS IS ST-PPG.
