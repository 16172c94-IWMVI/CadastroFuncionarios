      *****************************************************************
      * SALSEL - SELECT CLAUSE PARA O HISTORICO DE SALARIO E CARGO
      * COM DATA DE VIGENCIA (GRAVADO PELO PROGR231 E PELO PROGR241;
      * APURADO PELO SALCALC.CPY NA FOLHA, 13O E RESCISAO)
      *****************************************************************
       SELECT SALHIST ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS SAL-CHAVE
                      FILE STATUS IS ST-SAL.
