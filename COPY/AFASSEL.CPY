      *****************************************************************
      * AFASSEL - SELECT CLAUSE PARA O CADASTRO DE AFASTAMENTOS
      * (DOENCA, ACIDENTE, MATERNIDADE, LICENCA NAO REMUNERADA) POR
      * FUNCIONARIO (MANTIDO PELO PROGR260; APURADO PELO AFASCALC.CPY)
      *****************************************************************
       SELECT AFASTAM ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS AFA-CHAVE
                      FILE STATUS IS ST-AFA.
