      *****************************************************************
      * DPNSEL - SELECT CLAUSE PARA O CADASTRO DE DEPENDENTES POR
      * FUNCIONARIO (MANTIDO PELO PROGR261; APURADO PELO DPNCALC.CPY)
      *****************************************************************
       SELECT DEPENDEN ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS DPN-CHAVE
                       FILE STATUS IS ST-DPN.
