      *****************************************************************
      * ENCSEL - SELECT CLAUSE PARA OS ENCARGOS DO EMPREGADOR POR
      * FUNCIONARIO E COMPETENCIA (GRAVADO PELO PROGR264; LIDO PELA
      * CONTABILIZACAO PROGR254)
      *****************************************************************
       SELECT ENCARGOS ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ENC-CHAVE
                       FILE STATUS IS ST-ENC.
