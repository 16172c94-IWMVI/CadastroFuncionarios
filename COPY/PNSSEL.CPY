      *****************************************************************
      * PNSSEL - SELECT CLAUSE PARA O CADASTRO DE BENEFICIARIOS DE
      * PENSAO ALIMENTICIA (MANTIDO PELO PROGR270; APLICADO NA FOLHA
      * PELO PROGR233)
      *****************************************************************
       SELECT PENSAO ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PNS-CHAVE
                     FILE STATUS IS ST-PNS.
