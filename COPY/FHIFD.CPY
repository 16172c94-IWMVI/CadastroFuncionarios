      * COMPETENCIA. FH-DEPTO = DEPARTAMENTO NA EPOCA DO PAGAMENTO
      * (USADO PELA CONTABILIZACAO). FH-VERBAS-P/FH-VERBAS-D = SOMA
      * DAS VERBAS RECORRENTES (PROVENTOS/DESCONTOS) APLICADAS NO
      * LIQUIDO PELA FOLHA. FH-ADIANT = ADIANTAMENTO QUINZENAL
      * (PROGR263) DESCONTADO NO LIQUIDO PELA FOLHA OU PELA RESCISAO.
      *****************************************************************
       FD FOLHAHIS
          LABEL RECORD IS STANDARD
        03 FH-VERBAS-P       PIC 9(09)V99.
        03 FH-VERBAS-D       PIC 9(09)V99.
        03 FH-LIQUIDO        PIC 9(09)V99.
        03 FH-ADIANT         PIC 9(09)V99.
