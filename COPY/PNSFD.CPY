      *****************************************************************
      * PNSFD - FD E LAYOUT DO CADASTRO DE BENEFICIARIOS DE PENSAO
      * ALIMENTICIA (REG-PENSAO). A CHAVE E A MESMA DA VERBA DE
      * DESCONTO DO VERBFUNC.DAT (CODIGO DO FUNCIONARIO + NUMERO DA
      * VERBA): A VERBA DA A VIGENCIA E A DESCRICAO NO CONTRACHEQUE, O
      * BENEFICIARIO DA O DOMICILIO BANCARIO PARA O CREDITO DIRETO E O
      * PERCENTUAL DA DECISAO JUDICIAL.
      * PNS-PERCENT SOBRE O BRUTO (PNS-BASE "B") OU SOBRE O LIQUIDO
      * (PNS-BASE "L" = BRUTO - INSS - IRRF); ZERADO, VALE O VALOR DA
      * PROPRIA VERBA (VRB-VALOR OU VRB-PERCENT SOBRE O BRUTO).
      * PNS-PROCESSO = NUMERO DO PROCESSO PARA O RELATORIO AO JUIZO.
      *****************************************************************
       FD PENSAO
          LABEL RECORD IS STANDARD
          VALUE OF FILE-ID IS "PENSAO.DAT".

       01 REG-PENSAO.
        03 PNS-CHAVE.
          05 PNS-CODIGO      PIC X(06).
          05 PNS-VERBA       PIC 9(03).
        03 PNS-NOME          PIC X(30).
        03 PNS-CPF           PIC 9(11).
        03 PNS-BANCO         PIC 9(03).
        03 PNS-AGENCIA       PIC 9(04).
        03 PNS-CONTA         PIC 9(08).
        03 PNS-CONTADV       PIC X(01).
        03 PNS-BASE          PIC X(01).
        03 PNS-PERCENT       PIC 9(02)V99.
        03 PNS-PROCESSO      PIC X(25).
