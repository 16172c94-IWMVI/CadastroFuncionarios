      *****************************************************************
      * FPGFD - FD E LAYOUT DO ARQUIVO DE PAGAMENTOS (REG-FOLHAPAG).
      * UM REGISTRO POR FUNCIONARIO E COMPETENCIA PAGA (FP-COMPET
      * AAAAMM; MESES 13/14 = PARCELAS DO 13O SALARIO; MESES 21 A 32
      * = ADIANTAMENTO QUINZENAL DO MES 01 A 12), COM O DOMICILIO
      * BANCARIO COPIADO DO CADFUNC E O LIQUIDO APURADO.
      * GRAVADO PELA FOLHA (PROGR233), PELO 13O (PROGR249), PELA
      * RESCISAO (PROGR250) E PELO ADIANTAMENTO (PROGR263); A
      * REMESSA (PROGR247) E A CONCILIACAO
      * (PROGR248) FILTRAM PELO FP-COMPET. COM A COMPETENCIA NA CHAVE,
      * A FOLHA DO MES, O 13O E A RESCISAO COEXISTEM ATE CADA REMESSA
      * SAIR; O REPROCESSAMENTO SUBSTITUI APENAS O REGISTRO DA PROPRIA
