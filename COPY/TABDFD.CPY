      *           "R" = FAIXA IRRF (LIMITE/ALIQUOTA/PARCELA A DEDUZIR),
      *           "D" = DEDUCAO POR DEPENDENTE DA BASE IRRF (PARCELA),
      *           "F" = SALARIO FAMILIA (LIMITE DE BRUTO / PARCELA POR
      *                 DEPENDENTE),
      *           "A" = ADIANTAMENTO QUINZENAL (LIMITE = DIA DE CORTE DA
      *                 ADMISSAO NO MES / ALIQUOTA = PERCENTUAL DO
      *                 SALARIO). SEM REGISTRO VALEM 40% E DIA 15.
      *           "E" = ENCARGOS DO EMPREGADOR (ALIQUOTA POR TAB-SEQ:
      *                 01 FGTS, 02 INSS PATRONAL, 03 RAT, 04 TERCEIROS,
      *                 05 MULTA RESCISORIA DO FGTS). CADA SEQ TEM SUA
      *                 VIGENCIA; SEM REGISTRO VALEM 8, 20, 2, 5,8 E 40.
      *           "C" = CRITICA DA FOLHA ANTES DA REMESSA (PROGR265):
      *                 ALIQUOTA = VARIACAO MAXIMA EM % DO LIQUIDO DO
      *                 FUNCIONARIO (SEQ 01) E DO TOTAL DO DEPARTAMENTO
      *                 (SEQ 02). SEM REGISTRO VALEM 20% E 10%.
      * TAB-COMPET = COMPETENCIA INICIAL DE VIGENCIA (AAAAMM). A CARGA
      * (TAB-CARGA) USA, PARA CADA TIPO, A VERSAO MAIS RECENTE QUE NAO
      * PASSA DA COMPETENCIA ALVO. REGISTROS DO LAYOUT ANTIGO (SEM O
