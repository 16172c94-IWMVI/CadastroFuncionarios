      *****************************************************************
      * AFASFD - FD E LAYOUT DO REGISTRO DE AFASTAMENTO (REGAFAST).
      * UM REGISTRO POR FUNCIONARIO E DATA DE INICIO (AAAAMMDD).
      * AFA-FIM = ULTIMO DIA AFASTADO (ZEROS = SEM PREVISAO DE
      * RETORNO, O AFASTAMENTO VALE ATE O FIM DE QUALQUER PERIODO
      * APURADO). AFA-TIPO:
      *   "D" = DOENCA    - EMPRESA PAGA OS 15 PRIMEIROS DIAS, O
      *                     RESTANTE E AUXILIO-DOENCA DO INSS;
      *   "A" = ACIDENTE DE TRABALHO - MESMA REGRA DE PAGAMENTO;
      *   "M" = MATERNIDADE - SALARIO-MATERNIDADE PAGO PELO INSS;
      *   "N" = LICENCA NAO REMUNERADA - SEM PAGAMENTO.
      * A FOLHA (PROGR233) DESCONTA OS DIAS QUE A EMPRESA NAO PAGA,
      * O 13O (PROGR249) E A RESCISAO (PROGR250) DESCONTAM OS AVOS
      * PERDIDOS E O ALERTA DE FERIAS (PROGR246) E A RESCISAO
      * APLICAM A PERDA/SUSPENSAO DO PERIODO AQUISITIVO.
      *****************************************************************
       FD AFASTAM
          LABEL RECORD IS STANDARD
          VALUE OF FILE-ID IS "AFASTAM.DAT".

       01 REGAFAST.
        03 AFA-CHAVE.
          05 AFA-CODIGO        PIC X(06).
          05 AFA-INICIO        PIC 9(08).
        03 AFA-FIM             PIC 9(08).
        03 AFA-TIPO            PIC X(01).
