      *****************************************************************
      * ENCFD - FD E LAYOUT DOS ENCARGOS DO EMPREGADOR (REG-ENCARGOS).
      * UM REGISTRO POR COMPETENCIA E FUNCIONARIO (CHAVE COMECA PELA
      * COMPETENCIA PARA A LEITURA DE UM MES INTEIRO COM START).
      * ENC-BASE = BRUTO DO FOLHAHIS.DAT NA COMPETENCIA; ENC-FGTS,
      * ENC-INSS-PAT, ENC-RAT E ENC-TERC = BASE X ALIQUOTAS "E" DO
      * TABDESC.DAT VIGENTES NA COMPETENCIA. ENC-MULTA = MULTA
      * RESCISORIA DO FGTS APURADA PELO PROGR250 NO DESLIGAMENTO.
      * O REPROCESSAMENTO DA COMPETENCIA SUBSTITUI O REGISTRO.
      *****************************************************************
       FD ENCARGOS
          LABEL RECORD IS STANDARD
          VALUE OF FILE-ID IS "ENCARGOS.DAT".

       01 REG-ENCARGOS.
        03 ENC-CHAVE.
          05 ENC-COMPET      PIC 9(06).
          05 ENC-CODIGO      PIC X(06).
        03 ENC-NOME          PIC X(30).
        03 ENC-DEPTO         PIC 9(02).
        03 ENC-BASE          PIC 9(09)V99.
        03 ENC-FGTS          PIC 9(09)V99.
        03 ENC-INSS-PAT      PIC 9(09)V99.
        03 ENC-RAT           PIC 9(09)V99.
        03 ENC-TERC          PIC 9(09)V99.
        03 ENC-MULTA         PIC 9(09)V99.
