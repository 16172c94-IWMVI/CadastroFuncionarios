      *****************************************************************
      * PPGFD - FD E LAYOUT DOS PAGAMENTOS DE PENSAO ALIMENTICIA
      * (REG-PENSPAG). UM REGISTRO POR FUNCIONARIO, VERBA E
      * COMPETENCIA COM A PENSAO RETIDA PELA FOLHA, COPIA DOS DADOS DO
      * BENEFICIARIO NA EPOCA (NOME, CPF, DOMICILIO BANCARIO, PROCESSO)
      * E A BASE USADA NO CALCULO. PPG-BASE: "B" = PERCENTUAL SOBRE O
      * BRUTO, "L" = SOBRE O LIQUIDO, "F" = VALOR DA VERBA. O
      * REPROCESSAMENTO DA COMPETENCIA SUBSTITUI OS REGISTROS DO
      * FUNCIONARIO NAQUELA COMPETENCIA.
      *****************************************************************
       FD PENSPAG
          LABEL RECORD IS STANDARD
          VALUE OF FILE-ID IS "PENSPAG.DAT".

       01 REG-PENSPAG.
        03 PPG-CHAVE.
          05 PPG-CODIGO      PIC X(06).
          05 PPG-VERBA       PIC 9(03).
          05 PPG-COMPET      PIC 9(06).
        03 PPG-FUNC-NOME     PIC X(30).
        03 PPG-NOME          PIC X(30).
        03 PPG-CPF           PIC 9(11).
        03 PPG-BANCO         PIC 9(03).
        03 PPG-AGENCIA       PIC 9(04).
        03 PPG-CONTA         PIC 9(08).
        03 PPG-CONTADV       PIC X(01).
        03 PPG-PROCESSO      PIC X(25).
        03 PPG-BASE          PIC X(01).
        03 PPG-PERCENT       PIC 9(02)V99.
        03 PPG-BASE-VALOR    PIC 9(09)V99.
        03 PPG-VALOR         PIC 9(09)V99.
