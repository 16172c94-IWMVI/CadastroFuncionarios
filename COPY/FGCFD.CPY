      *****************************************************************
      * FGCFD - FD E LAYOUT DA CONTA DO FGTS POR FUNCIONARIO
      * (REG-FGTSCTA). FGC-SALDO = SOMA DOS DEPOSITOS DE FGTS JA
      * APURADOS PELO PROGR264 (O REPROCESSAMENTO DE UMA COMPETENCIA
      * AJUSTA SO A DIFERENCA). FGC-ULT-COMPET = MAIOR COMPETENCIA
      * MENSAL JA DEPOSITADA (AS PARCELAS DO 13O NAO CONTAM).
      * FGC-MULTA / FGC-MULTA-COMPET = MULTA RESCISORIA
      * APURADA PELO PROGR250 E A COMPETENCIA DO DESLIGAMENTO, EM QUE
      * O PROGR264 A LEVA PARA A GUIA DO FGTS.
      *****************************************************************
       FD FGTSCTA
          LABEL RECORD IS STANDARD
          VALUE OF FILE-ID IS "FGTSCTA.DAT".

       01 REG-FGTSCTA.
        03 FGC-CODIGO        PIC X(06).
        03 FGC-SALDO         PIC 9(09)V99.
        03 FGC-ULT-COMPET    PIC 9(06).
        03 FGC-MULTA         PIC 9(09)V99.
        03 FGC-MULTA-COMPET  PIC 9(06).
