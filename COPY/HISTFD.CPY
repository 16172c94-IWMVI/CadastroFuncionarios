      *****************************************************************
      * HISTFD - FD E LAYOUT DO REGISTRO DE HISTORICO (REGHIST)
      * GRAVADO ANTES DE CADA REWRITE/DELETE CONTRA O CADFUNC.
      * HIST-TIPO: "A" = ALTERACAO, "D" = DESLIGAMENTO, "E" = EXCLUSAO
      * E "R" = REPARO DA CONFERENCIA DE INTEGRIDADE (PROGR269), SEM
      * IMAGEM DE FUNCIONARIO: HIST-CODIGO EM BRANCO E O REPARO
      * DESCRITO EM HIST-NOME/HIST-EMAIL.
      *****************************************************************
       FD HISTFUNC
          LABEL RECORD IS STANDARD
          05 HIST-AGENCIA          PIC 9(04).
          05 HIST-CONTA            PIC 9(08).
          05 HIST-CONTADV          PIC X(01).
          05 HIST-TPDESLIG         PIC X(01).
