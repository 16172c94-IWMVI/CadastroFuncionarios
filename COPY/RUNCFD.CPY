      * "C" = CONCLUIDO. RUN-CHECKPOINT = REGISTROS DE ENTRADA JA
      * PROCESSADOS; OS CONTADORES A-D E VALORES A-D GUARDAM OS
      * ACUMULADORES DE CADA PROGRAMA PARA O REINICIO.
      * A DECISAO DO SUPERVISOR SOBRE A FOLHA (PROGR266) FICA NUM
      * REGISTRO PROPRIO "PROGR266" + COMPETENCIA COM RUN-STATUS
      * "A" = APROVADA OU "R" = REJEITADA, DATA/HORA DA DECISAO E O
      * OPERADOR EM RUN-OPERADOR (ESPACOS NOS DEMAIS REGISTROS).
      *****************************************************************
       FD RUNCTRL
          LABEL RECORD IS STANDARD
        03 RUN-VALOR-B        PIC 9(11)V99.
        03 RUN-VALOR-C        PIC 9(11)V99.
        03 RUN-VALOR-D        PIC 9(11)V99.
        03 RUN-OPERADOR       PIC X(08).
