      * (COMPARTILHADO POR TODOS OS PROGRAMAS QUE ACESSAM O CADFUNC)
      * SITUACAO: "A" = ATIVO, "D" = DESLIGADO. REGISTROS GRAVADOS
      * ANTES DA CRIACAO DO CAMPO TEM ESPACO E VALEM COMO ATIVOS.
      * DEPENDENTES: SOMENTE INFORMATIVO (DEPENDENTES DE IRRF DO MES
      * NA ULTIMA GRAVACAO) - OS DEPENDENTES FICAM NO DEPEND.DAT.
      * TPDESLIG (TIPO DO DESLIGAMENTO): "S" = SEM JUSTA CAUSA,
      * "J" = JUSTA CAUSA, "P" = PEDIDO DE DEMISSAO, "A" = ACORDO,
      * "T" = TERMINO DE CONTRATO. ESPACO NOS ATIVOS E NOS DESLIGADOS
      * ANTES DA CRIACAO DO CAMPO (SEM MULTA DO FGTS).
      *****************************************************************
       FD CADFUNC
          LABEL RECORD IS STANDARD
        03 AGENCIA            PIC 9(04).
        03 CONTA              PIC 9(08).
        03 CONTADV            PIC X(01).
        03 TPDESLIG           PIC X(01).
