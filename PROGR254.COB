      * SEPARADOS POR ";" E VALOR EM CENTAVOS): UM DEBITO DE DESPESA
      * DE SALARIOS POR DEPARTAMENTO (NOME DO DEPTO.DAT), UM DEBITO DE
      * SALARIO FAMILIA E OS CREDITOS DE INSS A RECOLHER, IRRF A
      * RECOLHER, ADIANTAMENTOS A FUNCIONARIOS (ADIANTAMENTO QUINZENAL
      * DESCONTADO) E SALARIOS A PAGAR (LIQUIDO). OS ENCARGOS DO
      * EMPREGADOR APURADOS PELO PROGR264 (ENCARGOS.DAT) GERAM UM
      * DEBITO DE DESPESA POR DEPARTAMENTO E OS CREDITOS DE FGTS E DE
      * INSS PATRONAL A RECOLHER. IMPRIME O RELATORIO DE
      * CONTROLE (FOLHACTB.REL) PROVANDO DEBITOS = CREDITOS E BATENDO
      * COM OS TOTAIS DO FOLHAPG.REL DA MESMA COMPETENCIA.
      *************************************************************************
       COPY FHISEL.
       COPY DEPTSEL.
       COPY RUNCSEL.
       COPY ENCSEL.
       SELECT CTBFILE ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS ST-CTB.
       COPY FHIFD.
       COPY DEPTFD.
       COPY RUNCFD.
       COPY ENCFD.

       FD CTBFILE
          LABEL RECORD IS STANDARD
       01 ST-DEPTO                PIC X(02) VALUE "00".
       01 ST-CTB                  PIC X(02) VALUE "00".
       01 ST-REL                  PIC X(02) VALUE "00".
       01 ST-ENC                  PIC X(02) VALUE "00".
       01 W-EOF                   PIC X(01) VALUE "N".
           88 FIM-FOLHAHIS                   VALUE "S".
       01 W-ENC-EOF               PIC X(01) VALUE "N".
           88 FIM-ENCARGOS                   VALUE "S".
       01 W-ENC-ABERTO            PIC X(01) VALUE "N".
       01 W-TOTAL-ENC             PIC 9(06) VALUE ZEROS.
       01 W-ENC-FUNC              PIC 9(09)V99 VALUE ZEROS.
       01 W-ENC-SEM-DEPTO         PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-ENC-FGTS          PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-ENC-INSS          PIC 9(11)V99 VALUE ZEROS.
       01 W-COMPETENCIA           PIC X(07) VALUE SPACES.
       01 W-COMPET-MES            PIC 9(02) VALUE ZEROS.
       01 W-COMPET-ANO            PIC 9(04) VALUE ZEROS.
       01 W-TOT-INSS              PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-IRRF              PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-LIQUIDO           PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-ADIANT            PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-DEBITOS           PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-CREDITOS          PIC 9(11)V99 VALUE ZEROS.
       01 W-DIFERENCA             PIC S9(11)V99 VALUE ZEROS.
       01 W-DEPTO-TAB.
           05 W-DEPTO-OCC OCCURS 99 TIMES.
               10 W-DEPTO-BRUTO      PIC 9(11)V99 VALUE ZEROS.
               10 W-DEPTO-ENC        PIC 9(11)V99 VALUE ZEROS.

       01 W-LANC-CSV.
           03 WL-TIPO               PIC X(01).
            PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
            PERFORM 2000-PROCESSA THRU 2000-EXIT
                    UNTIL FIM-FOLHAHIS.
            PERFORM 2500-LE-ENCARGOS THRU 2500-EXIT.
            PERFORM 3000-GERA-LANCAMENTOS THRU 3000-EXIT.
            PERFORM 8000-FINALIZACAO THRU 8000-EXIT.
            GO TO 9999-FIM.
                DISPLAY "ERRO NA ABERTURA DO DEPTO - STATUS " ST-DEPTO
                CLOSE FOLHAHIS
                GO TO 9999-FIM.
      * SEM ENCARGOS.DAT A CONTABILIZACAO SAI SO COM A FOLHA E O
      * RELATORIO AVISA QUE OS ENCARGOS NAO FORAM APURADOS.
            OPEN INPUT ENCARGOS.
            IF ST-ENC = "00"
                MOVE "S" TO W-ENC-ABERTO.
      * O CONTROLE DE EXECUCAO SO E ABERTO DEPOIS DAS ENTRADAS
      * VALIDADAS. OS LANCAMENTOS SAO REGRAVADOS DO ZERO, ENTAO O
      * REINICIO RECOMECA DO INICIO DA ENTRADA.
            PERFORM RUN-ABRE THRU RUN-ABRE-EXIT.
            IF RUN-NEGADO
                CLOSE FOLHAHIS DEPTO
                PERFORM 8100-FECHA-ENCARGOS THRU 8100-EXIT
                GO TO 9999-FIM.
            IF RUN-REINICIO
                DISPLAY "CONTABILIZACAO RECOMECA DO INICIO"
                    ST-CTB
                PERFORM RUN-CANCELA THRU RUN-CANCELA-EXIT
                CLOSE FOLHAHIS DEPTO
                PERFORM 8100-FECHA-ENCARGOS THRU 8100-EXIT
                GO TO 9999-FIM.
            OPEN OUTPUT RELCTB.
            IF ST-REL NOT = "00"
                    ST-REL
                PERFORM RUN-CANCELA THRU RUN-CANCELA-EXIT
                CLOSE FOLHAHIS DEPTO CTBFILE
                PERFORM 8100-FECHA-ENCARGOS THRU 8100-EXIT
                GO TO 9999-FIM.
            MOVE W-CAB1 TO REL-LINHA.
            WRITE REL-LINHA.
            ADD FH-INSS    TO W-TOT-INSS.
            ADD FH-IRRF    TO W-TOT-IRRF.
            ADD FH-LIQUIDO TO W-TOT-LIQUIDO.
            ADD FH-ADIANT  TO W-TOT-ADIANT.
            PERFORM 2800-CHECKPOINT THRU 2800-EXIT.
       2000-LE.
            PERFORM 2900-LE-FOLHAHIS THRU 2900-EXIT.
       2900-EXIT.
            EXIT.

      ******************************************************************
      * ENCARGOS DO EMPREGADOR DA COMPETENCIA (CHAVE DO ENCARGOS.DAT
      * COMECA PELA COMPETENCIA): DESPESA POR DEPARTAMENTO = FGTS +
      * INSS PATRONAL + RAT + TERCEIROS + MULTA RESCISORIA; CREDITO
      * DE FGTS A RECOLHER (FGTS + MULTA) E DE INSS PATRONAL A
      * RECOLHER (PATRONAL + RAT + TERCEIROS, GUIA DA PREVIDENCIA).
      ******************************************************************

       2500-LE-ENCARGOS.
            IF W-ENC-ABERTO NOT = "S"
                GO TO 2500-EXIT.
            MOVE W-COMPET-NUM TO ENC-COMPET.
            MOVE LOW-VALUES   TO ENC-CODIGO.
            START ENCARGOS KEY IS NOT LESS THAN ENC-CHAVE
                INVALID KEY
                    GO TO 2500-EXIT.
            MOVE "N" TO W-ENC-EOF.
            PERFORM 2510-ACUMULA-ENCARGO THRU 2510-EXIT
                    UNTIL FIM-ENCARGOS.
       2500-EXIT.
            EXIT.

       2510-ACUMULA-ENCARGO.
            READ ENCARGOS NEXT RECORD
                AT END
                    MOVE "S" TO W-ENC-EOF
                    GO TO 2510-EXIT.
            IF ENC-COMPET NOT = W-COMPET-NUM
                MOVE "S" TO W-ENC-EOF
                GO TO 2510-EXIT.
            ADD 1 TO W-TOTAL-ENC.
            COMPUTE W-ENC-FUNC = ENC-FGTS + ENC-INSS-PAT + ENC-RAT
                               + ENC-TERC + ENC-MULTA.
            IF ENC-DEPTO > 0
                ADD W-ENC-FUNC TO W-DEPTO-ENC(ENC-DEPTO)
            ELSE
                ADD W-ENC-FUNC TO W-ENC-SEM-DEPTO.
            COMPUTE W-TOT-ENC-FGTS = W-TOT-ENC-FGTS + ENC-FGTS
                                   + ENC-MULTA.
            COMPUTE W-TOT-ENC-INSS = W-TOT-ENC-INSS + ENC-INSS-PAT
                                   + ENC-RAT + ENC-TERC.
       2510-EXIT.
            EXIT.

      ******************************************************************
      * LANCAMENTOS: DEBITOS DE DESPESA DE SALARIOS POR DEPARTAMENTO
      * (BRUTO), DE SALARIO FAMILIA E DE OUTROS PROVENTOS (VERBAS
      * RECORRENTES); CREDITOS DE INSS E IRRF A RECOLHER, DAS
      * CONSIGNACOES DESCONTADAS, DO ADIANTAMENTO QUINZENAL JA PAGO
      * (BAIXA DO ADIANTAMENTO A FUNCIONARIOS) E DO LIQUIDO A PAGAR.
      * COMO LIQUIDO = BRUTO - INSS - IRRF + SALARIO FAMILIA +
      * PROVENTOS - DESCONTOS - ADIANTAMENTO,
      * DEBITOS E CREDITOS FECHAM POR CONSTRUCAO - O RELATORIO DE
      * CONTROLE PROVA O EMPATE.
      ******************************************************************
                COMPUTE WL-VALOR = W-TOT-IRRF * 100
                ADD W-TOT-IRRF TO W-TOT-CREDITOS
                PERFORM 3800-GRAVA-LANC THRU 3800-EXIT.
            IF W-TOT-ADIANT > ZEROS
                MOVE "C" TO WL-TIPO
                MOVE "ADIANTAMENTOS" TO WL-CONTA
                MOVE ZEROS TO WL-DEPTO
                MOVE SPACES TO WL-NOME
                COMPUTE WL-VALOR = W-TOT-ADIANT * 100
                ADD W-TOT-ADIANT TO W-TOT-CREDITOS
                PERFORM 3800-GRAVA-LANC THRU 3800-EXIT.
            IF W-TOT-LIQUIDO > ZEROS
                MOVE "C" TO WL-TIPO
                MOVE "SALARIOS A PAGAR" TO WL-CONTA
                COMPUTE WL-VALOR = W-TOT-LIQUIDO * 100
                ADD W-TOT-LIQUIDO TO W-TOT-CREDITOS
                PERFORM 3800-GRAVA-LANC THRU 3800-EXIT.
            PERFORM 3200-DEBITO-ENCARGOS THRU 3200-EXIT
                    VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 99.
            IF W-ENC-SEM-DEPTO > ZEROS
                MOVE "D" TO WL-TIPO
                MOVE "ENCARGOS SOCIAIS" TO WL-CONTA
                MOVE ZEROS TO WL-DEPTO
                MOVE "SEM DEPARTAMENTO" TO WL-NOME
                COMPUTE WL-VALOR = W-ENC-SEM-DEPTO * 100
                ADD W-ENC-SEM-DEPTO TO W-TOT-DEBITOS
                PERFORM 3800-GRAVA-LANC THRU 3800-EXIT.
            IF W-TOT-ENC-FGTS > ZEROS
                MOVE "C" TO WL-TIPO
                MOVE "FGTS A RECOLHER" TO WL-CONTA
                MOVE ZEROS TO WL-DEPTO
                MOVE SPACES TO WL-NOME
                COMPUTE WL-VALOR = W-TOT-ENC-FGTS * 100
                ADD W-TOT-ENC-FGTS TO W-TOT-CREDITOS
                PERFORM 3800-GRAVA-LANC THRU 3800-EXIT.
            IF W-TOT-ENC-INSS > ZEROS
                MOVE "C" TO WL-TIPO
                MOVE "INSS PATRONAL A REC." TO WL-CONTA
                MOVE ZEROS TO WL-DEPTO
                MOVE SPACES TO WL-NOME
                COMPUTE WL-VALOR = W-TOT-ENC-INSS * 100
                ADD W-TOT-ENC-INSS TO W-TOT-CREDITOS
                PERFORM 3800-GRAVA-LANC THRU 3800-EXIT.
       3000-EXIT.
            EXIT.

       3100-EXIT.
            EXIT.

       3200-DEBITO-ENCARGOS.
            IF W-DEPTO-ENC(W-IDX) = ZEROS
                GO TO 3200-EXIT.
            MOVE "D" TO WL-TIPO.
            MOVE "ENCARGOS SOCIAIS" TO WL-CONTA.
            MOVE W-IDX TO WL-DEPTO DEPTO-CODIGO.
            READ DEPTO.
            IF ST-DEPTO = "00"
                MOVE DEPTO-NOME TO WL-NOME
            ELSE
                MOVE "DEPARTAMENTO NAO CADASTRADO" TO WL-NOME.
            COMPUTE WL-VALOR = W-DEPTO-ENC(W-IDX) * 100.
            ADD W-DEPTO-ENC(W-IDX) TO W-TOT-DEBITOS.
            PERFORM 3800-GRAVA-LANC THRU 3800-EXIT.
       3200-EXIT.
            EXIT.

       3800-GRAVA-LANC.
            MOVE W-COMPET-NUM TO WL-COMPET.
            MOVE SPACES TO CTB-LINHA.
            MOVE W-TOTAL-FUNC TO WT-FUNC.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA FROM W-LINHA-FUNC.
            MOVE SPACES TO REL-LINHA.
            IF W-TOTAL-ENC = ZEROS
                MOVE "ATENCAO: ENCARGOS DA COMPETENCIA NAO APURADOS"
                    TO REL-LINHA
                WRITE REL-LINHA
                DISPLAY "ENCARGOS DA COMPETENCIA NAO APURADOS - "
                    "RODE O PROGR264".
            COMPUTE W-DIFERENCA = W-TOT-DEBITOS - W-TOT-CREDITOS.
            MOVE SPACES TO REL-LINHA.
            IF W-DIFERENCA = ZEROS
            MOVE W-TOT-CREDITOS TO RUN-VALOR-B.
            PERFORM RUN-ENCERRA THRU RUN-ENCERRA-EXIT.
            CLOSE FOLHAHIS DEPTO CTBFILE RELCTB.
            PERFORM 8100-FECHA-ENCARGOS THRU 8100-EXIT.
       8000-EXIT.
            EXIT.

       8100-FECHA-ENCARGOS.
            IF W-ENC-ABERTO = "S"
                CLOSE ENCARGOS
                MOVE "N" TO W-ENC-ABERTO.
       8100-EXIT.
            EXIT.

      ******************************************************************
      *                 ROTINAS DE CONTROLE DE EXECUCAO
      ******************************************************************
