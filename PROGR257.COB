      *************************************************************************
      * AUTHOR. WALLACE MARTINS VIEIRA
      * DATA : 02/09/2026
      * FECHAMENTO DO MES - EXECUTA A SEQUENCIA PROGR269 (CONFERENCIA DE
      * INTEGRIDADE), PROGR233 (FOLHA), PROGR234 (BENEFICIOS), PROGR237
      * (QUADRO), PROGR265 (CRITICA DA FOLHA), PROGR247 (REMESSA),
      * PROGR268 (MOVIMENTO CAGED) E PROGR239 (BACKUP/REORGANIZACAO)
      * PARA A COMPETENCIA INFORMADA, NA ORDEM CERTA: CADA PASSO SO
      * COMECA QUANDO O ANTERIOR MOSTRA RUN-STATUS "C" NO RUNCTRL.DAT, E
      * A FOLHA NOVA E RECUSADA ENQUANTO O RETORNO BANCARIO DA
      * COMPETENCIA ANTERIOR NAO FOI CONCILIADO PELO PROGR248. ERRO
      * CRITICO NA CONFERENCIA DE INTEGRIDADE PARA O FECHAMENTO. A
      * REMESSA ESPERA A APROVACAO DA FOLHA PELO SUPERVISOR (PROGR266):
      * SEM ELA O FECHAMENTO PARA DEPOIS DA CRITICA. APOS UMA QUEDA OU A
      * APROVACAO, RETOMA DO PRIMEIRO PASSO INCOMPLETO (PASSOS JA
      * CONCLUIDOS SAO PULADOS). GRAVA UM DIARIO DE OPERACAO DATADO
      * (FECHAMES.LOG) COM INICIO/FIM DE CADA PASSO E OS TOTAIS
      * REGISTRADOS NO CONTROLE DE EXECUCAO.
      *************************************************************************

       IDENTIFICATION DIVISION.
           88 FECHAMENTO-PAROU               VALUE "S".
       01 W-ACHOU-RUN             PIC X(01) VALUE "N".

       COPY APRCWS.

      ******************************************************************
      * PASSOS DO FECHAMENTO. MODO DO PERIODO NO RUNCTRL:
      *   "C" = COMPETENCIA (AAAAMM00), "D" = DATA DO DIA (AAAAMMDD),
      ******************************************************************

       01 W-PASSO-VALORES.
           03 FILLER PIC X(09) VALUE "PROGR269D".
           03 FILLER PIC X(09) VALUE "PROGR233C".
           03 FILLER PIC X(09) VALUE "PROGR234D".
           03 FILLER PIC X(09) VALUE "PROGR237N".
           03 FILLER PIC X(09) VALUE "PROGR265C".
           03 FILLER PIC X(09) VALUE "PROGR247C".
           03 FILLER PIC X(09) VALUE "PROGR268C".
           03 FILLER PIC X(09) VALUE "PROGR239D".

       01 W-PASSO-TAB REDEFINES W-PASSO-VALORES.
           03 W-PASSO-ITEM OCCURS 8 TIMES.
               05 W-PASSO-PROG     PIC X(08).
               05 W-PASSO-MODO     PIC X(01).

            PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
            PERFORM 2000-EXECUTA-PASSO THRU 2000-EXIT
                    VARYING W-IDX FROM 1 BY 1
                    UNTIL W-IDX > 8 OR FECHAMENTO-PAROU.
            PERFORM 8000-FINALIZACAO THRU 8000-EXIT.
            GO TO 9999-FIM.

            PERFORM 2100-MONTA-CHAVE THRU 2100-EXIT.
            PERFORM 6100-LE-RUNCTRL THRU 6100-EXIT.
            CLOSE RUNCTRL.
      * A CONFERENCIA DO DIA COM CRITICO PENDENTE E REFEITA.
            IF W-ACHOU-RUN = "S" AND RUN-STATUS = "C"
                AND (W-PASSO-PROG(W-IDX) NOT = "PROGR269"
                     OR RUN-CONT-A = ZEROS)
                MOVE W-PASSO-PROG(W-IDX) TO WG-PROG
                MOVE "PASSO JA CONCLUIDO - PULADO" TO WG-TEXTO
                PERFORM 7000-GRAVA-LOG THRU 7000-EXIT
                GO TO 2000-EXIT.
       2000-CHAMA.
            IF W-PASSO-PROG(W-IDX) = "PROGR247"
                PERFORM 2050-CHECA-APROVACAO THRU 2050-EXIT
                IF FECHAMENTO-PAROU
                    GO TO 2000-EXIT.
            MOVE W-PASSO-PROG(W-IDX) TO WG-PROG.
            MOVE "INICIO DO PASSO" TO WG-TEXTO.
            PERFORM 7000-GRAVA-LOG THRU 7000-EXIT.
                MOVE "FIM DO PASSO" TO WG-TEXTO
                PERFORM 7000-GRAVA-LOG THRU 7000-EXIT
                PERFORM 2200-LOG-TOTAIS THRU 2200-EXIT
                IF W-PASSO-PROG(W-IDX) = "PROGR269"
                    PERFORM 2060-CHECA-INTEGRIDADE THRU 2060-EXIT
                END-IF
            ELSE
                DISPLAY "PASSO " W-PASSO-PROG(W-IDX)
                    " NAO CONCLUIDO - FECHAMENTO INTERROMPIDO"
       2000-EXIT.
            EXIT.

      * A REMESSA SO E CHAMADA COM A FOLHA APROVADA NO PROGR266.

       2050-CHECA-APROVACAO.
            MOVE W-COMPET-NUM TO W-APR-COMPET.
            PERFORM APR-CHECA THRU APR-CHECA-EXIT.
            IF FOLHA-APROVADA
                GO TO 2050-EXIT.
            DISPLAY W-APR-MOTIVO " - APROVE A FOLHA NO PROGR266 E "
                "RODE O FECHAMENTO DE NOVO".
            MOVE "PROGR266" TO WG-PROG.
            MOVE "FOLHA NAO APROVADA - AGUARDANDO SUPERVISOR"
                TO WG-TEXTO.
            PERFORM 7000-GRAVA-LOG THRU 7000-EXIT.
            MOVE W-APR-MOTIVO TO WG-TEXTO.
            PERFORM 7000-GRAVA-LOG THRU 7000-EXIT.
            MOVE "S" TO W-PARAR.
       2050-EXIT.
            EXIT.

      * ERRO CRITICO DE INTEGRIDADE (RUN-CONT-A DO PROGR269) PARA O
      * FECHAMENTO ANTES DA FOLHA.

       2060-CHECA-INTEGRIDADE.
            IF RUN-CONT-A = ZEROS
                GO TO 2060-EXIT.
            DISPLAY "ERROS CRITICOS DE INTEGRIDADE - CORRIJA (VEJA "
                "INTEGR.REL) E RODE O FECHAMENTO DE NOVO".
            MOVE "ERROS CRITICOS DE INTEGRIDADE - INTERROMPIDO"
                TO WG-TEXTO.
            PERFORM 7000-GRAVA-LOG THRU 7000-EXIT.
            MOVE "S" TO W-PARAR.
       2060-EXIT.
            EXIT.

       2100-MONTA-CHAVE.
            MOVE W-PASSO-PROG(W-IDX) TO RUN-PROGRAMA.
            IF W-PASSO-MODO(W-IDX) = "C"
       8000-EXIT.
            EXIT.

      ******************************************************************
      *              CONFERENCIA DE APROVACAO DA FOLHA
      ******************************************************************

       COPY APRCALC.

       9999-FIM.
            GOBACK.
