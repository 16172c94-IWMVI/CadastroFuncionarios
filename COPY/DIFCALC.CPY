      *****************************************************************
      * DIFCALC - DIFERENCAS SALARIAIS DE COMPETENCIAS JA PROCESSADAS
      * PELA FOLHA (PROGR233), GERADAS POR MUDANCA COM VIGENCIA
      * RETROATIVA NO SALHIST.DAT. USA O SALCALC.CPY E PRECISA DO
      * SALHIST ABERTO EM I-O E DO FOLHAHIS ABERTO. USO (VER TAMBEM
      * SALCWS):
      *   1) NA INICIALIZACAO, COM O RUNCTRL FECHADO, MOVA A
      *      COMPETENCIA QUE VAI PAGAR (AAAAMM) PARA W-DFC-COMPET E
      *      FACA PERFORM SAL-CARGA-FOLHAS THRU SAL-CARGA-FOLHAS-EXIT.
      *      GUARDA DATA E HORA DE CONCLUSAO DAS FOLHAS DAS 24
      *      COMPETENCIAS ANTERIORES (JANELA DAS DIFERENCAS).
      *   2) POR FUNCIONARIO: MOVA O CODIGO PARA W-DFC-CODIGO E OS
      *      VALORES DO CADFUNC PARA W-DFC-SALARIO/-TPSAL/-CARGO/-DEPTO
      *      E FACA PERFORM SAL-DIFERENCAS THRU SAL-DIFERENCAS-EXIT.
      *      DEVOLVE EM W-DFC-VALOR O TOTAL DAS DIFERENCAS (HORISTA
      *      PELO MES PADRAO DE 220 HORAS) E EM W-DFC-MESES QUANTAS
      *      COMPETENCIAS TIVERAM DIFERENCA.
      *   3) DEPOIS DE PAGAR, PERFORM SAL-DIF-BAIXA THRU
      *      SAL-DIF-BAIXA-EXIT MARCA OS REGISTROS RETROATIVOS DO
      *      FUNCIONARIO COMO PAGOS NA COMPETENCIA W-DFC-COMPET.
      * REGRA: PARA CADA COMPETENCIA ANTERIOR COM FOLHA CONCLUIDA E
      * REGISTRO DO FUNCIONARIO NO FOLHAHIS, A DIFERENCA E O SALARIO
      * APURADO COM TODO O HISTORICO MENOS O APURADO SO COM O QUE JA
      * ERA CONHECIDO QUANDO AQUELA FOLHA FOI CONCLUIDA (OU JA TEVE
      * DIFERENCA PAGA EM OUTRA COMPETENCIA). REDUCAO RETROATIVA NAO
      * GERA DESCONTO. OS REGISTROS MARCADOS COM A PROPRIA
      * W-DFC-COMPET CONTINUAM PENDENTES, ENTAO REINICIO E
      * REPROCESSAMENTO DA MESMA FOLHA PAGAM O MESMO VALOR.
      *****************************************************************
       SAL-CARGA-FOLHAS.
            MOVE ZEROS TO W-DFC-QTDE.
            OPEN INPUT RUNCTRL.
            IF ST-RUN NOT = "00"
                GO TO SAL-CARGA-FOLHAS-EXIT.
            MOVE W-DFC-COMPET TO W-DFC-MES.
            PERFORM SAL-CARGA-1 THRU SAL-CARGA-1-EXIT 24 TIMES.
            CLOSE RUNCTRL.
       SAL-CARGA-FOLHAS-EXIT.
            EXIT.

       SAL-CARGA-1.
            PERFORM SAL-MES-ANTERIOR THRU SAL-MES-ANTERIOR-EXIT.
            MOVE "PROGR233" TO RUN-PROGRAMA.
            COMPUTE RUN-PERIODO = W-DFC-MES * 100.
            READ RUNCTRL.
            IF ST-RUN NOT = "00" OR RUN-STATUS NOT = "C"
                GO TO SAL-CARGA-1-EXIT.
            ADD 1 TO W-DFC-QTDE.
            MOVE W-DFC-MES TO W-DFC-FL-COMPET(W-DFC-QTDE).
            COMPUTE W-DFC-FL-CARIMBO(W-DFC-QTDE)
                = RUN-DATA * 1000000 + RUN-HORA.
       SAL-CARGA-1-EXIT.
            EXIT.

       SAL-DIFERENCAS.
            MOVE ZEROS TO W-DFC-VALOR W-DFC-MESES.
            MOVE 999999 TO W-DFC-INI.
            IF W-DFC-QTDE = ZEROS
                GO TO SAL-DIFERENCAS-EXIT.
            MOVE W-DFC-CODIGO TO SAL-CODIGO.
            MOVE ZEROS        TO SAL-VIGENCIA.
            START SALHIST KEY IS NOT LESS THAN SAL-CHAVE
                INVALID KEY
                    GO TO SAL-DIFERENCAS-EXIT.
            MOVE "N" TO W-DFC-EOF.
            PERFORM SAL-DIF-PENDENTE THRU SAL-DIF-PENDENTE-EXIT
                    UNTIL FIM-SALHIST-DIF.
            IF W-DFC-INI = 999999
                GO TO SAL-DIFERENCAS-EXIT.
            MOVE W-DFC-INI TO W-DFC-MES.
            PERFORM SAL-DIF-MES THRU SAL-DIF-MES-EXIT
                    UNTIL W-DFC-MES NOT < W-DFC-COMPET.
       SAL-DIFERENCAS-EXIT.
            EXIT.

      * PENDENTE = MUDANCA DIGITADA (NAO O REGISTRO DE ABERTURA), SEM
      * DIFERENCA PAGA EM OUTRA COMPETENCIA E COM VIGENCIA ANTERIOR A
      * COMPETENCIA QUE VAI PAGAR. A MAIS ANTIGA ABRE A APURACAO.

       SAL-DIF-PENDENTE.
            READ SALHIST NEXT RECORD
                AT END
                    MOVE "S" TO W-DFC-EOF
                    GO TO SAL-DIF-PENDENTE-EXIT.
            IF SAL-CODIGO NOT = W-DFC-CODIGO
                MOVE "S" TO W-DFC-EOF
                GO TO SAL-DIF-PENDENTE-EXIT.
            IF SAL-DATA-REG = ZEROS
                GO TO SAL-DIF-PENDENTE-EXIT.
            IF SAL-COMPET-DIF NOT = ZEROS
                AND SAL-COMPET-DIF NOT = W-DFC-COMPET
                GO TO SAL-DIF-PENDENTE-EXIT.
            COMPUTE W-DFC-VIG-COMPET = SAL-VIGENCIA / 100.
            IF W-DFC-VIG-COMPET < W-DFC-COMPET
                AND W-DFC-VIG-COMPET < W-DFC-INI
                MOVE W-DFC-VIG-COMPET TO W-DFC-INI.
       SAL-DIF-PENDENTE-EXIT.
            EXIT.

       SAL-DIF-MES.
            MOVE ZEROS TO W-DFC-CARIMBO.
            PERFORM SAL-DIF-PROCURA THRU SAL-DIF-PROCURA-EXIT
                    VARYING W-DFC-IDX FROM 1 BY 1
                    UNTIL W-DFC-IDX > W-DFC-QTDE.
            IF W-DFC-CARIMBO = ZEROS
                GO TO SAL-DIF-MES-PROX.
            MOVE W-DFC-CODIGO TO FH-CODIGO.
            MOVE W-DFC-MES    TO FH-COMPET.
            READ FOLHAHIS.
            IF ST-FHI NOT = "00"
                GO TO SAL-DIF-MES-PROX.
            MOVE ZEROS TO W-SLC-CORTE.
            PERFORM SAL-DIF-APURA THRU SAL-DIF-APURA-EXIT.
            MOVE W-SLC-SALARIO TO W-DFC-NOVO.
            IF W-SLC-TPSAL = "H" OR "h"
                COMPUTE W-DFC-NOVO = W-SLC-SALARIO * W-DFC-HORAS-MES.
            MOVE W-DFC-CARIMBO TO W-SLC-CORTE.
            PERFORM SAL-DIF-APURA THRU SAL-DIF-APURA-EXIT.
            MOVE W-SLC-SALARIO TO W-DFC-ANTIGO.
            IF W-SLC-TPSAL = "H" OR "h"
                COMPUTE W-DFC-ANTIGO = W-SLC-SALARIO * W-DFC-HORAS-MES.
            IF W-DFC-NOVO > W-DFC-ANTIGO
                COMPUTE W-DFC-VALOR = W-DFC-VALOR
                                    + W-DFC-NOVO - W-DFC-ANTIGO
                ADD 1 TO W-DFC-MESES.
       SAL-DIF-MES-PROX.
            PERFORM SAL-MES-SEGUINTE THRU SAL-MES-SEGUINTE-EXIT.
       SAL-DIF-MES-EXIT.
            EXIT.

       SAL-DIF-PROCURA.
            IF W-DFC-FL-COMPET(W-DFC-IDX) = W-DFC-MES
                MOVE W-DFC-FL-CARIMBO(W-DFC-IDX) TO W-DFC-CARIMBO.
       SAL-DIF-PROCURA-EXIT.
            EXIT.

       SAL-DIF-APURA.
            MOVE W-DFC-CODIGO  TO W-SLC-CODIGO.
            MOVE W-DFC-MES     TO W-SLC-COMPET.
            MOVE W-DFC-COMPET  TO W-SLC-COMPET-DIF.
            MOVE ZEROS         TO W-SLC-DIAS.
            MOVE W-DFC-SALARIO TO W-SLC-SAL-FIM.
            MOVE W-DFC-TPSAL   TO W-SLC-TPSAL.
            MOVE W-DFC-CARGO   TO W-SLC-CARGO.
            MOVE W-DFC-DEPTO   TO W-SLC-DEPTO.
            PERFORM SAL-APURA THRU SAL-APURA-EXIT.
       SAL-DIF-APURA-EXIT.
            EXIT.

       SAL-DIF-BAIXA.
            MOVE W-DFC-CODIGO TO SAL-CODIGO.
            MOVE ZEROS        TO SAL-VIGENCIA.
            START SALHIST KEY IS NOT LESS THAN SAL-CHAVE
                INVALID KEY
                    GO TO SAL-DIF-BAIXA-EXIT.
            MOVE "N" TO W-DFC-EOF.
            PERFORM SAL-DIF-BAIXA-1 THRU SAL-DIF-BAIXA-1-EXIT
                    UNTIL FIM-SALHIST-DIF.
       SAL-DIF-BAIXA-EXIT.
            EXIT.

       SAL-DIF-BAIXA-1.
            READ SALHIST NEXT RECORD
                AT END
                    MOVE "S" TO W-DFC-EOF
                    GO TO SAL-DIF-BAIXA-1-EXIT.
            IF SAL-CODIGO NOT = W-DFC-CODIGO
                MOVE "S" TO W-DFC-EOF
                GO TO SAL-DIF-BAIXA-1-EXIT.
            IF SAL-DATA-REG = ZEROS OR SAL-COMPET-DIF NOT = ZEROS
                GO TO SAL-DIF-BAIXA-1-EXIT.
            COMPUTE W-DFC-VIG-COMPET = SAL-VIGENCIA / 100.
            IF W-DFC-VIG-COMPET NOT < W-DFC-COMPET
                GO TO SAL-DIF-BAIXA-1-EXIT.
            MOVE W-DFC-COMPET TO SAL-COMPET-DIF.
            REWRITE REGSALH.
       SAL-DIF-BAIXA-1-EXIT.
            EXIT.

       SAL-MES-ANTERIOR.
            DIVIDE W-DFC-MES BY 100 GIVING W-DFC-ANO-AUX.
            COMPUTE W-DFC-MES-AUX = W-DFC-MES - W-DFC-ANO-AUX * 100.
            IF W-DFC-MES-AUX = 1
                SUBTRACT 1 FROM W-DFC-ANO-AUX
                MOVE 12 TO W-DFC-MES-AUX
            ELSE
                SUBTRACT 1 FROM W-DFC-MES-AUX.
            COMPUTE W-DFC-MES = W-DFC-ANO-AUX * 100 + W-DFC-MES-AUX.
       SAL-MES-ANTERIOR-EXIT.
            EXIT.

       SAL-MES-SEGUINTE.
            DIVIDE W-DFC-MES BY 100 GIVING W-DFC-ANO-AUX.
            COMPUTE W-DFC-MES-AUX = W-DFC-MES - W-DFC-ANO-AUX * 100.
            IF W-DFC-MES-AUX NOT < 12
                ADD 1 TO W-DFC-ANO-AUX
                MOVE 1 TO W-DFC-MES-AUX
            ELSE
                ADD 1 TO W-DFC-MES-AUX.
            COMPUTE W-DFC-MES = W-DFC-ANO-AUX * 100 + W-DFC-MES-AUX.
       SAL-MES-SEGUINTE-EXIT.
            EXIT.
