      *****************************************************************
      * APRCALC - CONFERENCIA DE APROVACAO DA FOLHA ANTES DA REMESSA
      * BANCARIA, COMPARTILHADA PELA REMESSA (PROGR247) E PELO
      * FECHAMENTO DO MES (PROGR257).
      * USO (VER TAMBEM APRCWS.CPY E RUNCSEL/RUNCFD):
      *   COM O RUNCTRL FECHADO, MOVA A COMPETENCIA PARA W-APR-COMPET
      *   E FACA PERFORM APR-CHECA THRU APR-CHECA-EXIT. SE NOT
      *   FOLHA-APROVADA, NAO GERE A REMESSA (MOTIVO EM W-APR-MOTIVO).
      * A FOLHA MENSAL (MESES 01 A 12) PRECISA DO REGISTRO "PROGR266"
      * COM "A" NO RUNCTRL, GRAVADO DEPOIS DA ULTIMA CONCLUSAO DA
      * FOLHA (PROGR233) - REPROCESSAR A FOLHA EXIGE NOVA CRITICA E
      * NOVA APROVACAO. AS PARCELAS DO 13O (13/14) E O ADIANTAMENTO
      * (21 A 32) NAO PASSAM PELA CRITICA E SAO LIBERADOS.
      *****************************************************************
       APR-CHECA.
            MOVE "N" TO W-APR-OK.
            MOVE SPACES TO W-APR-MOTIVO W-APR-OPERADOR.
            MOVE W-APR-COMPET(5:2) TO W-APR-MES.
            IF W-APR-MES > 12
                MOVE "S" TO W-APR-OK
                GO TO APR-CHECA-EXIT.
            OPEN INPUT RUNCTRL.
            IF ST-RUN NOT = "00"
                MOVE "FOLHA DA COMPETENCIA NAO APROVADA"
                    TO W-APR-MOTIVO
                GO TO APR-CHECA-EXIT.
            MOVE "PROGR266" TO RUN-PROGRAMA.
            COMPUTE RUN-PERIODO = W-APR-COMPET * 100.
            READ RUNCTRL.
            IF ST-RUN NOT = "00"
                MOVE "FOLHA DA COMPETENCIA NAO APROVADA"
                    TO W-APR-MOTIVO
                GO TO APR-CHECA-FECHA.
            IF RUN-STATUS = "R"
                MOVE "FOLHA REJEITADA PELO SUPERVISOR" TO W-APR-MOTIVO
                GO TO APR-CHECA-FECHA.
            IF RUN-STATUS NOT = "A"
                MOVE "FOLHA DA COMPETENCIA NAO APROVADA"
                    TO W-APR-MOTIVO
                GO TO APR-CHECA-FECHA.
            MOVE RUN-OPERADOR TO W-APR-OPERADOR.
            COMPUTE W-APR-CARIMBO = RUN-DATA * 1000000 + RUN-HORA.
            MOVE "PROGR233" TO RUN-PROGRAMA.
            COMPUTE RUN-PERIODO = W-APR-COMPET * 100.
            READ RUNCTRL.
            IF ST-RUN = "00"
                IF RUN-STATUS NOT = "C"
                    MOVE "FOLHA DA COMPETENCIA EM PROCESSAMENTO"
                        TO W-APR-MOTIVO
                    GO TO APR-CHECA-FECHA
                END-IF
                COMPUTE W-APR-CARIMBO-FOLHA
                    = RUN-DATA * 1000000 + RUN-HORA
                IF W-APR-CARIMBO-FOLHA > W-APR-CARIMBO
                    MOVE "FOLHA REPROCESSADA APOS A APROVACAO"
                        TO W-APR-MOTIVO
                    GO TO APR-CHECA-FECHA
                END-IF
            END-IF.
            MOVE "S" TO W-APR-OK.
       APR-CHECA-FECHA.
            CLOSE RUNCTRL.
       APR-CHECA-EXIT.
            EXIT.
