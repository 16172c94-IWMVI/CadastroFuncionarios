      *      THRU TAB-IRRF-EXIT; O DESCONTO SAI EM W-CALC-IRRF.
      *      BASE = BASE - INSS - DEDUCAO POR DEPENDENTE; LOCALIZA A
      *      FAIXA E APLICA ALIQUOTA MENOS A PARCELA A DEDUZIR.
      *   4) ADIANTAMENTO QUINZENAL: APOS A CARGA, O PERCENTUAL
      *      VIGENTE FICA EM W-ADT-PERC E O DIA DE CORTE DA ADMISSAO
      *      EM W-ADT-CORTE (40% E DIA 15 SEM REGISTRO "A").
      *   5) ENCARGOS DO EMPREGADOR: APOS A CARGA, W-ENC-ALQ(1) A
      *      W-ENC-ALQ(5) TRAZEM AS ALIQUOTAS VIGENTES DE FGTS, INSS
      *      PATRONAL, RAT, TERCEIROS E MULTA RESCISORIA DO FGTS
      *      (8, 20, 2, 5,8 E 40 SEM REGISTRO "E").
      *   6) CRITICA DA FOLHA: APOS A CARGA, W-CRT-PERC(1) E
      *      W-CRT-PERC(2) TRAZEM A VARIACAO MAXIMA ACEITA DO LIQUIDO
      *      POR FUNCIONARIO E DO TOTAL POR DEPARTAMENTO (20 E 10 SEM
      *      REGISTRO "C").
      *****************************************************************
       TAB-CARGA.
            MOVE "S" TO W-TAB-OK.
            MOVE "N" TO W-TAB-EOF.
            MOVE ZEROS TO W-INSS-QTD W-IRRF-QTD.
            MOVE ZEROS TO W-INSS-VIG W-IRRF-VIG W-DEP-VIG
                W-SALFAM-VIG W-ADT-VIG.
            MOVE 40 TO W-ADT-PERC.
            MOVE 15 TO W-ADT-CORTE.
            MOVE ZEROS TO W-ENC-TABELA.
            MOVE 8    TO W-ENC-ALQ(1).
            MOVE 20   TO W-ENC-ALQ(2).
            MOVE 2    TO W-ENC-ALQ(3).
            MOVE 5,8  TO W-ENC-ALQ(4).
            MOVE 40   TO W-ENC-ALQ(5).
            MOVE ZEROS TO W-CRT-TABELA.
            MOVE 20   TO W-CRT-PERC(1).
            MOVE 10   TO W-CRT-PERC(2).
            IF W-TAB-ALVO = ZEROS
                MOVE 999999 TO W-TAB-ALVO.
            OPEN INPUT TABDESC.
                    MOVE TAB-PARCELA TO W-SALFAM-VALOR
                END-IF
            END-IF.
            IF TAB-TIPO = "A"
                IF W-TAB-COMPET NOT < W-ADT-VIG
                    MOVE W-TAB-COMPET TO W-ADT-VIG
                    MOVE TAB-LIMITE   TO W-ADT-CORTE
                    MOVE TAB-ALIQUOTA TO W-ADT-PERC
                END-IF
            END-IF.
            IF TAB-TIPO = "E" AND TAB-SEQ > 0 AND TAB-SEQ < 6
                IF W-TAB-COMPET NOT < W-ENC-VIG(TAB-SEQ)
                    MOVE W-TAB-COMPET TO W-ENC-VIG(TAB-SEQ)
                    MOVE TAB-ALIQUOTA TO W-ENC-ALQ(TAB-SEQ)
                END-IF
            END-IF.
            IF TAB-TIPO = "C" AND TAB-SEQ > 0 AND TAB-SEQ < 3
                IF W-TAB-COMPET NOT < W-CRT-VIG(TAB-SEQ)
                    MOVE W-TAB-COMPET TO W-CRT-VIG(TAB-SEQ)
                    MOVE TAB-ALIQUOTA TO W-CRT-PERC(TAB-SEQ)
                END-IF
            END-IF.
       TAB-TRATA-LE.
            PERFORM TAB-LE THRU TAB-LE-EXIT.
       TAB-TRATA-EXIT.
