      * AUTHOR. WALLACE MARTINS VIEIRA
      * DATA : 02/09/2026
      * MANUTENCAO DAS TABELAS DA FOLHA (TABDESC.DAT) - FAIXAS DE INSS
      * ("I") E IRRF ("R"), DEDUCAO POR DEPENDENTE ("D"), SALARIO
      * FAMILIA ("F"), ADIANTAMENTO QUINZENAL ("A" - DIA DE CORTE DA
      * ADMISSAO NO LIMITE E PERCENTUAL NA ALIQUOTA), ENCARGOS DO
      * EMPREGADOR ("E" - UMA ALIQUOTA POR SEQ: 1 FGTS, 2 INSS
      * PATRONAL, 3 RAT, 4 TERCEIROS, 5 MULTA DO FGTS) E LIMITES DA
      * CRITICA DA FOLHA ("C" - % DE VARIACAO: 1 LIQUIDO DO
      * FUNCIONARIO, 2 TOTAL DO DEPARTAMENTO), VERSIONADAS PELA
      * COMPETENCIA INICIAL DE VIGENCIA (TAB-COMPET), DE MODO QUE O
      * REPROCESSAMENTO DE UMA FOLHA ANTIGA USE A TABELA DA EPOCA.
      * SUBSTITUI A MANUTENCAO POR EDITOR DE TEXTO: VALIDA LIMITES
      * CRESCENTES SEM BURACOS DE SEQUENCIA E ALIQUOTAS DENTRO DO
      * RAZOAVEL. O ARQUIVO INTEIRO E CARREGADO EM MEMORIA E REGRAVADO
      * A CADA INCLUSAO/ALTERACAO/EXCLUSAO.
      *************************************************************************

       IDENTIFICATION DIVISION.
           05  LINE 03  COLUMN 41
               VALUE  "========================================".
           05  LINE 05  COLUMN 01
               VALUE  "TIPO (IRDFAEC)  :".
           05  LINE 05  COLUMN 41
               VALUE  " VIGENCIA (AAAAMM):".
           05  LINE 07  COLUMN 01
                GOBACK.
            IF W-ED-TIPO NOT = "I" AND W-ED-TIPO NOT = "R"
                AND W-ED-TIPO NOT = "D" AND W-ED-TIPO NOT = "F"
                AND W-ED-TIPO NOT = "A" AND W-ED-TIPO NOT = "E"
                AND W-ED-TIPO NOT = "C"
                MOVE "TIPO DEVE SER I, R, D, F, A, E OU C" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO T2.

            PERFORM MOSTRA-FAIXAS THRU MOSTRA-FAIXAS-EXIT.

       T4.
            IF W-ED-TIPO = "D" OR W-ED-TIPO = "F" OR W-ED-TIPO = "A"
                MOVE 1 TO W-ED-SEQ
                GO TO LER-FAIXA.
            ACCEPT WS-ED-SEQ
            ACCEPT W-ACT FROM ESCAPE KEY
            IF W-ACT = 01
                GO TO T3.
            IF W-ED-TIPO = "E" AND (W-ED-SEQ < 1 OR W-ED-SEQ > 5)
                MOVE "ENCARGO: 1-FGTS 2-INSS PAT. 3-RAT 4-TERC. 5-MULTA"
                  TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO T4.
            IF W-ED-TIPO = "C" AND (W-ED-SEQ < 1 OR W-ED-SEQ > 2)
                MOVE "CRITICA: 1-LIQUIDO DO FUNCIONARIO 2-DEPARTAMENTO"
                  TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO T4.
            IF W-ED-SEQ < 1 OR W-ED-SEQ > 10
                MOVE "FAIXA DEVE FICAR ENTRE 1 E 10" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
            ACCEPT W-ACT FROM ESCAPE KEY
            IF W-ACT = 01
                GO TO T5.
            IF (W-ED-TIPO = "I" OR W-ED-TIPO = "R" OR W-ED-TIPO = "E")
                AND W-ED-ALIQ > 50
                MOVE "ALIQUOTA FORA DO RAZOAVEL (MAXIMO 50)"
                    TO MENSAGEM
      ******************************************************************

       TVALIDA.
            IF W-ED-TIPO = "A"
                IF W-ED-LIMITE < 1 OR W-ED-LIMITE > 31
                    MOVE "LIMITE E O DIA DE CORTE (1 A 31)" TO MENSAGEM
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO T5
                END-IF
                IF W-ED-ALIQ = ZEROS
                    MOVE "INFORME O PERCENTUAL DO ADIANTAMENTO"
                        TO MENSAGEM
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO T6
                END-IF.
            IF W-ED-TIPO = "C" AND W-ED-ALIQ = ZEROS
                MOVE "INFORME O PERCENTUAL DE VARIACAO ACEITO"
                    TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO T6.
            IF W-ED-TIPO NOT = "I" AND W-ED-TIPO NOT = "R"
                GO TO TLIMPAR.
            IF W-ED-LIMITE = ZEROS
