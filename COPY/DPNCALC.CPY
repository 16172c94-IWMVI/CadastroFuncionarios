      *****************************************************************
      * DPNCALC - DEPENDENTES ELEGIVEIS NA COMPETENCIA, PELAS DATAS DE
      * NASCIMENTO DO DEPEND.DAT. O ARQUIVO DEPENDEN DEVE ESTAR ABERTO
      * (INPUT OU I-O). USO (VER TAMBEM DPNSEL/DPNFD/DPNCWS):
      *   1) CONTAGEM: MOVA O CODIGO PARA W-DPC-CODIGO E A COMPETENCIA
      *      (AAAAMM) PARA W-DPC-COMPET E FACA PERFORM DPN-CONTA THRU
      *      DPN-CONTA-EXIT. DEVOLVE W-DPC-QT-IRRF (DEDUCAO DO IRRF) E
      *      W-DPC-QT-SALFAM (COTAS DO SALARIO-FAMILIA).
      *   2) UM DEPENDENTE: COM O REGDEPEN LIDO E W-DPC-COMPET
      *      PREENCHIDO, FACA PERFORM DPN-AVALIA THRU DPN-AVALIA-EXIT.
      *      DEVOLVE AS CONDICOES DPN-ELEGIVEL-IRRF/-SALFAM.
      * REGRAS: SO CONTA QUEM TEM O INDICADOR "S" E JA NASCEU ATE A
      * COMPETENCIA. FILHO/ENTEADO TEM SALARIO-FAMILIA ATE O MES EM
      * QUE COMPLETA 14 ANOS E IRRF ATE O MES EM QUE COMPLETA 21 (24
      * SE UNIVERSITARIO); O INCAPAZ NAO TEM LIMITE DE IDADE. OS
      * DEMAIS PARENTESCOS SO CONTAM PARA O IRRF, SEM LIMITE.
      *****************************************************************
       DPN-CONTA.
            MOVE ZEROS TO W-DPC-QT-IRRF W-DPC-QT-SALFAM.
            MOVE W-DPC-CODIGO TO DPN-CODIGO.
            MOVE ZEROS        TO DPN-SEQ.
            START DEPENDEN KEY IS NOT LESS THAN DPN-CHAVE
                INVALID KEY
                    GO TO DPN-CONTA-EXIT.
            MOVE "N" TO W-DPC-EOF.
            PERFORM DPN-CONTA-1 THRU DPN-CONTA-1-EXIT
                    UNTIL FIM-DEPENDEN.
       DPN-CONTA-EXIT.
            EXIT.

       DPN-CONTA-1.
            READ DEPENDEN NEXT RECORD
                AT END
                    MOVE "S" TO W-DPC-EOF
                    GO TO DPN-CONTA-1-EXIT.
            IF DPN-CODIGO NOT = W-DPC-CODIGO
                MOVE "S" TO W-DPC-EOF
                GO TO DPN-CONTA-1-EXIT.
            PERFORM DPN-AVALIA THRU DPN-AVALIA-EXIT.
            IF DPN-ELEGIVEL-IRRF
                ADD 1 TO W-DPC-QT-IRRF.
            IF DPN-ELEGIVEL-SALFAM
                ADD 1 TO W-DPC-QT-SALFAM.
       DPN-CONTA-1-EXIT.
            EXIT.

       DPN-AVALIA.
            MOVE "N" TO W-DPC-OK-IRRF W-DPC-OK-SALFAM.
            DIVIDE DPN-NASC BY 100 GIVING W-DPC-NASC-MES.
            IF W-DPC-NASC-MES > W-DPC-COMPET
                GO TO DPN-AVALIA-EXIT.
            IF DPN-PARENTESCO = "I"
                MOVE DPN-IRRF   TO W-DPC-OK-IRRF
                MOVE DPN-SALFAM TO W-DPC-OK-SALFAM
                GO TO DPN-AVALIA-EXIT.
            IF DPN-PARENTESCO NOT = "F" AND DPN-PARENTESCO NOT = "E"
                MOVE DPN-IRRF TO W-DPC-OK-IRRF
                GO TO DPN-AVALIA-EXIT.
            IF DPN-SALFAM = "S"
                COMPUTE W-DPC-LIM-MES = W-DPC-NASC-MES + 1400
                IF W-DPC-LIM-MES NOT < W-DPC-COMPET
                    MOVE "S" TO W-DPC-OK-SALFAM
                END-IF
            END-IF.
            IF DPN-IRRF NOT = "S"
                GO TO DPN-AVALIA-EXIT.
            IF DPN-ESTUDANTE = "S"
                MOVE 24 TO W-DPC-IDADE
            ELSE
                MOVE 21 TO W-DPC-IDADE.
            COMPUTE W-DPC-LIM-MES = W-DPC-NASC-MES + W-DPC-IDADE * 100.
            IF W-DPC-LIM-MES NOT < W-DPC-COMPET
                MOVE "S" TO W-DPC-OK-IRRF.
       DPN-AVALIA-EXIT.
            EXIT.
