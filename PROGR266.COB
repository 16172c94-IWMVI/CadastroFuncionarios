      *************************************************************************
      * AUTHOR. WALLACE MARTINS VIEIRA
      * DATA : 15/10/2026
      * APROVACAO DA FOLHA PELO SUPERVISOR (NIVEL 3) - DEPOIS DA FOLHA
      * (PROGR233) E DA CRITICA (PROGR265) DA COMPETENCIA, MOSTRA OS
      * TOTAIS DA CRITICA E GRAVA NO RUNCTRL.DAT O REGISTRO "PROGR266"
      * DA COMPETENCIA COM A DECISAO ("A" = APROVADA, "R" = REJEITADA),
      * DATA, HORA E OPERADOR. A REMESSA BANCARIA (PROGR247) E O
      * FECHAMENTO DO MES (PROGR257) SO LIBERAM O CREDITO DA FOLHA
      * APROVADA E NAO REPROCESSADA DEPOIS DA APROVACAO (APRCALC.CPY).
      * DEPOIS QUE A REMESSA SAI A DECISAO NAO PODE MAIS SER ALTERADA.
      *************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGR266.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY RUNCSEL.
       COPY SESSSEL.
       DATA DIVISION.
       FILE SECTION.
       COPY RUNCFD.
       COPY SESSFD.

       WORKING-STORAGE SECTION.
       01 ST-RUN                  PIC X(02) VALUE "00".
       01 ST-SESS                 PIC X(02) VALUE "00".
       01 W-OPERADOR              PIC X(08) VALUE SPACES.
       01 W-NIVEL                 PIC 9(01) VALUE 3.
       01 W-COMPETENCIA           PIC X(07) VALUE SPACES.
       01 W-COMPET-MES            PIC 9(02) VALUE ZEROS.
       01 W-COMPET-ANO            PIC 9(04) VALUE ZEROS.
       01 W-COMPET-NUM            PIC 9(06) VALUE ZEROS.
       01 W-DATA8                 PIC 9(08) VALUE ZEROS.
       01 W-HORA8                 PIC 9(08) VALUE ZEROS.
       01 W-OPCAO                 PIC X(01) VALUE SPACES.
       01 W-DECISAO-EXISTE        PIC X(01) VALUE "N".
       01 W-CARIMBO-FOLHA         PIC 9(14) VALUE ZEROS.
       01 W-CARIMBO-CRITICA       PIC 9(14) VALUE ZEROS.
       01 W-CRT-FUNC              PIC 9(06) VALUE ZEROS.
       01 W-CRT-OCORR             PIC 9(06) VALUE ZEROS.
       01 W-CRT-DEPTO             PIC 9(06) VALUE ZEROS.
       01 W-CRT-LIQ-ATU           PIC 9(11)V99 VALUE ZEROS.
       01 W-CRT-LIQ-ANT           PIC 9(11)V99 VALUE ZEROS.
       01 W-EDITA-VALOR           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
            PERFORM 2000-CONFERE THRU 2000-EXIT.
            PERFORM 3000-DECISAO THRU 3000-EXIT.
            PERFORM 8000-FINALIZACAO THRU 8000-EXIT.
            GO TO 9999-FIM.

       1000-INICIALIZACAO.
            OPEN INPUT OPERSESS.
            IF ST-SESS = "00"
                READ OPERSESS
                IF ST-SESS = "00" AND SESS-OPERADOR NOT = SPACES
                    MOVE SESS-OPERADOR TO W-OPERADOR
                    MOVE SESS-NIVEL    TO W-NIVEL
                END-IF
                CLOSE OPERSESS.
            IF W-OPERADOR = SPACES
                ACCEPT W-OPERADOR FROM ENVIRONMENT "USER".
            IF W-OPERADOR = SPACES
                MOVE "DESCONHEC" TO W-OPERADOR.
            IF W-NIVEL < 3
                DISPLAY "APROVACAO DA FOLHA RESTRITA AO SUPERVISOR"
                GO TO 9999-FIM.
            DISPLAY "COMPETENCIA DA FOLHA (MM/AAAA): "
                WITH NO ADVANCING.
            ACCEPT W-COMPETENCIA.
            IF W-COMPETENCIA(3:1) NOT = "/"
                OR W-COMPETENCIA(1:2) NOT NUMERIC
                OR W-COMPETENCIA(4:4) NOT NUMERIC
                DISPLAY "COMPETENCIA INVALIDA"
                GO TO 9999-FIM.
            MOVE W-COMPETENCIA(1:2) TO W-COMPET-MES.
            MOVE W-COMPETENCIA(4:4) TO W-COMPET-ANO.
      * SO A FOLHA MENSAL PASSA PELA APROVACAO; O 13O E O
      * ADIANTAMENTO SAO LIBERADOS SEM ELA.
            IF W-COMPET-MES < 1 OR W-COMPET-MES > 12
                DISPLAY "COMPETENCIA INVALIDA"
                GO TO 9999-FIM.
            COMPUTE W-COMPET-NUM = W-COMPET-ANO * 100 + W-COMPET-MES.
            OPEN I-O RUNCTRL.
            IF ST-RUN NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO RUNCTRL - STATUS " ST-RUN
                    " - RODE A FOLHA E A CRITICA"
                GO TO 9999-FIM.
       1000-EXIT.
            EXIT.

      ******************************************************************
      * A DECISAO SO VALE PARA A FOLHA CONCLUIDA E CRITICADA DEPOIS DA
      * ULTIMA EXECUCAO, E NAO PODE MUDAR DEPOIS DA REMESSA GERADA.
      ******************************************************************

       2000-CONFERE.
            MOVE "PROGR233" TO RUN-PROGRAMA.
            COMPUTE RUN-PERIODO = W-COMPET-NUM * 100.
            READ RUNCTRL.
            IF ST-RUN NOT = "00" OR RUN-STATUS NOT = "C"
                DISPLAY "FOLHA DA COMPETENCIA NAO CONCLUIDA - RODE O "
                    "PROGR233"
                CLOSE RUNCTRL
                GO TO 9999-FIM.
            COMPUTE W-CARIMBO-FOLHA = RUN-DATA * 1000000 + RUN-HORA.
            MOVE "PROGR265" TO RUN-PROGRAMA.
            COMPUTE RUN-PERIODO = W-COMPET-NUM * 100.
            READ RUNCTRL.
            IF ST-RUN NOT = "00" OR RUN-STATUS NOT = "C"
                DISPLAY "CRITICA DA FOLHA NAO EXECUTADA - RODE O "
                    "PROGR265"
                CLOSE RUNCTRL
                GO TO 9999-FIM.
            COMPUTE W-CARIMBO-CRITICA = RUN-DATA * 1000000 + RUN-HORA.
            IF W-CARIMBO-CRITICA < W-CARIMBO-FOLHA
                DISPLAY "FOLHA REPROCESSADA APOS A CRITICA - RODE O "
                    "PROGR265 DE NOVO"
                CLOSE RUNCTRL
                GO TO 9999-FIM.
            MOVE RUN-CONT-A  TO W-CRT-FUNC.
            MOVE RUN-CONT-B  TO W-CRT-OCORR.
            MOVE RUN-CONT-C  TO W-CRT-DEPTO.
            MOVE RUN-VALOR-A TO W-CRT-LIQ-ATU.
            MOVE RUN-VALOR-B TO W-CRT-LIQ-ANT.
            MOVE "PROGR247" TO RUN-PROGRAMA.
            COMPUTE RUN-PERIODO = W-COMPET-NUM * 100.
            READ RUNCTRL.
            IF ST-RUN = "00" AND RUN-STATUS = "C"
                DISPLAY "REMESSA DA COMPETENCIA JA GERADA - DECISAO "
                    "NAO PODE SER ALTERADA"
                CLOSE RUNCTRL
                GO TO 9999-FIM.
            DISPLAY "CRITICA DA FOLHA " W-COMPETENCIA " (CRITICA.REL)".
            DISPLAY "  FUNCIONARIOS NA FOLHA     : " W-CRT-FUNC.
            DISPLAY "  OCORRENCIAS FUNCIONARIOS  : " W-CRT-OCORR.
            DISPLAY "  OCORRENCIAS DEPARTAMENTOS : " W-CRT-DEPTO.
            MOVE W-CRT-LIQ-ANT TO W-EDITA-VALOR.
            DISPLAY "  LIQUIDO DO MES ANTERIOR   : " W-EDITA-VALOR.
            MOVE W-CRT-LIQ-ATU TO W-EDITA-VALOR.
            DISPLAY "  LIQUIDO DO MES            : " W-EDITA-VALOR.
            MOVE "PROGR266" TO RUN-PROGRAMA.
            COMPUTE RUN-PERIODO = W-COMPET-NUM * 100.
            READ RUNCTRL.
            IF ST-RUN NOT = "00"
                MOVE "N" TO W-DECISAO-EXISTE
                GO TO 2000-EXIT.
            MOVE "S" TO W-DECISAO-EXISTE.
            IF RUN-STATUS = "A"
                DISPLAY "DECISAO ATUAL: APROVADA POR " RUN-OPERADOR
                    " EM " RUN-DATA " " RUN-HORA
            ELSE
                DISPLAY "DECISAO ATUAL: REJEITADA POR " RUN-OPERADOR
                    " EM " RUN-DATA " " RUN-HORA.
       2000-EXIT.
            EXIT.

       3000-DECISAO.
            DISPLAY "APROVAR (A), REJEITAR (R) OU SAIR (S): "
                WITH NO ADVANCING.
            ACCEPT W-OPCAO.
            INSPECT W-OPCAO CONVERTING "ars" TO "ARS".
            IF W-OPCAO NOT = "A" AND W-OPCAO NOT = "R"
                DISPLAY "NENHUMA DECISAO GRAVADA"
                CLOSE RUNCTRL
                GO TO 9999-FIM.
            MOVE "PROGR266" TO RUN-PROGRAMA.
            COMPUTE RUN-PERIODO = W-COMPET-NUM * 100.
            MOVE W-OPCAO TO RUN-STATUS.
            MOVE ZEROS TO RUN-CHECKPOINT RUN-CONT-D RUN-VALOR-C
                RUN-VALOR-D.
            ACCEPT W-DATA8 FROM DATE YYYYMMDD.
            ACCEPT W-HORA8 FROM TIME.
            MOVE W-DATA8      TO RUN-DATA.
            MOVE W-HORA8(1:6) TO RUN-HORA.
            MOVE W-CRT-FUNC    TO RUN-CONT-A.
            MOVE W-CRT-OCORR   TO RUN-CONT-B.
            MOVE W-CRT-DEPTO   TO RUN-CONT-C.
            MOVE W-CRT-LIQ-ATU TO RUN-VALOR-A.
            MOVE W-CRT-LIQ-ANT TO RUN-VALOR-B.
            MOVE W-OPERADOR    TO RUN-OPERADOR.
            IF W-DECISAO-EXISTE = "S"
                REWRITE REGRUN
            ELSE
                WRITE REGRUN.
            IF ST-RUN NOT = "00"
                DISPLAY "ERRO NA GRAVACAO DO RUNCTRL - STATUS " ST-RUN
                CLOSE RUNCTRL
                GO TO 9999-FIM.
            IF W-OPCAO = "A"
                DISPLAY "FOLHA " W-COMPETENCIA
                    " APROVADA - REMESSA LIBERADA"
            ELSE
                DISPLAY "FOLHA " W-COMPETENCIA
                    " REJEITADA - CORRIJA, REPROCESSE E CRITIQUE".
       3000-EXIT.
            EXIT.

       8000-FINALIZACAO.
            CLOSE RUNCTRL.
       8000-EXIT.
            EXIT.

       9999-FIM.
            GOBACK.
