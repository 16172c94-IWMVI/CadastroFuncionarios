      *************************************************************************
      * AUTHOR. WALLACE MARTINS VIEIRA
      * DATA : 15/10/2026
      * RELATORIO MENSAL DE DEPENDENTES QUE PERDEM O DIREITO
      * (DEPPERDA.REL) - PARA CADA FUNCIONARIO ATIVO DO CADFUNC,
      * APLICA AS REGRAS DE IDADE DO DPNCALC.CPY AOS DEPENDENTES DO
      * DEPEND.DAT NA COMPETENCIA INFORMADA E NA SEGUINTE E LISTA QUEM
      * DEIXA DE CONTAR PARA O IRRF OU PARA O SALARIO-FAMILIA NA
      * PROXIMA COMPETENCIA, PARA O RH AVISAR O FUNCIONARIO.
      *************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGR262.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CADFSEL.
       COPY DPNSEL.
       SELECT RELDEPEN ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-REL.
       DATA DIVISION.
       FILE SECTION.
       COPY CADFFD.
       COPY DPNFD.

       FD RELDEPEN
          LABEL RECORD IS STANDARD
          VALUE OF FILE-ID IS "DEPPERDA.REL".
       01 REL-LINHA               PIC X(100).

       WORKING-STORAGE SECTION.
       01 ST-ERRO                 PIC X(02) VALUE "00".
       01 ST-REL                  PIC X(02) VALUE "00".
       01 W-EOF                   PIC X(01) VALUE "N".
           88 FIM-CADFUNC                    VALUE "S".
       01 W-COMPETENCIA           PIC X(07) VALUE SPACES.
       01 W-COMPET-MES            PIC 9(02) VALUE ZEROS.
       01 W-COMPET-ANO            PIC 9(04) VALUE ZEROS.
       01 W-COMPET-NUM            PIC 9(06) VALUE ZEROS.
       01 W-PROX-MES              PIC 9(02) VALUE ZEROS.
       01 W-PROX-ANO              PIC 9(04) VALUE ZEROS.
       01 W-PROX-NUM              PIC 9(06) VALUE ZEROS.
       01 W-ATU-IRRF              PIC X(01) VALUE "N".
       01 W-ATU-SALFAM            PIC X(01) VALUE "N".
       01 W-TOTAL-IRRF            PIC 9(06) VALUE ZEROS.
       01 W-TOTAL-SALFAM          PIC 9(06) VALUE ZEROS.

       COPY DPNCWS.

       01 W-CAB1.
           03 FILLER               PIC X(44) VALUE
              "DEPENDENTES QUE PERDEM O DIREITO EM".
           03 WH-MES               PIC 9(02).
           03 FILLER               PIC X(01) VALUE "/".
           03 WH-ANO               PIC 9(04).

       01 W-CAB2.
           03 FILLER               PIC X(08) VALUE "CODIGO".
           03 FILLER               PIC X(31) VALUE "FUNCIONARIO".
           03 FILLER               PIC X(31) VALUE "DEPENDENTE".
           03 FILLER               PIC X(12) VALUE "NASCIMENTO".
           03 FILLER               PIC X(15) VALUE "PERDE".

       01 W-DETALHE.
           03 WD-CODIGO             PIC X(06).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WD-FUNC               PIC X(30).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WD-DEPEN              PIC X(30).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WD-NASC               PIC 99/99/9999.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WD-PERDE              PIC X(15).

       01 W-DATA-INV.
           03 W-INV-DIA              PIC 9(02).
           03 W-INV-MES              PIC 9(02).
           03 W-INV-ANO              PIC 9(04).

       01 W-LINHA-TOTAL.
           03 FILLER                 PIC X(26) VALUE
              "TOTAL QUE PERDE O IRRF".
           03 FILLER                 PIC X(02) VALUE ": ".
           03 WT-IRRF                PIC ZZZ.ZZ9.
           03 FILLER                 PIC X(05) VALUE SPACES.
           03 FILLER                 PIC X(26) VALUE
              "TOTAL QUE PERDE O SAL.FAM.".
           03 FILLER                 PIC X(02) VALUE ": ".
           03 WT-SALFAM              PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
            PERFORM 2000-PROCESSA THRU 2000-EXIT
                    UNTIL FIM-CADFUNC.
            PERFORM 8000-FINALIZACAO THRU 8000-EXIT.
            GO TO 9999-FIM.

       1000-INICIALIZACAO.
            DISPLAY "COMPETENCIA ATUAL (MM/AAAA): "
                WITH NO ADVANCING.
            ACCEPT W-COMPETENCIA.
            IF W-COMPETENCIA(3:1) NOT = "/"
                OR W-COMPETENCIA(1:2) NOT NUMERIC
                OR W-COMPETENCIA(4:4) NOT NUMERIC
                DISPLAY "COMPETENCIA INVALIDA"
                GO TO 9999-FIM.
            MOVE W-COMPETENCIA(1:2) TO W-COMPET-MES.
            MOVE W-COMPETENCIA(4:4) TO W-COMPET-ANO.
            IF W-COMPET-MES < 1 OR W-COMPET-MES > 12
                DISPLAY "COMPETENCIA INVALIDA"
                GO TO 9999-FIM.
            COMPUTE W-COMPET-NUM = W-COMPET-ANO * 100 + W-COMPET-MES.
            MOVE W-COMPET-MES TO W-PROX-MES.
            MOVE W-COMPET-ANO TO W-PROX-ANO.
            ADD 1 TO W-PROX-MES.
            IF W-PROX-MES > 12
                MOVE 1 TO W-PROX-MES
                ADD 1 TO W-PROX-ANO.
            COMPUTE W-PROX-NUM = W-PROX-ANO * 100 + W-PROX-MES.
            MOVE W-PROX-MES TO WH-MES.
            MOVE W-PROX-ANO TO WH-ANO.
            OPEN INPUT CADFUNC.
            IF ST-ERRO NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADFUNC - STATUS " ST-ERRO
                GO TO 9999-FIM.
            OPEN INPUT DEPENDEN.
            IF ST-DPN NOT = "00"
                IF ST-DPN = "35"
                    OPEN OUTPUT DEPENDEN
                    CLOSE DEPENDEN
                    OPEN INPUT DEPENDEN
                ELSE
                    DISPLAY "ERRO NA ABERTURA DO DEPEND - STATUS "
                        ST-DPN
                    CLOSE CADFUNC
                    GO TO 9999-FIM.
            OPEN OUTPUT RELDEPEN.
            IF ST-REL NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO DEPPERDA.REL - STATUS "
                    ST-REL
                CLOSE CADFUNC DEPENDEN
                GO TO 9999-FIM.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA FROM W-CAB1.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA FROM W-CAB2.
            PERFORM 2900-LE-CADFUNC THRU 2900-EXIT.
       1000-EXIT.
            EXIT.

      ******************************************************************
      * PARA CADA ATIVO, PERCORRE OS DEPENDENTES NA ORDEM DA CHAVE E
      * COMPARA A ELEGIBILIDADE NA COMPETENCIA INFORMADA COM A DA
      * SEGUINTE: QUEM CONTA HOJE E NAO CONTARA ENTRA NO RELATORIO.
      ******************************************************************

       2000-PROCESSA.
            IF SITUACAO = "D"
                GO TO 2000-LE.
            MOVE CODIGO TO DPN-CODIGO.
            MOVE ZEROS  TO DPN-SEQ.
            START DEPENDEN KEY IS NOT LESS THAN DPN-CHAVE
                INVALID KEY
                    GO TO 2000-LE.
            MOVE "N" TO W-DPC-EOF.
            PERFORM 2100-CHECA-DEPENDENTE THRU 2100-EXIT
                    UNTIL FIM-DEPENDEN.
       2000-LE.
            PERFORM 2900-LE-CADFUNC THRU 2900-EXIT.
       2000-EXIT.
            EXIT.

       2100-CHECA-DEPENDENTE.
            READ DEPENDEN NEXT RECORD
                AT END
                    MOVE "S" TO W-DPC-EOF
                    GO TO 2100-EXIT.
            IF DPN-CODIGO NOT = CODIGO
                MOVE "S" TO W-DPC-EOF
                GO TO 2100-EXIT.
            MOVE W-COMPET-NUM TO W-DPC-COMPET.
            PERFORM DPN-AVALIA THRU DPN-AVALIA-EXIT.
            MOVE W-DPC-OK-IRRF   TO W-ATU-IRRF.
            MOVE W-DPC-OK-SALFAM TO W-ATU-SALFAM.
            MOVE W-PROX-NUM TO W-DPC-COMPET.
            PERFORM DPN-AVALIA THRU DPN-AVALIA-EXIT.
            IF W-ATU-IRRF = "S" AND NOT DPN-ELEGIVEL-IRRF
                MOVE "IRRF" TO WD-PERDE
                PERFORM 2200-ESCREVE-DETALHE THRU 2200-EXIT
                ADD 1 TO W-TOTAL-IRRF.
            IF W-ATU-SALFAM = "S" AND NOT DPN-ELEGIVEL-SALFAM
                MOVE "SALARIO-FAMILIA" TO WD-PERDE
                PERFORM 2200-ESCREVE-DETALHE THRU 2200-EXIT
                ADD 1 TO W-TOTAL-SALFAM.
       2100-EXIT.
            EXIT.

       2200-ESCREVE-DETALHE.
            MOVE CODIGO   TO WD-CODIGO.
            MOVE NOME     TO WD-FUNC.
            MOVE DPN-NOME TO WD-DEPEN.
            MOVE DPN-NASC(7:2) TO W-INV-DIA.
            MOVE DPN-NASC(5:2) TO W-INV-MES.
            MOVE DPN-NASC(1:4) TO W-INV-ANO.
            COMPUTE WD-NASC = W-INV-DIA * 1000000
                            + W-INV-MES * 10000 + W-INV-ANO.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA FROM W-DETALHE.
       2200-EXIT.
            EXIT.

       2900-LE-CADFUNC.
            READ CADFUNC NEXT RECORD
                AT END
                    MOVE "S" TO W-EOF.
       2900-EXIT.
            EXIT.

       8000-FINALIZACAO.
            MOVE W-TOTAL-IRRF   TO WT-IRRF.
            MOVE W-TOTAL-SALFAM TO WT-SALFAM.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            WRITE REL-LINHA FROM W-LINHA-TOTAL.
            DISPLAY "DEPENDENTES QUE PERDEM O IRRF: " W-TOTAL-IRRF
                " / O SALARIO-FAMILIA: " W-TOTAL-SALFAM.
            CLOSE CADFUNC DEPENDEN RELDEPEN.
       8000-EXIT.
            EXIT.

      ******************************************************************
      *              ROTINAS DE CONTAGEM DE DEPENDENTES
      ******************************************************************

       COPY DPNCALC.

       9999-FIM.
            GOBACK.
