      * LIMITE DE CONCESSAO (INICIO DO AQUISITIVO + 2 ANOS) ESTA A
      * MENOS DE 90 DIAS (APROXIMADO POR 3 MESES) OU JA VENCIDO,
      * AGRUPADO POR DEPARTAMENTO COM O NOME DO DEPTO.DAT.
      * PELO AFASTAM.DAT, O PERIODO COM MAIS DE 180 DIAS DE AUXILIO DO
      * INSS E PERDIDO (NAO GERA ALERTA) E A LICENCA NAO REMUNERADA
      * ADIA O LIMITE NA MESMA QUANTIDADE DE DIAS.
      *************************************************************************

       IDENTIFICATION DIVISION.
       COPY CADFSEL.
       COPY DEPTSEL.
       COPY FERSEL.
       COPY AFASSEL.
       SELECT RELFERIAS ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS ST-REL.
       COPY CADFFD.
       COPY DEPTFD.
       COPY FERFD.
       COPY AFASFD.

       FD RELFERIAS
          LABEL RECORD IS STANDARD
       01 W-DEP                   PIC 9(02) VALUE ZEROS.
       01 W-ALE-QTDE              PIC 9(03) VALUE ZEROS.
       01 W-TOTAL-ALERTAS         PIC 9(06) VALUE ZEROS.
       01 W-TOTAL-PERDIDOS        PIC 9(06) VALUE ZEROS.
       01 W-DEP-TEM               PIC X(01) VALUE "N".

       COPY AFASCWS.

       01 W-ALE-TAB.
           05 W-ALE-OCC OCCURS 500 TIMES.
               10 W-ALE-DEPTO        PIC 9(02).
           03 FILLER                 PIC X(02) VALUE ": ".
           03 WT-QTDE                PIC ZZZ.ZZ9.

       01 W-LINHA-PERDIDOS.
           03 FILLER                 PIC X(26) VALUE
              "PERIODOS PERDIDOS (INSS)".
           03 FILLER                 PIC X(02) VALUE ": ".
           03 WT-PERDIDOS            PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
                        ST-FER
                    CLOSE CADFUNC DEPTO
                    GO TO 9999-FIM.
            OPEN INPUT AFASTAM.
            IF ST-AFA NOT = "00"
                IF ST-AFA = "35"
                    OPEN OUTPUT AFASTAM
                    CLOSE AFASTAM
                    OPEN INPUT AFASTAM
                ELSE
                    DISPLAY "ERRO NA ABERTURA DO AFASTAM - STATUS "
                        ST-AFA
                    CLOSE CADFUNC DEPTO FERIAS
                    GO TO 9999-FIM.
            OPEN OUTPUT RELFERIAS.
            IF ST-REL NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO FERALERT.REL - STATUS "
                    ST-REL
                CLOSE CADFUNC DEPTO FERIAS AFASTAM
                GO TO 9999-FIM.
            MOVE W-CABECALHO TO REL-LINHA.
            WRITE REL-LINHA.
      * ANTIGO PARA O MAIS NOVO. O PRIMEIRO AQUISITIVO JA COMPLETO E
      * SEM REGISTRO NO FERIAS.DAT E O PERIODO EM ABERTO; SE O LIMITE
      * (INICIO + 2 ANOS) CAI ATE A DATA DE ALERTA, ENTRA NA TABELA.
      * O AQUISITIVO PERDIDO POR AFASTAMENTO DO INSS E PULADO E OS
      * DIAS DE LICENCA NAO REMUNERADA SOMAM-SE AO LIMITE.
      ******************************************************************

       2000-PROCESSA.
            IF ST-FER = "00"
                COMPUTE W-PER-BASE = W-PER-BASE + 10000
                GO TO 2100-EXIT.
            MOVE CODIGO    TO W-AFC-CODIGO.
            MOVE W-PER-INI TO W-AFC-INI.
            MOVE W-PER-FIM TO W-AFC-FIM.
            PERFORM AFA-AQUISITIVO THRU AFA-AQUISITIVO-EXIT.
            IF AQUISITIVO-PERDIDO
                ADD 1 TO W-TOTAL-PERDIDOS
                COMPUTE W-PER-BASE = W-PER-BASE + 10000
                GO TO 2100-EXIT.
            MOVE "S" TO W-ACHOU-ABERTO.
            COMPUTE W-PER-LIMITE = W-PER-INI + 20000.
            IF W-AFC-DIAS-NREM > ZEROS
                MOVE W-PER-LIMITE    TO W-AFC-DATA
                MOVE W-AFC-DIAS-NREM TO W-AFC-NDIAS
                PERFORM AFA-SOMA-DIAS THRU AFA-SOMA-DIAS-EXIT
                MOVE W-AFC-DATA      TO W-PER-LIMITE.
            IF W-PER-LIMITE NOT > W-ALERTA-LIM
                PERFORM 2200-ANOTA-ALERTA THRU 2200-EXIT.
       2100-EXIT.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            WRITE REL-LINHA FROM W-LINHA-TOTAL.
            IF W-TOTAL-PERDIDOS > ZEROS
                MOVE W-TOTAL-PERDIDOS TO WT-PERDIDOS
                MOVE SPACES TO REL-LINHA
                WRITE REL-LINHA FROM W-LINHA-PERDIDOS.
            IF W-TOTAL-ALERTAS > 500
                MOVE SPACES TO REL-LINHA
                MOVE "RELACAO LIMITADA AOS 500 PRIMEIROS PERIODOS"
                    TO REL-LINHA
                WRITE REL-LINHA.
            DISPLAY "PERIODOS EM RISCO ENCONTRADOS: " W-TOTAL-ALERTAS.
            CLOSE CADFUNC DEPTO FERIAS AFASTAM RELFERIAS.
       8000-EXIT.
            EXIT.

      ******************************************************************
      *                 ROTINAS DE APURACAO DE AFASTAMENTOS
      ******************************************************************

       COPY AFASCALC.

       9999-FIM.
            GOBACK.
