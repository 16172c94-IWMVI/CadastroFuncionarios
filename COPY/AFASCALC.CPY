      *****************************************************************
      * AFASCALC - APURACAO DOS DIAS DE AFASTAMENTO (AFASTAM.DAT) DE
      * UM FUNCIONARIO, COMPARTILHADA PELA FOLHA MENSAL, 13O, ALERTA
      * DE FERIAS E RESCISAO. O ARQUIVO AFASTAM DEVE ESTAR ABERTO
      * (INPUT OU I-O). USO (VER TAMBEM AFASSEL/AFASFD/AFASCWS):
      *   1) MES: MOVA O CODIGO PARA W-AFC-CODIGO E A COMPETENCIA
      *      (AAAAMM) PARA W-AFC-COMPET E FACA PERFORM AFA-APURA-MES
      *      THRU AFA-APURA-MES-EXIT. DEVOLVE OS DIAS DO MES EM
      *      W-AFC-DIAS-MES E, ALEM DOS CONTADORES DO ITEM 2, OS DIAS
      *      A DESCONTAR DO SALARIO (BASE 30) EM W-AFC-DIAS-DESC E A
      *      CONDICAO AVO-PERDIDO PARA O 13O.
      *   2) PERIODO: MOVA O CODIGO E AS DATAS (AAAAMMDD, INCLUSIVE)
      *      PARA W-AFC-INI/W-AFC-FIM E FACA PERFORM AFA-APURA THRU
      *      AFA-APURA-EXIT. DEVOLVE OS DIAS AFASTADOS NO PERIODO EM
      *      W-AFC-DIAS, SEPARADOS EM W-AFC-DIAS-EMPRESA (15 PRIMEIROS
      *      DIAS DE DOENCA/ACIDENTE, PAGOS PELA EMPRESA),
      *      W-AFC-DIAS-INSS (DOENCA/ACIDENTE DO 16O DIA EM DIANTE),
      *      W-AFC-DIAS-MATER (MATERNIDADE) E W-AFC-DIAS-NREM (LICENCA
      *      NAO REMUNERADA).
      *   3) AQUISITIVO DE FERIAS: MOVA O CODIGO, O INICIO DO
      *      AQUISITIVO PARA W-AFC-INI E O ANIVERSARIO SEGUINTE PARA
      *      W-AFC-FIM E FACA PERFORM AFA-AQUISITIVO THRU
      *      AFA-AQUISITIVO-EXIT. MAIS DE 180 DIAS DE AUXILIO DO INSS
      *      NO PERIODO (CLT ART. 133, IV) DA AQUISITIVO-PERDIDO; OS
      *      DIAS DE LICENCA NAO REMUNERADA (W-AFC-DIAS-NREM) SUSPENDEM
      *      A CONTAGEM E ADIAM O VENCIMENTO NA MESMA QUANTIDADE.
      *   4) DATAS: AFA-SOMA-DIAS SOMA W-AFC-NDIAS DIAS A W-AFC-DATA;
      *      AFA-DIA-ANTERIOR VOLTA W-AFC-DATA UM DIA.
      * AFASTAMENTO SEM DATA DE TERMINO (AFA-FIM = ZEROS) VALE ATE O
      * FIM DO PERIODO APURADO.
      *****************************************************************
       AFA-APURA-MES.
            MOVE W-AFC-COMPET(1:4) TO W-AFC-J-ANO.
            MOVE W-AFC-COMPET(5:2) TO W-AFC-J-MES.
            PERFORM AFA-DIAS-NO-MES THRU AFA-DIAS-NO-MES-EXIT.
            MOVE W-AFC-MAXDIA TO W-AFC-DIAS-MES.
            COMPUTE W-AFC-INI = W-AFC-COMPET * 100 + 1.
            COMPUTE W-AFC-FIM = W-AFC-COMPET * 100 + W-AFC-MAXDIA.
            PERFORM AFA-APURA THRU AFA-APURA-EXIT.
      * SALARIO: DESCONTA OS DIAS PAGOS PELO INSS E OS NAO
      * REMUNERADOS, NA BASE 30 (MES INTEIRO AFASTADO = 30 DIAS).
            COMPUTE W-AFC-QT = W-AFC-DIAS-INSS + W-AFC-DIAS-MATER
                             + W-AFC-DIAS-NREM.
            IF W-AFC-QT NOT < W-AFC-DIAS-MES OR W-AFC-QT > 30
                MOVE 30 TO W-AFC-DIAS-DESC
            ELSE
                MOVE W-AFC-QT TO W-AFC-DIAS-DESC.
      * 13O: O MES CONTA COMO AVO COM 15 DIAS OU MAIS A CARGO DA
      * EMPRESA. A MATERNIDADE NAO TIRA AVO (O 13O DA LICENCA E
      * PAGO PELA EMPRESA E COMPENSADO NO INSS); O AUXILIO DO INSS
      * (QUE PAGA O ABONO ANUAL) E A LICENCA NAO REMUNERADA TIRAM.
            MOVE "N" TO W-AFC-AVO-PERDA.
            COMPUTE W-AFC-QT = W-AFC-DIAS-INSS + W-AFC-DIAS-NREM.
            IF W-AFC-QT > W-AFC-DIAS-MES - 15
                MOVE "S" TO W-AFC-AVO-PERDA.
       AFA-APURA-MES-EXIT.
            EXIT.

       AFA-APURA.
            MOVE ZEROS TO W-AFC-DIAS W-AFC-DIAS-EMPRESA W-AFC-DIAS-INSS
                W-AFC-DIAS-MATER W-AFC-DIAS-NREM.
            MOVE W-AFC-CODIGO TO AFA-CODIGO.
            MOVE ZEROS        TO AFA-INICIO.
            START AFASTAM KEY IS NOT LESS THAN AFA-CHAVE
                INVALID KEY
                    GO TO AFA-APURA-EXIT.
            MOVE "N" TO W-AFC-EOF.
            PERFORM AFA-APURA-1 THRU AFA-APURA-1-EXIT
                    UNTIL FIM-AFASTAM.
       AFA-APURA-EXIT.
            EXIT.

       AFA-APURA-1.
            READ AFASTAM NEXT RECORD
                AT END
                    MOVE "S" TO W-AFC-EOF
                    GO TO AFA-APURA-1-EXIT.
            IF AFA-CODIGO NOT = W-AFC-CODIGO
                OR AFA-INICIO > W-AFC-FIM
                MOVE "S" TO W-AFC-EOF
                GO TO AFA-APURA-1-EXIT.
            IF AFA-FIM NOT = ZEROS AND AFA-FIM < W-AFC-INI
                GO TO AFA-APURA-1-EXIT.
            MOVE AFA-INICIO TO W-AFC-OV-INI.
            IF W-AFC-OV-INI < W-AFC-INI
                MOVE W-AFC-INI TO W-AFC-OV-INI.
            MOVE W-AFC-FIM TO W-AFC-OV-FIM.
            IF AFA-FIM NOT = ZEROS AND AFA-FIM < W-AFC-FIM
                MOVE AFA-FIM TO W-AFC-OV-FIM.
            MOVE W-AFC-OV-INI TO W-AFC-DATA.
            PERFORM AFA-JULIANO THRU AFA-JULIANO-EXIT.
            MOVE W-AFC-JUL TO W-AFC-JINI.
            MOVE W-AFC-OV-FIM TO W-AFC-DATA.
            PERFORM AFA-JULIANO THRU AFA-JULIANO-EXIT.
            MOVE W-AFC-JUL TO W-AFC-JFIM.
            COMPUTE W-AFC-QT = W-AFC-JFIM - W-AFC-JINI + 1.
            ADD W-AFC-QT TO W-AFC-DIAS.
            IF AFA-TIPO = "M"
                ADD W-AFC-QT TO W-AFC-DIAS-MATER
                GO TO AFA-APURA-1-EXIT.
            IF AFA-TIPO = "N"
                ADD W-AFC-QT TO W-AFC-DIAS-NREM
                GO TO AFA-APURA-1-EXIT.
      * DOENCA/ACIDENTE: OS 15 PRIMEIROS DIAS CONTADOS DO INICIO DO
      * AFASTAMENTO (MESMO QUE EM MES ANTERIOR) SAO DA EMPRESA.
            MOVE AFA-INICIO TO W-AFC-DATA.
            PERFORM AFA-JULIANO THRU AFA-JULIANO-EXIT.
            COMPUTE W-AFC-J15 = W-AFC-JUL + 14.
            IF W-AFC-JINI > W-AFC-J15
                MOVE ZEROS TO W-AFC-QT-EMP
            ELSE
                IF W-AFC-JFIM NOT > W-AFC-J15
                    MOVE W-AFC-QT TO W-AFC-QT-EMP
                ELSE
                    COMPUTE W-AFC-QT-EMP = W-AFC-J15 - W-AFC-JINI + 1
                END-IF.
            ADD W-AFC-QT-EMP TO W-AFC-DIAS-EMPRESA.
            COMPUTE W-AFC-DIAS-INSS = W-AFC-DIAS-INSS + W-AFC-QT
                                    - W-AFC-QT-EMP.
       AFA-APURA-1-EXIT.
            EXIT.

       AFA-AQUISITIVO.
            MOVE "N" TO W-AFC-PERDA.
            MOVE W-AFC-FIM TO W-AFC-DATA.
            PERFORM AFA-DIA-ANTERIOR THRU AFA-DIA-ANTERIOR-EXIT.
            MOVE W-AFC-DATA TO W-AFC-FIM.
            PERFORM AFA-APURA THRU AFA-APURA-EXIT.
            IF W-AFC-DIAS-INSS > 180
                MOVE "S" TO W-AFC-PERDA.
       AFA-AQUISITIVO-EXIT.
            EXIT.

      * NUMERO DO DIA JULIANO DE W-AFC-DATA (AAAAMMDD) EM W-AFC-JUL,
      * PARA CONTAR DIAS ENTRE DUAS DATAS POR SUBTRACAO.

       AFA-JULIANO.
            MOVE W-AFC-DATA(1:4) TO W-AFC-J-ANO.
            MOVE W-AFC-DATA(5:2) TO W-AFC-J-MES.
            MOVE W-AFC-DATA(7:2) TO W-AFC-J-DIA.
            IF W-AFC-J-MES < 3
                MOVE 1 TO W-AFC-J-A
            ELSE
                MOVE 0 TO W-AFC-J-A.
            COMPUTE W-AFC-J-Y = W-AFC-J-ANO + 4800 - W-AFC-J-A.
            COMPUTE W-AFC-J-M = W-AFC-J-MES + 12 * W-AFC-J-A - 3.
            COMPUTE W-AFC-J-T1 = 153 * W-AFC-J-M + 2.
            DIVIDE W-AFC-J-T1 BY 5 GIVING W-AFC-J-P1.
            DIVIDE W-AFC-J-Y BY 4 GIVING W-AFC-J-P4.
            DIVIDE W-AFC-J-Y BY 100 GIVING W-AFC-J-P100.
            DIVIDE W-AFC-J-Y BY 400 GIVING W-AFC-J-P400.
            COMPUTE W-AFC-JUL = W-AFC-J-DIA + W-AFC-J-P1
                              + 365 * W-AFC-J-Y + W-AFC-J-P4
                              - W-AFC-J-P100 + W-AFC-J-P400 - 32045.
       AFA-JULIANO-EXIT.
            EXIT.

       AFA-DIAS-NO-MES.
            MOVE 31 TO W-AFC-MAXDIA.
            IF W-AFC-J-MES = 4 OR W-AFC-J-MES = 6 OR W-AFC-J-MES = 9
                OR W-AFC-J-MES = 11
                MOVE 30 TO W-AFC-MAXDIA.
            IF W-AFC-J-MES = 2
                MOVE 28 TO W-AFC-MAXDIA
                DIVIDE W-AFC-J-ANO BY 4 GIVING W-AFC-TEMP
                    REMAINDER W-AFC-REM4
                DIVIDE W-AFC-J-ANO BY 100 GIVING W-AFC-TEMP
                    REMAINDER W-AFC-REM100
                DIVIDE W-AFC-J-ANO BY 400 GIVING W-AFC-TEMP
                    REMAINDER W-AFC-REM400
                IF W-AFC-REM4 = 0
                    AND (W-AFC-REM100 NOT = 0 OR W-AFC-REM400 = 0)
                    MOVE 29 TO W-AFC-MAXDIA.
       AFA-DIAS-NO-MES-EXIT.
            EXIT.

       AFA-SOMA-DIAS.
            PERFORM AFA-DIA-SEGUINTE THRU AFA-DIA-SEGUINTE-EXIT
                    W-AFC-NDIAS TIMES.
       AFA-SOMA-DIAS-EXIT.
            EXIT.

       AFA-DIA-SEGUINTE.
            MOVE W-AFC-DATA(1:4) TO W-AFC-J-ANO.
            MOVE W-AFC-DATA(5:2) TO W-AFC-J-MES.
            MOVE W-AFC-DATA(7:2) TO W-AFC-J-DIA.
            PERFORM AFA-DIAS-NO-MES THRU AFA-DIAS-NO-MES-EXIT.
            ADD 1 TO W-AFC-J-DIA.
            IF W-AFC-J-DIA > W-AFC-MAXDIA
                MOVE 1 TO W-AFC-J-DIA
                ADD 1 TO W-AFC-J-MES
                IF W-AFC-J-MES > 12
                    MOVE 1 TO W-AFC-J-MES
                    ADD 1 TO W-AFC-J-ANO
                END-IF.
            COMPUTE W-AFC-DATA = W-AFC-J-ANO * 10000
                               + W-AFC-J-MES * 100 + W-AFC-J-DIA.
       AFA-DIA-SEGUINTE-EXIT.
            EXIT.

       AFA-DIA-ANTERIOR.
            MOVE W-AFC-DATA(1:4) TO W-AFC-J-ANO.
            MOVE W-AFC-DATA(5:2) TO W-AFC-J-MES.
            MOVE W-AFC-DATA(7:2) TO W-AFC-J-DIA.
            IF W-AFC-J-DIA > 1
                SUBTRACT 1 FROM W-AFC-J-DIA
            ELSE
                IF W-AFC-J-MES > 1
                    SUBTRACT 1 FROM W-AFC-J-MES
                ELSE
                    MOVE 12 TO W-AFC-J-MES
                    SUBTRACT 1 FROM W-AFC-J-ANO
                END-IF
                PERFORM AFA-DIAS-NO-MES THRU AFA-DIAS-NO-MES-EXIT
                MOVE W-AFC-MAXDIA TO W-AFC-J-DIA.
            COMPUTE W-AFC-DATA = W-AFC-J-ANO * 10000
                               + W-AFC-J-MES * 100 + W-AFC-J-DIA.
       AFA-DIA-ANTERIOR-EXIT.
            EXIT.
