      * GRAVA OS CREDITOS NO FOLHAPAG.DAT COM A COMPETENCIA AAAA13
      * (1A PARCELA) OU AAAA14 (2A), PARA A REMESSA DO PROGR247 E A
      * CONCILIACAO DO PROGR248 COMO QUALQUER OUTRA COMPETENCIA.
      * O MES COM AFASTAMENTO PELO INSS OU LICENCA NAO REMUNERADA
      * ACIMA DO LIMITE (AFASTAM.DAT) NAO CONTA COMO AVO.
      * NA 2A PARCELA OS DEPENDENTES DE IRRF SAO OS DO DEPEND.DAT
      * ELEGIVEIS EM DEZEMBRO DO ANO.
      * O SALARIO E O VIGENTE NO FIM DE NOVEMBRO (1A PARCELA) OU DE
      * DEZEMBRO (2A) PELO HISTORICO SALARIAL (SALHIST.DAT); A 2A
      * PARCELA ABATE A 1A PELO VALOR EFETIVAMENTE PAGO (FOLHAHIS).
      *************************************************************************

       IDENTIFICATION DIVISION.
       COPY FPGSEL.
       COPY FHISEL.
       COPY TABDSEL.
       COPY AFASSEL.
       COPY DPNSEL.
       COPY SALSEL.
       SELECT REL13    ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-REL.
       COPY FPGFD.
       COPY FHIFD.
       COPY TABDFD.
       COPY AFASFD.
       COPY DPNFD.
       COPY SALFD.

       FD REL13
          LABEL RECORD IS STANDARD
       01 W-MES-INI               PIC 9(02) VALUE ZEROS.
       01 W-MES-FIM               PIC 9(02) VALUE ZEROS.
       01 W-AVOS                  PIC 9(02) VALUE ZEROS.
       01 W-MES                   PIC 9(02) VALUE ZEROS.
       01 W-SAL-MENSAL            PIC 9(09)V99 VALUE ZEROS.
       01 W-13-TOTAL              PIC 9(09)V99 VALUE ZEROS.
       01 W-13-PARC1              PIC 9(09)V99 VALUE ZEROS.

       COPY TABCALWS.

       COPY AFASCWS.

       COPY DPNCWS.

       COPY SALCWS.

       01 W-CAB1.
           03 FILLER               PIC X(33) VALUE
              "RELATORIO DA FOLHA DO 13O SALARIO".
            IF ST-ERRO NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADFUNC - STATUS " ST-ERRO
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
                    CLOSE CADFUNC
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
                    CLOSE CADFUNC AFASTAM
                    GO TO 9999-FIM.
            OPEN INPUT SALHIST.
            IF ST-SAL NOT = "00"
                IF ST-SAL = "35"
                    OPEN OUTPUT SALHIST
                    CLOSE SALHIST
                    OPEN INPUT SALHIST
                ELSE
                    DISPLAY "ERRO NA ABERTURA DO SALHIST - STATUS "
                        ST-SAL
                    CLOSE CADFUNC AFASTAM DEPENDEN
                    GO TO 9999-FIM.
      * O CONTROLE DE EXECUCAO SO E ABERTO DEPOIS DAS ENTRADAS
      * VALIDADAS, PARA NAO DEIXAR REGISTRO "EM EXECUCAO" POR FALHA
      * DE TABELA OU DE ARQUIVO DE ENTRADA.
            COMPUTE W-RUN-PERIODO = W-COMPET-NUM * 100.
            PERFORM RUN-ABRE THRU RUN-ABRE-EXIT.
            IF RUN-NEGADO
                CLOSE CADFUNC AFASTAM DEPENDEN SALHIST
                GO TO 9999-FIM.
            IF RUN-REINICIO
                OPEN EXTEND REL13
                DISPLAY "ERRO NA ABERTURA DA FOLHA13.REL - STATUS "
                    ST-REL
                PERFORM RUN-CANCELA THRU RUN-CANCELA-EXIT
                CLOSE CADFUNC AFASTAM DEPENDEN SALHIST
                GO TO 9999-FIM.
            IF RUN-REINICIO
                OPEN EXTEND CONTR13
                DISPLAY "ERRO NA ABERTURA DO CONTR13.REL - STATUS "
                    ST-CCH
                PERFORM RUN-CANCELA THRU RUN-CANCELA-EXIT
                CLOSE CADFUNC AFASTAM DEPENDEN REL13 SALHIST
                GO TO 9999-FIM.
      * O FOLHAPAG E ABERTO EM I-O (E NAO REGRAVADO DO ZERO) PARA
      * PRESERVAR OS CREDITOS DE OUTRAS COMPETENCIAS AINDA NAO
                DISPLAY "ERRO NA ABERTURA DO FOLHAPAG - STATUS "
                    ST-FPG
                PERFORM RUN-CANCELA THRU RUN-CANCELA-EXIT
                CLOSE CADFUNC AFASTAM DEPENDEN REL13 CONTR13
                    SALHIST
                GO TO 9999-FIM.
            OPEN I-O FOLHAHIS.
            IF ST-FHI = "35" OR ST-FHI = "30"
                DISPLAY "ERRO NA ABERTURA DO FOLHAHIS - STATUS "
                    ST-FHI
                PERFORM RUN-CANCELA THRU RUN-CANCELA-EXIT
                CLOSE CADFUNC AFASTAM DEPENDEN REL13 CONTR13
                    FOLHAPAG SALHIST
                GO TO 9999-FIM.
            IF RUN-REINICIO
                DISPLAY "ATENCAO: LINHAS GRAVADAS APOS O ULTIMO PONTO"
      * AVOS DO ANO: DO MES DA ADMISSAO (CONTA SE ADMITIDO ATE O DIA
      * 16, OU SEJA, COM 15 DIAS OU MAIS NO MES) ATE DEZEMBRO.
      * DESLIGADOS FICAM FORA: O 13O PROPORCIONAL DE QUEM SAIU E PAGO
      * PELA RESCISAO (PROGR250) NO DESLIGAMENTO. CADA MES COM
      * AFASTAMENTO QUE TIRA O AVO (AFASCALC.CPY) E DESCONTADO.
      ******************************************************************

       2050-CALCULA-AVOS.
                MOVE "N" TO W-NA-FOLHA
                GO TO 2050-EXIT.
            COMPUTE W-AVOS = W-MES-FIM - W-MES-INI + 1.
            PERFORM 2060-CHECA-AFASTAMENTO THRU 2060-EXIT
                    VARYING W-MES FROM W-MES-INI BY 1
                    UNTIL W-MES > W-MES-FIM.
       2050-EXIT.
            EXIT.

       2060-CHECA-AFASTAMENTO.
            MOVE CODIGO TO W-AFC-CODIGO.
            COMPUTE W-AFC-COMPET = W-ANO * 100 + W-MES.
            PERFORM AFA-APURA-MES THRU AFA-APURA-MES-EXIT.
            IF AVO-PERDIDO AND W-AVOS > ZEROS
                SUBTRACT 1 FROM W-AVOS.
       2060-EXIT.
            EXIT.

      ******************************************************************
      * 13O INTEGRAL = SALARIO MENSAL / 12 * AVOS (HORISTA PELO MES
      * PADRAO DE 220 HORAS), COM O SALARIO VIGENTE NO ULTIMO DIA DE
      * NOVEMBRO (1A PARCELA) OU DE DEZEMBRO (2A) PELO SALCALC.CPY.
      * 1A PARCELA = METADE, SEM DESCONTOS. 2A PARCELA = 13O INTEGRAL
      * COM INSS E IRRF SOBRE O TOTAL, MENOS A 1A PARCELA JA PAGA
      * (BRUTO HISTORIADO NA COMPETENCIA AAAA13; SEM ELE, A METADE).
      ******************************************************************

       2100-CALCULA-VALORES.
            MOVE CODIGO       TO W-SLC-CODIGO.
            IF W-PARCELA = "1"
                COMPUTE W-SLC-COMPET = W-ANO * 100 + 11
            ELSE
                COMPUTE W-SLC-COMPET = W-ANO * 100 + 12.
            MOVE ZEROS        TO W-SLC-DIAS W-SLC-CORTE.
            MOVE SALARIOBASE  TO W-SLC-SAL-FIM.
            MOVE TPSALARIO    TO W-SLC-TPSAL.
            MOVE CARGO        TO W-SLC-CARGO.
            MOVE DEPARTAMENTO TO W-SLC-DEPTO.
            PERFORM SAL-APURA THRU SAL-APURA-EXIT.
            IF W-SLC-TPSAL = "H" OR "h"
                COMPUTE W-SAL-MENSAL = W-SLC-SAL-FIM * W-HORAS-MES
            ELSE
                MOVE W-SLC-SAL-FIM TO W-SAL-MENSAL.
            COMPUTE W-13-TOTAL ROUNDED = W-SAL-MENSAL / 12 * W-AVOS.
            COMPUTE W-13-PARC1 ROUNDED = W-13-TOTAL / 2.
            IF W-PARCELA = "2"
                MOVE CODIGO TO FH-CODIGO
                COMPUTE FH-COMPET = W-ANO * 100 + 13
                READ FOLHAHIS
                IF ST-FHI = "00"
                    MOVE FH-BRUTO TO W-13-PARC1
                END-IF
            END-IF.
            IF W-PARCELA = "1"
                MOVE W-13-PARC1 TO W-BRUTO
                MOVE ZEROS TO W-INSS W-IRRF
                MOVE W-13-TOTAL TO W-CALC-BASE
                PERFORM TAB-INSS THRU TAB-INSS-EXIT
                MOVE W-CALC-INSS TO W-INSS
                MOVE CODIGO TO W-DPC-CODIGO
                COMPUTE W-DPC-COMPET = W-ANO * 100 + 12
                PERFORM DPN-CONTA THRU DPN-CONTA-EXIT
                MOVE W-DPC-QT-IRRF TO W-CALC-DEP
                PERFORM TAB-IRRF THRU TAB-IRRF-EXIT
                MOVE W-CALC-IRRF TO W-IRRF
                COMPUTE W-LIQUIDO = W-13-TOTAL - W-INSS - W-IRRF
            MOVE CODIGO        TO FH-CODIGO.
            MOVE W-COMPET-NUM  TO FH-COMPET.
            MOVE NOME          TO FH-NOME.
            MOVE W-SLC-DEPTO   TO FH-DEPTO.
            IF W-PARCELA = "2"
                COMPUTE FH-BRUTO = W-13-TOTAL - W-13-PARC1
            ELSE
                MOVE W-BRUTO TO FH-BRUTO.
            MOVE W-INSS        TO FH-INSS.
            MOVE W-IRRF        TO FH-IRRF.
            MOVE ZEROS         TO FH-SALFAM FH-VERBAS-P FH-VERBAS-D
                                  FH-ADIANT.
            MOVE W-LIQUIDO     TO FH-LIQUIDO.
            WRITE REG-FOLHAHIS.
            IF ST-FHI = "22"
            CLOSE CONTR13.
            CLOSE FOLHAPAG.
            CLOSE FOLHAHIS.
            CLOSE AFASTAM.
            CLOSE DEPENDEN.
            CLOSE SALHIST.
       8000-EXIT.
            EXIT.


       COPY TABCALC.
      ******************************************************************
      *                 ROTINAS DE APURACAO DE AFASTAMENTOS
      ******************************************************************

       COPY AFASCALC.
      ******************************************************************
      *              ROTINAS DE CONTAGEM DE DEPENDENTES
      ******************************************************************

       COPY DPNCALC.
      ******************************************************************
      *                 ROTINAS DE HISTORICO SALARIAL
      ******************************************************************

       COPY SALCALC.
      ******************************************************************
      *                 ROTINAS DE CONTROLE DE EXECUCAO
      ******************************************************************

