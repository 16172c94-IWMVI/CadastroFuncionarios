      * REMESSA DELA JA SAIU, NA PRIMEIRA COMPETENCIA AINDA SEM
      * REMESSA - PARA O CREDITO SAIR NA PROXIMA REMESSA DO PROGR247.
      * DEVOLVE "S" NO SEGUNDO PARAMETRO QUANDO A RESCISAO FOI GERADA.
      * OS AFASTAMENTOS (AFASTAM.DAT) REDUZEM O SALDO, OS AVOS DO 13O
      * E DAS FERIAS E FAZEM PERDER O AQUISITIVO NOS LIMITES DA CLT.
      * OS DEPENDENTES DE IRRF SAO OS DO DEPEND.DAT ELEGIVEIS NA
      * COMPETENCIA DO DESLIGAMENTO. O ADIANTAMENTO QUINZENAL DO MES
      * DO DESLIGAMENTO (PROGR263) AINDA NAO DESCONTADO EM FOLHA E
      * ABATIDO DO LIQUIDO DA RESCISAO. NA DISPENSA SEM JUSTA CAUSA
      * (E PELA METADE NO ACORDO) APURA A MULTA RESCISORIA SOBRE O
      * SALDO DO FGTS (FGTSCTA.DAT), IMPRESSA NO TERMO A TITULO
      * INFORMATIVO - E RECOLHIDA EM GUIA PROPRIA PELO PROGR264.
      * O SALDO DE SALARIO E PRO-RATA DAS VIGENCIAS DO HISTORICO
      * SALARIAL (SALHIST.DAT) NOS DIAS TRABALHADOS; 13O E FERIAS
      * USAM O SALARIO VIGENTE NO DESLIGAMENTO. DIFERENCAS DE
      * MUDANCAS RETROATIVAS AINDA NAO PAGAS PELA FOLHA ENTRAM NO
      * TERMO COMO VERBA PROPRIA, COM INSS E IRRF.
      *************************************************************************

       IDENTIFICATION DIVISION.
       COPY FHISEL.
       COPY RUNCSEL.
       COPY TABDSEL.
       COPY AFASSEL.
       COPY DPNSEL.
       COPY FGCSEL.
       COPY SALSEL.
       SELECT TERMRESC ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-TRM.
       COPY FHIFD.
       COPY RUNCFD.
       COPY TABDFD.
       COPY AFASFD.
       COPY DPNFD.
       COPY FGCFD.
       COPY SALFD.

       FD TERMRESC
          LABEL RECORD IS STANDARD
       01 ST-FHI                  PIC X(02) VALUE "00".
       01 ST-RUN                  PIC X(02) VALUE "00".
       01 ST-TRM                  PIC X(02) VALUE "00".
       01 ST-FGC                  PIC X(02) VALUE "00".
       01 W-HORAS-MES             PIC 9(03) VALUE 220.
       01 W-ADM8                  PIC 9(08) VALUE ZEROS.
       01 W-DESL8                 PIC 9(08) VALUE ZEROS.
       01 W-PAG-VOLTAS            PIC 9(02) VALUE ZEROS.
       01 W-PAG-LIVRE             PIC X(01) VALUE "N".
       01 W-MES-INI               PIC 9(02) VALUE ZEROS.
       01 W-MES-FIM               PIC 9(02) VALUE ZEROS.
       01 W-MES                   PIC 9(02) VALUE ZEROS.
       01 W-SUSP-MESES            PIC 9(03) VALUE ZEROS.
       01 W-AVOS-13               PIC 9(02) VALUE ZEROS.
       01 W-AVOS-FER              PIC 9(02) VALUE ZEROS.
       01 W-MESES                 PIC S9(03) VALUE ZEROS.
       01 W-PER-REM100            PIC 9(04) VALUE ZEROS.
       01 W-PER-REM400            PIC 9(04) VALUE ZEROS.
       01 W-SAL-MENSAL            PIC 9(09)V99 VALUE ZEROS.
       01 W-SAL-SALDO             PIC 9(09)V99 VALUE ZEROS.
       01 W-DIF-SALARIO           PIC 9(09)V99 VALUE ZEROS.
       01 W-DIAS-SALDO            PIC 9(02) VALUE ZEROS.
       01 W-SALDO                 PIC 9(09)V99 VALUE ZEROS.
       01 W-13PROP                PIC 9(09)V99 VALUE ZEROS.
       01 W-INSS                  PIC 9(09)V99 VALUE ZEROS.
       01 W-IRRF                  PIC S9(09)V99 VALUE ZEROS.
       01 W-LIQUIDO               PIC S9(09)V99 VALUE ZEROS.
       01 W-ADIANT                PIC 9(09)V99 VALUE ZEROS.
       01 W-MULTA-PERC            PIC 9(02)V99 VALUE ZEROS.
       01 W-MULTA-BASE            PIC 9(09)V99 VALUE ZEROS.
       01 W-MULTA                 PIC 9(09)V99 VALUE ZEROS.
       01 W-FGC-NOVO              PIC X(01) VALUE "N".

       COPY TABCALWS.

       COPY AFASCWS.

       COPY DPNCWS.

       COPY SALCWS.

       01 W-TRM-SEP                 PIC X(62) VALUE ALL "=".

       01 W-TRM-TIT                 PIC X(30) VALUE
           03 FILLER                PIC X(01) VALUE "/".
           03 WTR-ANO               PIC 9(04).

       01 W-TRM-TIPO.
           03 FILLER                PIC X(17) VALUE "TIPO DE DESLIG.: ".
           03 WTR-TIPO              PIC X(30).

       01 W-TRM-VAL.
           03 WTR-ROTULO            PIC X(28).
           03 WTR-VALOR             PIC ZZZ.ZZZ.ZZ9,99.
        03 L-AGENCIA          PIC 9(04).
        03 L-CONTA            PIC 9(08).
        03 L-CONTADV          PIC X(01).
        03 L-TPDESLIG         PIC X(01).
       01 L-RESC-OK           PIC X(01).

       PROCEDURE DIVISION USING L-REGFUNC L-RESC-OK.
            PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
            PERFORM 2000-CALCULA-VERBAS THRU 2000-EXIT.
            PERFORM 3000-CALCULA-DESCONTOS THRU 3000-EXIT.
            PERFORM 3100-CALCULA-MULTA THRU 3100-EXIT.
            PERFORM 3500-COMPET-CREDITO THRU 3500-EXIT.
            PERFORM 4000-IMPRIME-TERMO THRU 4000-EXIT.
            PERFORM 5000-GRAVA-PAGAMENTO THRU 5000-EXIT.
            PERFORM 5100-GRAVA-HISTORICO THRU 5100-EXIT.
            PERFORM 5200-GRAVA-MULTA THRU 5200-EXIT.
            PERFORM SAL-DIF-BAIXA THRU SAL-DIF-BAIXA-EXIT.
            PERFORM 8000-FINALIZACAO THRU 8000-EXIT.
            MOVE "S" TO L-RESC-OK.
            GO TO 9999-FIM.
                    DISPLAY "ERRO NA ABERTURA DO FERIAS - STATUS "
                        ST-FER
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
                    CLOSE FERIAS
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
                    CLOSE FERIAS AFASTAM
                    GO TO 9999-FIM.
            OPEN I-O SALHIST.
            IF ST-SAL NOT = "00"
                IF ST-SAL = "35"
                    OPEN OUTPUT SALHIST
                    CLOSE SALHIST
                    OPEN I-O SALHIST
                ELSE
                    DISPLAY "ERRO NA ABERTURA DO SALHIST - STATUS "
                        ST-SAL
                    CLOSE FERIAS AFASTAM DEPENDEN
                    GO TO 9999-FIM.
            OPEN I-O FOLHAPAG.
            IF ST-FPG NOT = "00"
                IF ST-FPG = "35" OR ST-FPG = "30"
                ELSE
                    DISPLAY "ERRO NA ABERTURA DO FOLHAPAG - STATUS "
                        ST-FPG
                    CLOSE FERIAS AFASTAM DEPENDEN SALHIST
                    GO TO 9999-FIM.
            OPEN I-O FOLHAHIS.
            IF ST-FHI NOT = "00"
                ELSE
                    DISPLAY "ERRO NA ABERTURA DO FOLHAHIS - STATUS "
                        ST-FHI
                    CLOSE FERIAS AFASTAM DEPENDEN FOLHAPAG SALHIST
                    GO TO 9999-FIM.
            OPEN I-O FGTSCTA.
            IF ST-FGC = "35"
                OPEN OUTPUT FGTSCTA
                CLOSE FGTSCTA
                OPEN I-O FGTSCTA.
            IF ST-FGC NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO FGTSCTA - STATUS " ST-FGC
                CLOSE FERIAS AFASTAM DEPENDEN FOLHAPAG FOLHAHIS
                      SALHIST
                GO TO 9999-FIM.
            OPEN EXTEND TERMRESC.
            IF ST-TRM NOT = "00"
                IF ST-TRM = "35"
            IF ST-TRM NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO TERMRESC.REL - STATUS "
                    ST-TRM
                CLOSE FERIAS AFASTAM DEPENDEN FOLHAPAG FOLHAHIS
                      FGTSCTA SALHIST
                GO TO 9999-FIM.
            MOVE W-COMPET-NUM TO W-DFC-COMPET.
            PERFORM SAL-CARGA-FOLHAS THRU SAL-CARGA-FOLHAS-EXIT.
       1000-EXIT.
            EXIT.

      * SALDO DE SALARIO: DIAS TRABALHADOS NO MES DO DESLIGAMENTO,
      * BASE 30 (HORISTA PELO MES PADRAO DE 220 HORAS). 13O
      * PROPORCIONAL: AVOS DO ANO ATE O DESLIGAMENTO, MES COM 15 DIAS
      * OU MAIS CONTA COMO AVO (MESMA REGRA DO PROGR249). OS DIAS DE
      * AFASTAMENTO NAO PAGOS PELA EMPRESA SAEM DO SALDO E O MES COM
      * AFASTAMENTO ACIMA DO LIMITE NAO CONTA COMO AVO.
      * O SALDO USA A MEDIA DOS SALARIOS VIGENTES NOS DIAS
      * TRABALHADOS DO MES (SALCALC.CPY); 13O E FERIAS USAM O
      * VIGENTE NO DIA DO DESLIGAMENTO. AS DIFERENCAS RETROATIVAS
      * PENDENTES (DIFCALC.CPY) SAO VERBA SALARIAL DA RESCISAO.
      ******************************************************************

       2000-CALCULA-VERBAS.
            MOVE W-DESL-DIA TO W-DIAS-SALDO.
            IF W-DIAS-SALDO > 30
                MOVE 30 TO W-DIAS-SALDO.
            MOVE L-CODIGO       TO W-DFC-CODIGO.
            MOVE L-SALARIOBASE  TO W-DFC-SALARIO.
            MOVE L-TPSALARIO    TO W-DFC-TPSAL.
            MOVE L-CARGO        TO W-DFC-CARGO.
            MOVE L-DEPARTAMENTO TO W-DFC-DEPTO.
            PERFORM SAL-DIFERENCAS THRU SAL-DIFERENCAS-EXIT.
            MOVE W-DFC-VALOR TO W-DIF-SALARIO.
            MOVE L-CODIGO       TO W-SLC-CODIGO.
            MOVE W-COMPET-NUM   TO W-SLC-COMPET.
            MOVE W-DIAS-SALDO   TO W-SLC-DIAS.
            MOVE ZEROS          TO W-SLC-CORTE.
            MOVE L-SALARIOBASE  TO W-SLC-SAL-FIM.
            MOVE L-TPSALARIO    TO W-SLC-TPSAL.
            MOVE L-CARGO        TO W-SLC-CARGO.
            MOVE L-DEPARTAMENTO TO W-SLC-DEPTO.
            PERFORM SAL-APURA THRU SAL-APURA-EXIT.
            IF W-SLC-TPSAL = "H" OR "h"
                COMPUTE W-SAL-MENSAL = W-SLC-SAL-FIM * W-HORAS-MES
                COMPUTE W-SAL-SALDO = W-SLC-SALARIO * W-HORAS-MES
            ELSE
                MOVE W-SLC-SAL-FIM TO W-SAL-MENSAL
                MOVE W-SLC-SALARIO TO W-SAL-SALDO.
            MOVE L-CODIGO TO W-AFC-CODIGO.
            COMPUTE W-AFC-INI = W-COMPET-NUM * 100 + 1.
            MOVE W-DESL8 TO W-AFC-FIM.
            PERFORM AFA-APURA THRU AFA-APURA-EXIT.
            COMPUTE W-AFC-QT = W-AFC-DIAS-INSS + W-AFC-DIAS-MATER
                             + W-AFC-DIAS-NREM.
            IF W-AFC-QT NOT < W-DIAS-SALDO
                MOVE ZEROS TO W-DIAS-SALDO
            ELSE
                SUBTRACT W-AFC-QT FROM W-DIAS-SALDO.
            COMPUTE W-SALDO ROUNDED = W-SAL-SALDO / 30 * W-DIAS-SALDO.
            PERFORM 2100-CALCULA-13 THRU 2100-EXIT.
            PERFORM 2200-CALCULA-FERIAS THRU 2200-EXIT.
       2000-EXIT.
            IF W-MESES < ZEROS
                MOVE ZEROS TO W-MESES.
            MOVE W-MESES TO W-AVOS-13.
            IF W-AVOS-13 > ZEROS
                COMPUTE W-MES-FIM = W-MES-INI + W-AVOS-13 - 1
                PERFORM 2105-CHECA-AFASTAMENTO THRU 2105-EXIT
                        VARYING W-MES FROM W-MES-INI BY 1
                        UNTIL W-MES > W-MES-FIM.
            COMPUTE W-13PROP ROUNDED = W-SAL-MENSAL / 12 * W-AVOS-13.
            PERFORM 2110-ABATE-PARCELA THRU 2110-EXIT.
       2100-EXIT.
            EXIT.

       2105-CHECA-AFASTAMENTO.
            MOVE L-CODIGO TO W-AFC-CODIGO.
            COMPUTE W-AFC-COMPET = W-DESL-ANO * 100 + W-MES.
            PERFORM AFA-APURA-MES THRU AFA-APURA-MES-EXIT.
            IF AVO-PERDIDO AND W-AVOS-13 > ZEROS
                SUBTRACT 1 FROM W-AVOS-13.
       2105-EXIT.
            EXIT.

      ******************************************************************
      * PARCELAS DO 13O JA PAGAS PELO PROGR249 NO ANO DO DESLIGAMENTO
      * (COMPETENCIAS AAAA13 E AAAA14 DO FOLHAHIS.DAT): OS VALORES
      * EM ANO NAO BISSEXTO, COMO NO PROGR246). PERIODO AQUISITIVO
      * COMPLETO SEM REGISTRO GOZADO NO FERIAS.DAT E VENCIDO (SALARIO
      * + 1/3 CADA). O PERIODO EM CURSO GERA AS PROPORCIONAIS PELOS
      * AVOS DE 15 DIAS, TAMBEM COM 1/3. PERIODO COM MAIS DE 180 DIAS
      * DE AUXILIO DO INSS E PERDIDO (CLT ART. 133, IV) E A LICENCA
      * NAO REMUNERADA SUSPENDE A CONTAGEM DAS PROPORCIONAIS.
      ******************************************************************

       2200-CALCULA-FERIAS.
            MOVE L-CODIGO  TO FER-CODIGO.
            MOVE W-PER-INI TO FER-PERIODO-INI.
            READ FERIAS.
            IF ST-FER = "00"
                IF FER-SITUACAO NOT = "P" OR FER-GOZO-INI NOT > W-DESL8
                    GO TO 2300-PROXIMO.
            MOVE L-CODIGO  TO W-AFC-CODIGO.
            MOVE W-PER-INI TO W-AFC-INI.
            COMPUTE W-AFC-FIM = W-PER-BASE + 10000.
            PERFORM AFA-AQUISITIVO THRU AFA-AQUISITIVO-EXIT.
            IF NOT AQUISITIVO-PERDIDO
                ADD 1 TO W-FER-VENC-QT.
       2300-PROXIMO.
            COMPUTE W-PER-BASE = W-PER-BASE + 10000.
       2300-EXIT.
            EXIT.
                MOVE ZEROS TO W-MESES.
            IF W-MESES > 12
                MOVE 12 TO W-MESES.
            MOVE W-PER-BASE TO W-PER-INI.
            PERFORM 2350-AJUSTA-FEV29 THRU 2350-EXIT.
            MOVE L-CODIGO  TO W-AFC-CODIGO.
            MOVE W-PER-INI TO W-AFC-INI.
            MOVE W-DESL8   TO W-AFC-FIM.
            PERFORM AFA-APURA THRU AFA-APURA-EXIT.
            IF W-AFC-DIAS-INSS > 180
                MOVE ZEROS TO W-MESES.
            DIVIDE W-AFC-DIAS-NREM BY 30 GIVING W-SUSP-MESES.
            IF W-SUSP-MESES NOT < W-MESES
                MOVE ZEROS TO W-MESES
            ELSE
                SUBTRACT W-SUSP-MESES FROM W-MESES.
            MOVE W-MESES TO W-AVOS-FER.
            COMPUTE W-FER-PROP ROUNDED
                = W-SAL-MENSAL / 12 * W-AVOS-FER.
            EXIT.

      ******************************************************************
      * INSS E IRRF SOBRE AS VERBAS SALARIAIS (SALDO + DIFERENCAS +
      * 13O). AS FERIAS INDENIZADAS NA RESCISAO SAEM SEM DESCONTO.
      ******************************************************************

       3000-CALCULA-DESCONTOS.
            COMPUTE W-CALC-BASE = W-SALDO + W-DIF-SALARIO + W-13PROP.
            PERFORM TAB-INSS THRU TAB-INSS-EXIT.
            MOVE W-CALC-INSS TO W-INSS.
            MOVE L-CODIGO     TO W-DPC-CODIGO.
            MOVE W-COMPET-NUM TO W-DPC-COMPET.
            PERFORM DPN-CONTA THRU DPN-CONTA-EXIT.
            MOVE W-DPC-QT-IRRF TO W-CALC-DEP.
            PERFORM TAB-IRRF THRU TAB-IRRF-EXIT.
            MOVE W-CALC-IRRF TO W-IRRF.
            COMPUTE W-LIQUIDO = W-SALDO + W-DIF-SALARIO
                              + W-13PROP - W-13ABATE
                              + W-FER-VENC + W-TERCO-VENC
                              + W-FER-PROP + W-TERCO-PROP
                              - W-INSS - W-IRRF.
            IF W-LIQUIDO < ZEROS
                MOVE ZEROS TO W-LIQUIDO.
            PERFORM 3050-ABATE-ADIANTAMENTO THRU 3050-EXIT.
       3000-EXIT.
            EXIT.

      ******************************************************************
      * ADIANTAMENTO QUINZENAL DO MES DO DESLIGAMENTO (FOLHAPAG NA
      * COMPETENCIA AAAA20+MM). SE A FOLHA DO MES JA O DESCONTOU
      * (FH-ADIANT NO FOLHAHIS DA COMPETENCIA) NADA E FEITO; SENAO O
      * VALOR E ABATIDO DO LIQUIDO DA RESCISAO, LIMITADO A ELE.
      ******************************************************************

       3050-ABATE-ADIANTAMENTO.
            MOVE ZEROS TO W-ADIANT.
            MOVE L-CODIGO TO FP-CODIGO.
            COMPUTE FP-COMPET = W-DESL-ANO * 100 + 20 + W-DESL-MES.
            READ FOLHAPAG.
            IF ST-FPG NOT = "00"
                GO TO 3050-EXIT.
            MOVE L-CODIGO     TO FH-CODIGO.
            MOVE W-COMPET-NUM TO FH-COMPET.
            READ FOLHAHIS.
            IF ST-FHI = "00" AND FH-ADIANT > ZEROS
                GO TO 3050-EXIT.
            MOVE FP-LIQUIDO TO W-ADIANT.
            IF W-ADIANT > W-LIQUIDO
                MOVE W-LIQUIDO TO W-ADIANT.
            SUBTRACT W-ADIANT FROM W-LIQUIDO.
       3050-EXIT.
            EXIT.

      ******************************************************************
      * MULTA RESCISORIA DO FGTS: ALIQUOTA "E" SEQ 5 DO TABDESC (40%)
      * NA DISPENSA SEM JUSTA CAUSA, METADE NO ACORDO, NADA NOS
      * DEMAIS TIPOS. BASE = SALDO DO FGTSCTA (DEPOSITOS APURADOS PELO
      * PROGR264) MAIS, SE O MES DO DESLIGAMENTO AINDA NAO FOI
      * DEPOSITADO, O FGTS SOBRE O SALDO DE SALARIO E O 13O DA
      * RESCISAO. NAO ENTRA NO LIQUIDO: E DEPOSITADA NA CONTA DO FGTS.
      ******************************************************************

       3100-CALCULA-MULTA.
            MOVE ZEROS TO W-MULTA W-MULTA-BASE W-MULTA-PERC.
            MOVE L-CODIGO TO FGC-CODIGO.
            READ FGTSCTA.
            IF ST-FGC = "00"
                MOVE "N" TO W-FGC-NOVO
            ELSE
                MOVE "S" TO W-FGC-NOVO
                MOVE L-CODIGO TO FGC-CODIGO
                MOVE ZEROS TO FGC-SALDO FGC-ULT-COMPET
                    FGC-MULTA FGC-MULTA-COMPET.
            IF L-TPDESLIG = "S"
                MOVE W-ENC-ALQ(5) TO W-MULTA-PERC.
            IF L-TPDESLIG = "A"
                COMPUTE W-MULTA-PERC = W-ENC-ALQ(5) / 2.
            IF W-MULTA-PERC = ZEROS
                GO TO 3100-EXIT.
            MOVE FGC-SALDO TO W-MULTA-BASE.
            IF FGC-ULT-COMPET < W-COMPET-NUM
                COMPUTE W-MULTA-BASE ROUNDED = W-MULTA-BASE
                    + (W-SALDO + W-13PROP - W-13ABATE)
                    * W-ENC-ALQ(1) / 100.
            COMPUTE W-MULTA ROUNDED = W-MULTA-BASE * W-MULTA-PERC / 100.
       3100-EXIT.
            EXIT.

      ******************************************************************
      * COMPETENCIA DO CREDITO BANCARIO: DESLIGAMENTO DIGITADO DEPOIS
      * DE A REMESSA DO MES JA TER SAIDO (PROGR247 COM "C" NO
            MOVE W-DESL-ANO TO WTR-ANO.
            MOVE SPACES TO TRM-LINHA.
            WRITE TRM-LINHA FROM W-TRM-DATA.
            MOVE SPACES TO WTR-TIPO.
            IF L-TPDESLIG = "S"
                MOVE "DISPENSA SEM JUSTA CAUSA" TO WTR-TIPO.
            IF L-TPDESLIG = "J"
                MOVE "DISPENSA POR JUSTA CAUSA" TO WTR-TIPO.
            IF L-TPDESLIG = "P"
                MOVE "PEDIDO DE DEMISSAO" TO WTR-TIPO.
            IF L-TPDESLIG = "A"
                MOVE "ACORDO ENTRE AS PARTES" TO WTR-TIPO.
            IF L-TPDESLIG = "T"
                MOVE "TERMINO DE CONTRATO" TO WTR-TIPO.
            IF WTR-TIPO NOT = SPACES
                MOVE SPACES TO TRM-LINHA
                WRITE TRM-LINHA FROM W-TRM-TIPO.
            MOVE W-DIAS-SALDO TO WRS-DIAS.
            MOVE W-ROT-SALDO  TO WTR-ROTULO.
            MOVE W-SALDO      TO WTR-VALOR.
            MOVE SPACES TO TRM-LINHA.
            WRITE TRM-LINHA FROM W-TRM-VAL.
            IF W-DIF-SALARIO > ZEROS
                MOVE "DIFERENCAS SALARIAIS" TO WTR-ROTULO
                MOVE W-DIF-SALARIO TO WTR-VALOR
                MOVE SPACES TO TRM-LINHA
                WRITE TRM-LINHA FROM W-TRM-VAL.
            IF W-AVOS-13 > ZEROS
                MOVE W-AVOS-13 TO WR13-AVOS
                MOVE W-ROT-13  TO WTR-ROTULO
                MOVE W-TERCO-PROP TO WTR-VALOR
                MOVE SPACES TO TRM-LINHA
                WRITE TRM-LINHA FROM W-TRM-VAL.
            IF W-ADIANT > ZEROS
                MOVE "ADIANTAMENTO QUINZENAL" TO WTR-ROTULO
                MOVE W-ADIANT TO WTR-VALOR
                MOVE SPACES TO TRM-LINHA
                WRITE TRM-LINHA FROM W-TRM-VAL.
            MOVE "DESCONTO INSS" TO WTR-ROTULO.
            MOVE W-INSS TO WTR-VALOR.
            MOVE SPACES TO TRM-LINHA.
            MOVE W-LIQUIDO TO WTR-VALOR.
            MOVE SPACES TO TRM-LINHA.
            WRITE TRM-LINHA FROM W-TRM-VAL.
            IF W-MULTA > ZEROS
                MOVE "SALDO FGTS P/ FINS RESCISOR." TO WTR-ROTULO
                MOVE W-MULTA-BASE TO WTR-VALOR
                MOVE SPACES TO TRM-LINHA
                WRITE TRM-LINHA FROM W-TRM-VAL
                MOVE "MULTA FGTS (DEPOSITO GRRF)" TO WTR-ROTULO
                MOVE W-MULTA TO WTR-VALOR
                MOVE SPACES TO TRM-LINHA
                WRITE TRM-LINHA FROM W-TRM-VAL.
            IF W-PAG-COMPET NOT = W-COMPET-NUM
                MOVE W-PAG-MES TO WTC-MES
                MOVE W-PAG-ANO TO WTC-ANO
      * DO 13O (JA HISTORIADAS NAS COMPETENCIAS AAAA13/AAAA14), PARA
      * QUE O INFORME DE RENDIMENTOS E A CONTABILIZACAO NAO CONTEM O
      * VALOR DUAS VEZES.
            COMPUTE FH-BRUTO = W-SALDO + W-DIF-SALARIO
                             + W-13PROP - W-13ABATE
                             + W-FER-VENC + W-TERCO-VENC
                             + W-FER-PROP + W-TERCO-PROP.
            MOVE W-INSS        TO FH-INSS.
            MOVE W-IRRF        TO FH-IRRF.
            MOVE ZEROS         TO FH-SALFAM FH-VERBAS-P FH-VERBAS-D.
            MOVE W-LIQUIDO     TO FH-LIQUIDO.
            MOVE W-ADIANT      TO FH-ADIANT.
            WRITE REG-FOLHAHIS.
            IF ST-FHI = "22"
                REWRITE REG-FOLHAHIS.
       5100-EXIT.
            EXIT.

      ******************************************************************
      * A MULTA FICA MARCADA NO FGTSCTA NA COMPETENCIA DO DESLIGAMENTO
      * PARA O PROGR264 LEVA-LA A GUIA DO FGTS DESSA COMPETENCIA.
      ******************************************************************

       5200-GRAVA-MULTA.
            IF W-MULTA = ZEROS AND FGC-MULTA = ZEROS
                GO TO 5200-EXIT.
            MOVE W-MULTA      TO FGC-MULTA.
            MOVE W-COMPET-NUM TO FGC-MULTA-COMPET.
            IF W-FGC-NOVO = "S"
                WRITE REG-FGTSCTA
            ELSE
                REWRITE REG-FGTSCTA.
            IF ST-FGC NOT = "00"
                DISPLAY "ERRO NA GRAVACAO DO FGTSCTA - STATUS " ST-FGC.
       5200-EXIT.
            EXIT.

       8000-FINALIZACAO.
            CLOSE FERIAS.
            CLOSE AFASTAM.
            CLOSE DEPENDEN.
            CLOSE FOLHAPAG.
            CLOSE FOLHAHIS.
            CLOSE FGTSCTA.
            CLOSE TERMRESC.
            CLOSE SALHIST.
       8000-EXIT.
            EXIT.

      ******************************************************************

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
      *               ROTINAS DE HISTORICO SALARIAL
      ******************************************************************

       COPY SALCALC.
      ******************************************************************
      *            ROTINAS DE DIFERENCAS SALARIAIS RETROATIVAS
      ******************************************************************

       COPY DIFCALC.

       9999-FIM.
            GOBACK.
