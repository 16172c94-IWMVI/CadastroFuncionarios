      * DATA : 08/08/2026
      * CALCULO DA FOLHA DE PAGAMENTO (BRUTO, INSS, IRRF E LIQUIDO) -
      * PROCESSAMENTO BATCH MENSAL A PARTIR DO CADFUNC (TPSALARIO /
      * SALARIOBASE). AS FAIXAS DE INSS/IRRF, A DEDUCAO POR
      * DEPENDENTE E O SALARIO FAMILIA VEM DO ARQUIVO DE PARAMETROS
      * TABDESC.DAT. ALEM DO RELATORIO RESUMO (FOLHAPG.REL) GERA UM
      * CONTRACHEQUE POR FUNCIONARIO (CONTRACH.REL), GRAVA OS CREDITOS
      * NO FOLHAPAG.DAT E O HISTORICO PERMANENTE NO FOLHAHIS.DAT.
      * OS DIAS DE AFASTAMENTO (AFASTAM.DAT) NAO PAGOS PELA EMPRESA
      * SAO DESCONTADOS DO SALARIO E APARECEM NOS DOIS RELATORIOS.
      * OS DEPENDENTES QUE CONTAM PARA O IRRF E PARA O SALARIO
      * FAMILIA SAO APURADOS NA COMPETENCIA PELO DEPEND.DAT.
      * O ADIANTAMENTO QUINZENAL JA CREDITADO NO MES (PROGR263) E
      * DESCONTADO DO LIQUIDO E GUARDADO NO FOLHAHIS (FH-ADIANT).
      * O SALARIO, CARGO E DEPARTAMENTO SAO OS VIGENTES NA COMPETENCIA
      * PELO HISTORICO SALARIAL (SALHIST.DAT), PRO-RATA QUANDO A
      * MUDANCA CAI NO MEIO DO MES; AS DIFERENCAS DE MUDANCAS
      * RETROATIVAS SOBRE FOLHAS JA PROCESSADAS SAO PAGAS COMO
      * PROVENTO PROPRIO NO CONTRACHEQUE.
      * A PENSAO ALIMENTICIA DOS BENEFICIARIOS CADASTRADOS (PENSAO.DAT)
      * E CALCULADA ANTES DO IRRF, SAI DA BASE DO IMPOSTO E E GRAVADA
      * NO PENSPAG.DAT PARA O CREDITO DIRETO AO BENEFICIARIO.
      *************************************************************************

       IDENTIFICATION DIVISION.
       COPY FHISEL.
       COPY VRBSEL.
       COPY TABDSEL.
       COPY AFASSEL.
       COPY DPNSEL.
       COPY SALSEL.
       COPY PNSSEL.
       COPY PPGSEL.
       SELECT RELFOLHA ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-REL.
       COPY FHIFD.
       COPY VRBFD.
       COPY TABDFD.
       COPY AFASFD.
       COPY DPNFD.
       COPY SALFD.
       COPY PNSFD.
       COPY PPGFD.

       FD RELFOLHA
          LABEL RECORD IS STANDARD
       01 ST-FHI                  PIC X(02) VALUE "00".
       01 ST-VRB                  PIC X(02) VALUE "00".
       01 ST-FER                  PIC X(02) VALUE "00".
       01 ST-PNS                  PIC X(02) VALUE "00".
       01 ST-PPG                  PIC X(02) VALUE "00".
       01 W-EOF                   PIC X(01) VALUE "N".
           88 FIM-CADFUNC                    VALUE "S".
       01 W-HORAS-MES             PIC 9(03) VALUE 220.

       COPY TABCALWS.

       COPY AFASCWS.

       COPY DPNCWS.

       COPY SALCWS.

       01 W-EXC-TAB.
           05 W-EXC-NOME OCCURS 300 TIMES  PIC X(30).
       01 W-INSS                  PIC 9(09)V99 VALUE ZEROS.
       01 W-VERBAS-D              PIC 9(09)V99 VALUE ZEROS.
       01 W-VRB-QTDE              PIC 9(02) VALUE ZEROS.
       01 W-VRB-IDX               PIC 9(02) VALUE ZEROS.
       01 W-AFA-DESCONTO          PIC 9(09)V99 VALUE ZEROS.
       01 W-ADIANT                PIC 9(09)V99 VALUE ZEROS.
       01 W-ADIANT-COMPET         PIC 9(06) VALUE ZEROS.
       01 W-DIF-SALARIO           PIC 9(09)V99 VALUE ZEROS.
       01 W-PENSAO                PIC 9(09)V99 VALUE ZEROS.
       01 W-PNS-VALOR             PIC 9(09)V99 VALUE ZEROS.
       01 W-PNS-BASE-VAL          PIC 9(09)V99 VALUE ZEROS.
       01 W-PNS-LIQ               PIC S9(09)V99 VALUE ZEROS.
       01 W-PNS-RESTO             PIC S9(09)V99 VALUE ZEROS.
       01 W-PNS-LIQ-OK            PIC X(01) VALUE "N".
       01 W-PNS-ACHOU             PIC X(01) VALUE "N".
       01 W-PNS-QTDE              PIC 9(02) VALUE ZEROS.
       01 W-PNS-IDX               PIC 9(02) VALUE ZEROS.
       01 W-PPG-EOF               PIC X(01) VALUE "N".
           88 FIM-PENSPAG                    VALUE "S".

       01 W-PNS-TAB.
           05 W-PNS-OCC OCCURS 20 TIMES.
               10 W-PN-VERBA         PIC 9(03).
               10 W-PN-VALOR         PIC 9(09)V99.

       01 W-VRB-TAB.
           05 W-VRB-OCC OCCURS 20 TIMES.
           03 FILLER               PIC X(14) VALUE "SALARIO BRUTO".
           03 FILLER               PIC X(14) VALUE "SALARIO LIQ.".
           03 FILLER               PIC X(03) VALUE "SIT".
           03 FILLER               PIC X(06) VALUE " AFAST".

       01 W-DETALHE.
           03 WD-NOME               PIC X(30).
           03 WD-LIQUIDO            PIC ZZZ.ZZ9,99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WD-SIT                PIC X(01).
           03 FILLER                PIC X(06) VALUE SPACES.
           03 WD-AFAST              PIC ZZ.

       01 W-TOTALLIN.
           03 FILLER                PIC X(22) VALUE
           03 WRF-DIAS              PIC 9(02).
           03 FILLER                PIC X(06) VALUE " DIAS)".

       01 W-ROT-AFAST.
           03 FILLER                PIC X(13) VALUE "AFASTAMENTO (".
           03 WRA-DIAS              PIC 9(02).
           03 FILLER                PIC X(06) VALUE " DIAS)".

       01 W-CABEXC                  PIC X(80) VALUE
          "EXCECOES - SEM MOVIMENTO NA COMPETENCIA (PAGOS PELO PADRAO)".

                DISPLAY "COMPETENCIA INVALIDA"
                GO TO 9999-FIM.
            COMPUTE W-COMPET-NUM = W-COMPET-ANO * 100 + W-COMPET-MES.
            COMPUTE W-ADIANT-COMPET = W-COMPET-ANO * 100
                                    + 20 + W-COMPET-MES.
            MOVE W-COMPET-MES TO WH-COMPET-MES.
            MOVE W-COMPET-ANO TO WH-COMPET-ANO.
            MOVE W-COMPET-MES TO WCC-MES.
                        ST-MOV
                    CLOSE CADFUNC
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
                    CLOSE CADFUNC MOVFUNC
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
                    CLOSE CADFUNC MOVFUNC AFASTAM
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
                    CLOSE CADFUNC MOVFUNC AFASTAM DEPENDEN
                    GO TO 9999-FIM.
      * AS DATAS DE CONCLUSAO DAS FOLHAS ANTERIORES (PARA AS
      * DIFERENCAS RETROATIVAS) SAO LIDAS ANTES DE O CONTROLE DE
      * EXECUCAO FICAR ABERTO COM O REGISTRO DESTA FOLHA.
            MOVE W-COMPET-NUM TO W-DFC-COMPET.
            PERFORM SAL-CARGA-FOLHAS THRU SAL-CARGA-FOLHAS-EXIT.
      * O CONTROLE DE EXECUCAO SO E ABERTO DEPOIS DAS ENTRADAS
      * VALIDADAS, PARA NAO DEIXAR REGISTRO "EM EXECUCAO" POR FALHA
      * DE TABELA OU DE ARQUIVO DE ENTRADA.
            COMPUTE W-RUN-PERIODO = W-COMPET-NUM * 100.
            PERFORM RUN-ABRE THRU RUN-ABRE-EXIT.
            IF RUN-NEGADO
                CLOSE CADFUNC MOVFUNC AFASTAM DEPENDEN SALHIST
                GO TO 9999-FIM.
            IF RUN-REINICIO
                OPEN EXTEND RELFOLHA
                DISPLAY "ERRO NA ABERTURA DA FOLHAPG.REL - STATUS "
                    ST-REL
                PERFORM RUN-CANCELA THRU RUN-CANCELA-EXIT
                CLOSE CADFUNC MOVFUNC AFASTAM DEPENDEN SALHIST
                GO TO 9999-FIM.
            IF RUN-REINICIO
                OPEN EXTEND CONTRACH
                DISPLAY "ERRO NA ABERTURA DO FOLHAPAG - STATUS "
                    ST-FPG
                PERFORM RUN-CANCELA THRU RUN-CANCELA-EXIT
                CLOSE CADFUNC MOVFUNC AFASTAM RELFOLHA CONTRACH
                    DEPENDEN SALHIST
                GO TO 9999-FIM.
            OPEN I-O FOLHAHIS.
            IF ST-FHI = "35" OR ST-FHI = "30"
                DISPLAY "ERRO NA ABERTURA DO FOLHAHIS - STATUS "
                    ST-FHI
                PERFORM RUN-CANCELA THRU RUN-CANCELA-EXIT
                CLOSE CADFUNC MOVFUNC AFASTAM RELFOLHA CONTRACH FOLHAPAG
                    DEPENDEN SALHIST
                GO TO 9999-FIM.
            OPEN I-O VERBFUNC.
            IF ST-VRB = "35" OR ST-VRB = "30"
                DISPLAY "ERRO NA ABERTURA DO VERBFUNC - STATUS "
                    ST-VRB
                PERFORM RUN-CANCELA THRU RUN-CANCELA-EXIT
                CLOSE CADFUNC MOVFUNC AFASTAM RELFOLHA CONTRACH FOLHAPAG
                    FOLHAHIS DEPENDEN SALHIST
                GO TO 9999-FIM.
            OPEN I-O FERIAS.
            IF ST-FER = "35" OR ST-FER = "30"
                DISPLAY "ERRO NA ABERTURA DO FERIAS - STATUS "
                    ST-FER
                PERFORM RUN-CANCELA THRU RUN-CANCELA-EXIT
                CLOSE CADFUNC MOVFUNC AFASTAM RELFOLHA CONTRACH FOLHAPAG
                    FOLHAHIS VERBFUNC DEPENDEN SALHIST
                GO TO 9999-FIM.
            IF ST-CCH NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CONTRACH.REL - STATUS "
                    ST-CCH
                PERFORM RUN-CANCELA THRU RUN-CANCELA-EXIT
                CLOSE CADFUNC MOVFUNC AFASTAM RELFOLHA DEPENDEN
                    SALHIST
                GO TO 9999-FIM.
            OPEN INPUT PENSAO.
            IF ST-PNS = "35" OR ST-PNS = "30"
                OPEN OUTPUT PENSAO
                CLOSE PENSAO
                OPEN INPUT PENSAO.
            IF ST-PNS NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO PENSAO - STATUS "
                    ST-PNS
                PERFORM RUN-CANCELA THRU RUN-CANCELA-EXIT
                CLOSE CADFUNC MOVFUNC AFASTAM RELFOLHA CONTRACH FOLHAPAG
                    FOLHAHIS VERBFUNC FERIAS DEPENDEN SALHIST
                GO TO 9999-FIM.
            OPEN I-O PENSPAG.
            IF ST-PPG = "35" OR ST-PPG = "30"
                OPEN OUTPUT PENSPAG
                CLOSE PENSPAG
                OPEN I-O PENSPAG.
            IF ST-PPG NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO PENSPAG - STATUS "
                    ST-PPG
                PERFORM RUN-CANCELA THRU RUN-CANCELA-EXIT
                CLOSE CADFUNC MOVFUNC AFASTAM RELFOLHA CONTRACH FOLHAPAG
                    FOLHAHIS VERBFUNC FERIAS DEPENDEN SALHIST PENSAO
                GO TO 9999-FIM.
            IF RUN-REINICIO
                DISPLAY "ATENCAO: LINHAS GRAVADAS APOS O ULTIMO PONTO"
            IF FUNC-NA-FOLHA
                PERFORM 2100-CALCULA-BRUTO THRU 2100-EXIT
                PERFORM 2120-CALCULA-INSS THRU 2120-EXIT
                PERFORM 2130-CALCULA-PENSAO THRU 2130-EXIT
                PERFORM 2140-CALCULA-IRRF THRU 2140-EXIT
                PERFORM 2160-CALCULA-LIQUIDO THRU 2160-EXIT
                PERFORM 2200-ESCREVE-DETALHE THRU 2200-EXIT
      ******************************************************************

       2100-CALCULA-BRUTO.
            PERFORM 2105-SALARIO-VIGENTE THRU 2105-EXIT.
            PERFORM 2110-LE-MOVFUNC THRU 2110-EXIT.
            IF MOV-ACHOU
                PERFORM 2115-BRUTO-MOVIMENTO THRU 2115-EXIT
            ELSE
                PERFORM 2118-BRUTO-PADRAO THRU 2118-EXIT.
            PERFORM 2180-CHECA-AFASTAMENTO THRU 2180-EXIT.
            PERFORM 2190-CHECA-FERIAS THRU 2190-EXIT.
            ADD W-DIF-SALARIO TO W-BRUTO.
            ADD W-BRUTO      TO W-TOTAL-BRUTO.
            ADD 1            TO W-TOTAL-FUNC.
       2100-EXIT.
            EXIT.

      ******************************************************************
      * SALARIO VIGENTE (SALCALC.CPY): O CADFUNC E SO DE LEITURA AQUI,
      * ENTAO SALARIOBASE, TPSALARIO, CARGO E DEPARTAMENTO DO REGISTRO
      * LIDO SAO SUBSTITUIDOS PELOS VIGENTES NA COMPETENCIA (SALARIO
      * PRO-RATA DOS DIAS DE CADA VIGENCIA, BASE 30) - O BRUTO, O
      * RELATORIO E O FOLHAHIS FICAM COM OS VALORES DA EPOCA, MESMO
      * NO REPROCESSAMENTO DE MES ANTIGO. ANTES, COM OS VALORES DO
      * CADASTRO, APURA AS DIFERENCAS DAS MUDANCAS RETROATIVAS SOBRE
      * FOLHAS JA PROCESSADAS (DIFCALC.CPY), PAGAS NESTA COMPETENCIA
      * E MARCADAS NO SALHIST; O REINICIO E O REPROCESSAMENTO DESTA
      * FOLHA PAGAM O MESMO VALOR.
      ******************************************************************

       2105-SALARIO-VIGENTE.
            MOVE CODIGO       TO W-DFC-CODIGO.
            MOVE SALARIOBASE  TO W-DFC-SALARIO.
            MOVE TPSALARIO    TO W-DFC-TPSAL.
            MOVE CARGO        TO W-DFC-CARGO.
            MOVE DEPARTAMENTO TO W-DFC-DEPTO.
            PERFORM SAL-DIFERENCAS THRU SAL-DIFERENCAS-EXIT.
            MOVE W-DFC-VALOR TO W-DIF-SALARIO.
            PERFORM SAL-DIF-BAIXA THRU SAL-DIF-BAIXA-EXIT.
            MOVE CODIGO       TO W-SLC-CODIGO.
            MOVE W-COMPET-NUM TO W-SLC-COMPET.
            MOVE ZEROS        TO W-SLC-DIAS W-SLC-CORTE.
            MOVE SALARIOBASE  TO W-SLC-SAL-FIM.
            MOVE TPSALARIO    TO W-SLC-TPSAL.
            MOVE CARGO        TO W-SLC-CARGO.
            MOVE DEPARTAMENTO TO W-SLC-DEPTO.
            PERFORM SAL-APURA THRU SAL-APURA-EXIT.
            MOVE W-SLC-SALARIO TO SALARIOBASE.
            MOVE W-SLC-TPSAL   TO TPSALARIO.
            MOVE W-SLC-CARGO   TO CARGO.
            MOVE W-SLC-DEPTO   TO DEPARTAMENTO.
       2105-EXIT.
            EXIT.

       2110-LE-MOVFUNC.
            MOVE "N" TO W-MOV-ACHOU.
            MOVE CODIGO TO MOV-CODIGO.
       2118-EXIT.
            EXIT.

      ******************************************************************
      * AFASTAMENTOS (AFASTAM.DAT): A EMPRESA PAGA OS 15 PRIMEIROS
      * DIAS DE DOENCA/ACIDENTE; OS DIAS PAGOS PELO INSS (AUXILIO E
      * MATERNIDADE) E A LICENCA NAO REMUNERADA SAO DESCONTADOS NA
      * BASE 30 (AFASCALC.CPY), COMO AS FALTAS. O HORISTA COM
      * MOVIMENTO NAO E DESCONTADO: AS HORAS REAIS JA REFLETEM O
      * AFASTAMENTO.
      ******************************************************************

       2180-CHECA-AFASTAMENTO.
            MOVE ZEROS TO W-AFA-DESCONTO.
            MOVE CODIGO       TO W-AFC-CODIGO.
            MOVE W-COMPET-NUM TO W-AFC-COMPET.
            PERFORM AFA-APURA-MES THRU AFA-APURA-MES-EXIT.
            IF W-AFC-DIAS-DESC = ZEROS
                GO TO 2180-EXIT.
            IF (TPSALARIO = "H" OR "h") AND MOV-ACHOU
                GO TO 2180-EXIT.
            IF TPSALARIO = "H" OR "h"
                COMPUTE W-SAL-MENSAL = SALARIOBASE * W-HORAS-MES
            ELSE
                MOVE SALARIOBASE TO W-SAL-MENSAL.
            COMPUTE W-AFA-DESCONTO ROUNDED
                = W-SAL-MENSAL / 30 * W-AFC-DIAS-DESC.
            IF W-AFA-DESCONTO > W-BRUTO
                MOVE W-BRUTO TO W-AFA-DESCONTO.
            SUBTRACT W-AFA-DESCONTO FROM W-BRUTO.
       2180-EXIT.
            EXIT.

      ******************************************************************
      * FERIAS PELA FOLHA: SOMA TODOS OS REGISTROS DO FERIAS.DAT COM
      * INICIO DE GOZO NA COMPETENCIA (FERIAS FRACIONADAS OU PERIODOS
            EXIT.

      ******************************************************************
      * INSS E IRRF PELAS ROTINAS COMPARTILHADAS DO TABCALC.CPY. A
      * PENSAO ALIMENTICIA APURADA NO 2130 SAI DA BASE DO IRRF.
      ******************************************************************

       2120-CALCULA-INSS.
       2120-EXIT.
            EXIT.

      ******************************************************************
      * PENSAO ALIMENTICIA: VERBA DE DESCONTO DO VERBFUNC COM
      * BENEFICIARIO NO PENSAO.DAT. CALCULADA DEPOIS DO INSS E ANTES
      * DO IRRF, POIS E DEDUZIDA DA BASE DO IMPOSTO. O PERCENTUAL DO
      * BENEFICIARIO INCIDE SOBRE O BRUTO OU SOBRE O LIQUIDO (BRUTO -
      * INSS - IRRF APURADO SEM A PENSAO); SEM PERCENTUAL VALE O VALOR
      * DA VERBA. A SOMA DAS PENSOES E LIMITADA A BRUTO - INSS E TEM
      * PRIORIDADE SOBRE O ADIANTAMENTO E AS DEMAIS VERBAS. CADA
      * PENSAO E GRAVADA NO PENSPAG.DAT (CREDITO AO BENEFICIARIO NA
      * REMESSA); O REPROCESSAMENTO APAGA ANTES OS REGISTROS DO
      * FUNCIONARIO NA COMPETENCIA.
      ******************************************************************

       2130-CALCULA-PENSAO.
            MOVE ZEROS TO W-PENSAO W-PNS-QTDE.
            MOVE "N" TO W-PNS-LIQ-OK.
            PERFORM 2131-LIMPA-PENSPAG THRU 2131-EXIT.
            MOVE CODIGO TO VRB-CODIGO.
            MOVE ZEROS  TO VRB-VERBA.
            START VERBFUNC KEY IS GREATER THAN VRB-CHAVE
                INVALID KEY
                    GO TO 2130-EXIT.
            MOVE "N" TO W-VRB-EOF.
            PERFORM 2135-PENSAO-1-VERBA THRU 2135-EXIT
                    UNTIL FIM-VERBAS.
       2130-EXIT.
            EXIT.

       2131-LIMPA-PENSPAG.
            MOVE CODIGO TO PPG-CODIGO.
            MOVE ZEROS  TO PPG-VERBA PPG-COMPET.
            START PENSPAG KEY IS NOT LESS THAN PPG-CHAVE
                INVALID KEY
                    GO TO 2131-EXIT.
            MOVE "N" TO W-PPG-EOF.
            PERFORM 2132-LIMPA-1-PENSPAG THRU 2132-EXIT
                    UNTIL FIM-PENSPAG.
       2131-EXIT.
            EXIT.

       2132-LIMPA-1-PENSPAG.
            READ PENSPAG NEXT RECORD
                AT END
                    MOVE "S" TO W-PPG-EOF
                    GO TO 2132-EXIT.
            IF PPG-CODIGO NOT = CODIGO
                MOVE "S" TO W-PPG-EOF
                GO TO 2132-EXIT.
            IF PPG-COMPET = W-COMPET-NUM
                DELETE PENSPAG RECORD.
       2132-EXIT.
            EXIT.

       2135-PENSAO-1-VERBA.
            READ VERBFUNC NEXT RECORD
                AT END
                    MOVE "S" TO W-VRB-EOF
                    GO TO 2135-EXIT.
            IF VRB-CODIGO NOT = CODIGO
                MOVE "S" TO W-VRB-EOF
                GO TO 2135-EXIT.
            IF VRB-TIPO NOT = "D"
                GO TO 2135-EXIT.
            IF W-COMPET-NUM < VRB-COMPET-INI
                GO TO 2135-EXIT.
            IF VRB-COMPET-FIM > ZEROS
                AND W-COMPET-NUM > VRB-COMPET-FIM
                GO TO 2135-EXIT.
            MOVE VRB-CHAVE TO PNS-CHAVE.
            READ PENSAO.
            IF ST-PNS NOT = "00"
                GO TO 2135-EXIT.
            IF PNS-PERCENT = ZEROS
                MOVE "F" TO PPG-BASE
                MOVE W-BRUTO TO W-PNS-BASE-VAL
                IF VRB-VALOR > ZEROS
                    MOVE VRB-VALOR TO W-PNS-VALOR
                ELSE
                    COMPUTE W-PNS-VALOR ROUNDED
                        = W-BRUTO * VRB-PERCENT / 100
                END-IF
            ELSE
                IF PNS-BASE = "L"
                    PERFORM 2138-BASE-LIQUIDA THRU 2138-EXIT
                    MOVE "L" TO PPG-BASE
                    MOVE W-PNS-LIQ TO W-PNS-BASE-VAL
                ELSE
                    MOVE "B" TO PPG-BASE
                    MOVE W-BRUTO TO W-PNS-BASE-VAL
                END-IF
                COMPUTE W-PNS-VALOR ROUNDED
                    = W-PNS-BASE-VAL * PNS-PERCENT / 100.
            COMPUTE W-PNS-RESTO = W-BRUTO - W-INSS - W-PENSAO.
            IF W-PNS-RESTO < ZEROS
                MOVE ZEROS TO W-PNS-RESTO.
            IF W-PNS-VALOR > W-PNS-RESTO
                MOVE W-PNS-RESTO TO W-PNS-VALOR.
            IF W-PNS-QTDE < 20
                ADD 1 TO W-PNS-QTDE
                MOVE VRB-VERBA   TO W-PN-VERBA(W-PNS-QTDE)
                MOVE W-PNS-VALOR TO W-PN-VALOR(W-PNS-QTDE).
            IF W-PNS-VALOR = ZEROS
                GO TO 2135-EXIT.
            ADD W-PNS-VALOR TO W-PENSAO.
            MOVE CODIGO         TO PPG-CODIGO.
            MOVE VRB-VERBA      TO PPG-VERBA.
            MOVE W-COMPET-NUM   TO PPG-COMPET.
            MOVE NOME           TO PPG-FUNC-NOME.
            MOVE PNS-NOME       TO PPG-NOME.
            MOVE PNS-CPF        TO PPG-CPF.
            MOVE PNS-BANCO      TO PPG-BANCO.
            MOVE PNS-AGENCIA    TO PPG-AGENCIA.
            MOVE PNS-CONTA      TO PPG-CONTA.
            MOVE PNS-CONTADV    TO PPG-CONTADV.
            MOVE PNS-PROCESSO   TO PPG-PROCESSO.
            MOVE PNS-PERCENT    TO PPG-PERCENT.
            MOVE W-PNS-BASE-VAL TO PPG-BASE-VALOR.
            MOVE W-PNS-VALOR    TO PPG-VALOR.
            WRITE REG-PENSPAG.
            IF ST-PPG = "22"
                REWRITE REG-PENSPAG.
       2135-EXIT.
            EXIT.

      * BASE LIQUIDA DA PENSAO: IRRF APURADO SEM A DEDUCAO DA PENSAO,
      * UMA VEZ POR FUNCIONARIO.

       2138-BASE-LIQUIDA.
            IF W-PNS-LIQ-OK = "S"
                GO TO 2138-EXIT.
            MOVE CODIGO       TO W-DPC-CODIGO.
            MOVE W-COMPET-NUM TO W-DPC-COMPET.
            PERFORM DPN-CONTA THRU DPN-CONTA-EXIT.
            MOVE W-DPC-QT-IRRF TO W-CALC-DEP.
            MOVE W-BRUTO TO W-CALC-BASE.
            PERFORM TAB-IRRF THRU TAB-IRRF-EXIT.
            COMPUTE W-PNS-LIQ = W-BRUTO - W-INSS - W-CALC-IRRF.
            IF W-PNS-LIQ < ZEROS
                MOVE ZEROS TO W-PNS-LIQ.
            MOVE "S" TO W-PNS-LIQ-OK.
       2138-EXIT.
            EXIT.

       2140-CALCULA-IRRF.
            MOVE CODIGO       TO W-DPC-CODIGO.
            MOVE W-COMPET-NUM TO W-DPC-COMPET.
            PERFORM DPN-CONTA THRU DPN-CONTA-EXIT.
            MOVE W-DPC-QT-IRRF TO W-CALC-DEP.
            COMPUTE W-CALC-BASE = W-BRUTO - W-PENSAO.
            PERFORM TAB-IRRF THRU TAB-IRRF-EXIT.
            MOVE W-CALC-BASEIR TO W-BASE-IRRF.
            MOVE W-CALC-IRRF   TO W-IRRF.
       2160-CALCULA-LIQUIDO.
            MOVE ZEROS TO W-SALFAM.
            IF W-SALFAM-VALOR > ZEROS
                AND W-DPC-QT-SALFAM > ZEROS
                AND W-BRUTO NOT > W-SALFAM-LIMITE
                COMPUTE W-SALFAM = W-DPC-QT-SALFAM * W-SALFAM-VALOR.
            COMPUTE W-LIQUIDO = W-BRUTO - W-INSS - W-IRRF + W-SALFAM
                              - W-PENSAO.
            PERFORM 2165-DESCONTA-ADIANTAMENTO THRU 2165-EXIT.
            PERFORM 2170-APLICA-VERBAS THRU 2170-EXIT.
            IF W-LIQUIDO < ZEROS
                MOVE ZEROS TO W-LIQUIDO.
       2160-EXIT.
            EXIT.

      ******************************************************************
      * ADIANTAMENTO QUINZENAL: O CREDITO GRAVADO PELO PROGR263 NO
      * FOLHAPAG (COMPETENCIA AAAA20+MM) E DESCONTADO DO LIQUIDO ANTES
      * DAS VERBAS RECORRENTES, LIMITADO AO LIQUIDO DISPONIVEL. O
      * REGISTRO DO FOLHAPAG NAO E ALTERADO (A REMESSA E A CONCILIACAO
      * DO ADIANTAMENTO CONTINUAM VALENDO).
      ******************************************************************

       2165-DESCONTA-ADIANTAMENTO.
            MOVE ZEROS TO W-ADIANT.
            MOVE CODIGO          TO FP-CODIGO.
            MOVE W-ADIANT-COMPET TO FP-COMPET.
            READ FOLHAPAG
                INVALID KEY
                    GO TO 2165-EXIT.
            MOVE FP-LIQUIDO TO W-ADIANT.
            IF W-LIQUIDO NOT > ZEROS
                MOVE ZEROS TO W-ADIANT
                GO TO 2165-EXIT.
            IF W-ADIANT > W-LIQUIDO
                MOVE W-LIQUIDO TO W-ADIANT.
            SUBTRACT W-ADIANT FROM W-LIQUIDO.
       2165-EXIT.
            EXIT.

      ******************************************************************
      * VERBAS RECORRENTES (VERBFUNC.DAT): PENSAO, VALE-TRANSPORTE,
      * PLANO DE SAUDE, CONSIGNADO... APLICADAS NO LIQUIDO QUANDO A
            IF VRB-COMPET-FIM > ZEROS
                AND W-COMPET-NUM > VRB-COMPET-FIM
                GO TO 2175-EXIT.
            IF VRB-TIPO = "D"
                PERFORM 2178-PROCURA-PENSAO THRU 2178-EXIT
                IF W-PNS-ACHOU = "S"
                    IF W-VRB-VALOR = ZEROS
                        GO TO 2175-EXIT
                    ELSE
                        ADD W-VRB-VALOR TO W-VERBAS-D
                        GO TO 2175-LISTA.
            IF VRB-VALOR > ZEROS
                MOVE VRB-VALOR TO W-VRB-VALOR
            ELSE
                END-IF
                SUBTRACT W-VRB-VALOR FROM W-LIQUIDO
                ADD W-VRB-VALOR TO W-VERBAS-D.
       2175-LISTA.
            IF W-VRB-QTDE < 20
                ADD 1 TO W-VRB-QTDE
                MOVE VRB-DESCRICAO TO W-VB-DESC(W-VRB-QTDE)
       2175-EXIT.
            EXIT.

      * A PENSAO JA FOI RETIDA NO LIQUIDO PELO 2160; AQUI A VERBA SO
      * ENTRA NO CONTRACHEQUE, NO TOTAL DE DESCONTOS E NAS PARCELAS.

       2178-PROCURA-PENSAO.
            MOVE "N" TO W-PNS-ACHOU.
            PERFORM 2179-COMPARA-PENSAO THRU 2179-EXIT
                    VARYING W-PNS-IDX FROM 1 BY 1
                    UNTIL W-PNS-IDX > W-PNS-QTDE
                       OR W-PNS-ACHOU = "S".
       2178-EXIT.
            EXIT.

       2179-COMPARA-PENSAO.
            IF W-PN-VERBA(W-PNS-IDX) = VRB-VERBA
                MOVE "S" TO W-PNS-ACHOU
                MOVE W-PN-VALOR(W-PNS-IDX) TO W-VRB-VALOR.
       2179-EXIT.
            EXIT.

       2200-ESCREVE-DETALHE.
            MOVE SPACES     TO W-DETALHE.
            MOVE NOME       TO WD-NOME.
            MOVE W-BRUTO    TO WD-BRUTO.
            MOVE W-LIQUIDO  TO WD-LIQUIDO.
            MOVE SITUACAO   TO WD-SIT.
            MOVE W-AFC-DIAS TO WD-AFAST.
            MOVE SPACES     TO REL-LINHA.
            WRITE REL-LINHA FROM W-DETALHE.
       2200-EXIT.
                MOVE W-FER-TERCO TO WCC-VALOR
                MOVE SPACES TO CCH-LINHA
                WRITE CCH-LINHA FROM W-CCH-VAL.
            IF W-AFC-DIAS > ZEROS
                MOVE W-AFC-DIAS TO WRA-DIAS
                MOVE W-ROT-AFAST TO WCC-ROTULO
                MOVE W-AFA-DESCONTO TO WCC-VALOR
                MOVE SPACES TO CCH-LINHA
                WRITE CCH-LINHA FROM W-CCH-VAL.
            IF W-DIF-SALARIO > ZEROS
                MOVE "DIFERENCAS SALARIAIS" TO WCC-ROTULO
                MOVE W-DIF-SALARIO TO WCC-VALOR
                MOVE SPACES TO CCH-LINHA
                WRITE CCH-LINHA FROM W-CCH-VAL.
            MOVE "DESCONTO INSS" TO WCC-ROTULO.
            MOVE W-INSS TO WCC-VALOR.
            MOVE SPACES TO CCH-LINHA.
                MOVE W-SALFAM TO WCC-VALOR
                MOVE SPACES TO CCH-LINHA
                WRITE CCH-LINHA FROM W-CCH-VAL.
            IF W-ADIANT > ZEROS
                MOVE "ADIANTAMENTO QUINZENAL" TO WCC-ROTULO
                MOVE W-ADIANT TO WCC-VALOR
                MOVE SPACES TO CCH-LINHA
                WRITE CCH-LINHA FROM W-CCH-VAL.
            PERFORM 2350-ESCREVE-VERBAS THRU 2350-EXIT
                    VARYING W-VRB-IDX FROM 1 BY 1
                    UNTIL W-VRB-IDX > W-VRB-QTDE.
            MOVE W-VERBAS-P    TO FH-VERBAS-P.
            MOVE W-VERBAS-D    TO FH-VERBAS-D.
            MOVE W-LIQUIDO     TO FH-LIQUIDO.
            MOVE W-ADIANT      TO FH-ADIANT.
            WRITE REG-FOLHAHIS.
            IF ST-FHI = "22"
                REWRITE REG-FOLHAHIS.
            CLOSE FOLHAHIS.
            CLOSE VERBFUNC.
            CLOSE FERIAS.
            CLOSE AFASTAM.
            CLOSE DEPENDEN.
            CLOSE SALHIST.
            CLOSE PENSAO.
            CLOSE PENSPAG.
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
      *              ROTINAS DE DIFERENCAS SALARIAIS
      ******************************************************************

       COPY DIFCALC.
      ******************************************************************
      *                 ROTINAS DE CONTROLE DE EXECUCAO
      ******************************************************************

