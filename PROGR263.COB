      *************************************************************************
      * AUTHOR. WALLACE MARTINS VIEIRA
      * DATA : 15/10/2026
      * ADIANTAMENTO QUINZENAL DE SALARIO - PROCESSAMENTO BATCH NO
      * MEIO DO MES A PARTIR DO CADFUNC. PAGA UM PERCENTUAL DO
      * SALARIO DO MES (TABDESC.DAT TIPO "A": PERCENTUAL E DIA DE
      * CORTE, PADRAO 40% E DIA 15), JA REDUZIDO DOS DIAS DE
      * AFASTAMENTO NAO PAGOS PELA EMPRESA (AFASTAM.DAT). FICAM FORA
      * OS ADMITIDOS NO MES DEPOIS DO DIA DE CORTE, OS QUE ESTAO EM
      * GOZO DE FERIAS NA QUINZENA (FERIAS.DAT) E OS DESLIGADOS ATE A
      * COMPETENCIA. GRAVA O CREDITO NO FOLHAPAG.DAT NA COMPETENCIA
      * AAAA20+MM (MESES 21 A 32), PARA A REMESSA DO PROGR247 E A
      * CONCILIACAO DO PROGR248 COMO AS PARCELAS DO 13O, E IMPRIME O
      * RELATORIO ADIANT.REL COM OS PAGOS E O MOTIVO DE CADA EXCLUIDO.
      * A FOLHA DO MES (PROGR233) DESCONTA O ADIANTAMENTO DO LIQUIDO
      * E A RESCISAO (PROGR250) ABATE O QUE NAO FOI DESCONTADO.
      *************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGR263.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CADFSEL.
       COPY RUNCSEL.
       COPY FPGSEL.
       COPY FERSEL.
       COPY TABDSEL.
       COPY AFASSEL.
       SELECT RELADT   ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-REL.
       DATA DIVISION.
       FILE SECTION.
       COPY CADFFD.
       COPY RUNCFD.
       COPY FPGFD.
       COPY FERFD.
       COPY TABDFD.
       COPY AFASFD.

       FD RELADT
          LABEL RECORD IS STANDARD
          VALUE OF FILE-ID IS "ADIANT.REL".
       01 REL-LINHA               PIC X(100).

       WORKING-STORAGE SECTION.
       01 ST-ERRO                 PIC X(02) VALUE "00".
       01 ST-REL                  PIC X(02) VALUE "00".
       01 ST-FPG                  PIC X(02) VALUE "00".
       01 ST-FER                  PIC X(02) VALUE "00".
       01 W-EOF                   PIC X(01) VALUE "N".
           88 FIM-CADFUNC                    VALUE "S".
       01 W-FER-EOF               PIC X(01) VALUE "N".
           88 FIM-FERIAS                     VALUE "S".
       01 W-HORAS-MES             PIC 9(03) VALUE 220.
       01 W-COMPETENCIA           PIC X(07) VALUE SPACES.
       01 W-COMPET-MES            PIC 9(02) VALUE ZEROS.
       01 W-COMPET-ANO            PIC 9(04) VALUE ZEROS.
       01 W-COMPET-NUM            PIC 9(06) VALUE ZEROS.
       01 W-ADIANT-COMPET         PIC 9(06) VALUE ZEROS.
       01 W-QUINZ-INI             PIC 9(08) VALUE ZEROS.
       01 W-QUINZ-FIM             PIC 9(08) VALUE ZEROS.
       01 W-DESLIG-NUM            PIC 9(06) VALUE ZEROS.
       01 W-ADM8                  PIC 9(08) VALUE ZEROS.
       01 W-ADM-NUM               PIC 9(06) VALUE ZEROS.
       01 W-ADM-DIA               PIC 9(02) VALUE ZEROS.
       01 W-GOZO-FIM              PIC 9(08) VALUE ZEROS.
       01 W-SITUACAO-ADT          PIC X(01) VALUE SPACES.
           88 ADT-PAGA                       VALUE "P".
           88 ADT-FORA                       VALUE "F".
           88 ADT-IGNORA                     VALUE "I".
       01 W-MOTIVO                PIC X(30) VALUE SPACES.
       01 W-SAL-MENSAL            PIC 9(09)V99 VALUE ZEROS.
       01 W-AFA-DESCONTO          PIC 9(09)V99 VALUE ZEROS.
       01 W-BASE                  PIC 9(09)V99 VALUE ZEROS.
       01 W-ADIANT                PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTAL-FUNC            PIC 9(06) VALUE ZEROS.
       01 W-TOTAL-FORA            PIC 9(06) VALUE ZEROS.
       01 W-TOTAL-ADIANT          PIC 9(11)V99 VALUE ZEROS.

       COPY RUNCWS.

       COPY TABCALWS.

       COPY AFASCWS.

       01 W-CAB1.
           03 FILLER               PIC X(36) VALUE
              "ADIANTAMENTO QUINZENAL - COMPETENCIA".
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WH-COMPET-MES        PIC 9(02).
           03 FILLER               PIC X(01) VALUE "/".
           03 WH-COMPET-ANO        PIC 9(04).

       01 W-CAB2.
           03 FILLER               PIC X(13) VALUE "PERCENTUAL: ".
           03 WH-PERC              PIC Z9,99.
           03 FILLER               PIC X(05) VALUE "%".
           03 FILLER               PIC X(15) VALUE "DIA DE CORTE: ".
           03 WH-CORTE             PIC Z9.

       01 W-CAB3.
           03 FILLER               PIC X(08) VALUE "CODIGO".
           03 FILLER               PIC X(31) VALUE "NOME".
           03 FILLER               PIC X(15) VALUE "SALARIO BASE".
           03 FILLER               PIC X(15) VALUE "ADIANTAMENTO".
           03 FILLER               PIC X(30) VALUE "OBSERVACAO".

       01 W-DETALHE.
           03 WD-CODIGO             PIC X(06).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WD-NOME               PIC X(30).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WD-BASE               PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WD-ADIANT             PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WD-MOTIVO             PIC X(30).

       01 W-TOTALLIN.
           03 FILLER                PIC X(22) VALUE
              "FUNCIONARIOS PAGOS  :".
           03 WT-FUNC               PIC ZZZ.ZZ9.
           03 FILLER                PIC X(05) VALUE SPACES.
           03 FILLER                PIC X(22) VALUE
              "FUNCIONARIOS FORA   :".
           03 WT-FORA               PIC ZZZ.ZZ9.

       01 W-TOTALLIN2.
           03 FILLER                PIC X(22) VALUE
              "TOTAL ADIANTADO     :".
           03 WT-ADIANT             PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
            PERFORM 2000-PROCESSA THRU 2000-EXIT
                    UNTIL FIM-CADFUNC.
            PERFORM 8000-FINALIZACAO THRU 8000-EXIT.
            GO TO 9999-FIM.

       1000-INICIALIZACAO.
            DISPLAY "COMPETENCIA DO ADIANTAMENTO (MM/AAAA): "
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
      * O ADIANTAMENTO USA OS MESES FICTICIOS 21 A 32 (20 + MES) PARA
      * NAO COLIDIR COM A FOLHA MENSAL NEM COM O 13O NO FOLHAPAG.DAT,
      * NA REMESSA E NO CONTROLE DE EXECUCAO.
            COMPUTE W-ADIANT-COMPET = W-COMPET-ANO * 100
                                    + 20 + W-COMPET-MES.
            MOVE W-COMPET-MES TO WH-COMPET-MES.
            MOVE W-COMPET-ANO TO WH-COMPET-ANO.
      * PERCENTUAL E DIA DE CORTE DA VERSAO DO TABDESC VIGENTE NA
      * COMPETENCIA.
            MOVE W-COMPET-NUM TO W-TAB-ALVO.
            PERFORM TAB-CARGA THRU TAB-CARGA-EXIT.
            IF NOT TABELAS-OK
                GO TO 9999-FIM.
            MOVE W-ADT-PERC  TO WH-PERC.
            MOVE W-ADT-CORTE TO WH-CORTE.
            COMPUTE W-QUINZ-INI = W-COMPET-NUM * 100 + 1.
            COMPUTE W-QUINZ-FIM = W-COMPET-NUM * 100 + W-ADT-CORTE.
            OPEN INPUT CADFUNC.
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
            OPEN INPUT FERIAS.
            IF ST-FER NOT = "00"
                IF ST-FER = "35"
                    OPEN OUTPUT FERIAS
                    CLOSE FERIAS
                    OPEN INPUT FERIAS
                ELSE
                    DISPLAY "ERRO NA ABERTURA DO FERIAS - STATUS "
                        ST-FER
                    CLOSE CADFUNC AFASTAM
                    GO TO 9999-FIM.
      * O CONTROLE DE EXECUCAO SO E ABERTO DEPOIS DAS ENTRADAS
      * VALIDADAS, PARA NAO DEIXAR REGISTRO "EM EXECUCAO" POR FALHA
      * DE TABELA OU DE ARQUIVO DE ENTRADA.
            MOVE "PROGR263" TO W-RUN-PROGRAMA.
            COMPUTE W-RUN-PERIODO = W-ADIANT-COMPET * 100.
            PERFORM RUN-ABRE THRU RUN-ABRE-EXIT.
            IF RUN-NEGADO
                CLOSE CADFUNC AFASTAM FERIAS
                GO TO 9999-FIM.
            IF RUN-REINICIO
                OPEN EXTEND RELADT
                IF ST-REL = "35"
                    OPEN OUTPUT RELADT
                END-IF
            ELSE
                OPEN OUTPUT RELADT.
            IF ST-REL NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO ADIANT.REL - STATUS "
                    ST-REL
                PERFORM RUN-CANCELA THRU RUN-CANCELA-EXIT
                CLOSE CADFUNC AFASTAM FERIAS
                GO TO 9999-FIM.
      * O FOLHAPAG E ABERTO EM I-O (E NAO REGRAVADO DO ZERO) PARA
      * PRESERVAR OS CREDITOS DE OUTRAS COMPETENCIAS AINDA NAO
      * REMETIDOS; SO OS REGISTROS DO PROPRIO ADIANTAMENTO SAO
      * SUBSTITUIDOS UM A UM.
            OPEN I-O FOLHAPAG.
            IF ST-FPG = "35" OR ST-FPG = "30"
                OPEN OUTPUT FOLHAPAG.
            IF ST-FPG NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO FOLHAPAG - STATUS "
                    ST-FPG
                PERFORM RUN-CANCELA THRU RUN-CANCELA-EXIT
                CLOSE CADFUNC AFASTAM FERIAS RELADT
                GO TO 9999-FIM.
            IF RUN-REINICIO
                DISPLAY "ATENCAO: LINHAS GRAVADAS APOS O ULTIMO PONTO"
                    " DE CONTROLE PODEM SE REPETIR NO RELATORIO"
                MOVE RUN-CONT-A  TO W-TOTAL-FUNC
                MOVE RUN-CONT-B  TO W-TOTAL-FORA
                MOVE RUN-VALOR-A TO W-TOTAL-ADIANT
                PERFORM 2900-LE-CADFUNC THRU 2900-EXIT
                        W-RUN-SALTAR TIMES
            ELSE
                MOVE SPACES TO REL-LINHA
                WRITE REL-LINHA FROM W-CAB1
                MOVE SPACES TO REL-LINHA
                WRITE REL-LINHA FROM W-CAB2
                MOVE SPACES TO REL-LINHA
                WRITE REL-LINHA
                WRITE REL-LINHA FROM W-CAB3.
            PERFORM 2900-LE-CADFUNC THRU 2900-EXIT.
       1000-EXIT.
            EXIT.

       2000-PROCESSA.
            IF BANCO NOT NUMERIC
                MOVE ZEROS TO BANCO.
            IF AGENCIA NOT NUMERIC
                MOVE ZEROS TO AGENCIA.
            IF CONTA NOT NUMERIC
                MOVE ZEROS TO CONTA.
            MOVE ZEROS TO W-BASE W-ADIANT.
            PERFORM 2050-CHECA-ELEGIVEL THRU 2050-EXIT.
            IF ADT-PAGA
                PERFORM 2100-CALCULA-VALOR THRU 2100-EXIT.
            IF ADT-PAGA
                PERFORM 2400-GRAVA-PAGAMENTO THRU 2400-EXIT.
            IF NOT ADT-IGNORA
                PERFORM 2200-ESCREVE-DETALHE THRU 2200-EXIT.
            PERFORM 2800-CHECKPOINT THRU 2800-EXIT.
            PERFORM 2900-LE-CADFUNC THRU 2900-EXIT.
       2000-EXIT.
            EXIT.

      ******************************************************************
      * ELEGIBILIDADE: DESLIGADOS EM MES ANTERIOR E ADMITIDOS DEPOIS
      * DA COMPETENCIA NAO APARECEM NO RELATORIO; O DESLIGADO NO MES,
      * O ADMITIDO NO MES DEPOIS DO DIA DE CORTE E QUEM TEM GOZO DE
      * FERIAS ENTRE O DIA 1 E O DIA DE CORTE FICAM FORA COM O MOTIVO
      * IMPRESSO.
      ******************************************************************

       2050-CHECA-ELEGIVEL.
            MOVE "P" TO W-SITUACAO-ADT.
            MOVE SPACES TO W-MOTIVO.
            IF SITUACAO = "D"
                COMPUTE W-DESLIG-NUM = DATADESLIGAMENTO / 100
                IF W-DESLIG-NUM < W-COMPET-NUM
                    MOVE "I" TO W-SITUACAO-ADT
                    GO TO 2050-EXIT
                END-IF
                IF W-DESLIG-NUM = W-COMPET-NUM
                    MOVE "F" TO W-SITUACAO-ADT
                    MOVE "DESLIGADO NO MES" TO W-MOTIVO
                    GO TO 2050-EXIT.
            IF DATAADMISSAO = ZEROS
                MOVE "F" TO W-SITUACAO-ADT
                MOVE "SEM DATA DE ADMISSAO" TO W-MOTIVO
                GO TO 2050-EXIT.
            MOVE DATAADMISSAO TO W-ADM8.
            COMPUTE W-ADM-NUM = W-ADM8 / 100.
            MOVE W-ADM8(7:2) TO W-ADM-DIA.
            IF W-ADM-NUM > W-COMPET-NUM
                MOVE "I" TO W-SITUACAO-ADT
                GO TO 2050-EXIT.
            IF W-ADM-NUM = W-COMPET-NUM AND W-ADM-DIA > W-ADT-CORTE
                MOVE "F" TO W-SITUACAO-ADT
                MOVE "ADMITIDO APOS O DIA DE CORTE" TO W-MOTIVO
                GO TO 2050-EXIT.
            PERFORM 2060-CHECA-FERIAS THRU 2060-EXIT.
       2050-EXIT.
            EXIT.

      ******************************************************************
      * FERIAS: QUALQUER REGISTRO DO FERIAS.DAT CUJO GOZO (INICIO ATE
      * INICIO + DIAS - 1) ALCANCE A QUINZENA DO ADIANTAMENTO. AS
      * FERIAS JA SAO PAGAS ANTECIPADAMENTE PELA FOLHA DO MES DO GOZO.
      ******************************************************************

       2060-CHECA-FERIAS.
            MOVE CODIGO TO FER-CODIGO.
            MOVE ZEROS  TO FER-PERIODO-INI.
            START FERIAS KEY IS GREATER THAN FER-CHAVE
                INVALID KEY
                    GO TO 2060-EXIT.
            MOVE "N" TO W-FER-EOF.
            PERFORM 2065-PROCURA-FERIAS THRU 2065-EXIT
                    UNTIL FIM-FERIAS.
       2060-EXIT.
            EXIT.

       2065-PROCURA-FERIAS.
            READ FERIAS NEXT RECORD
                AT END
                    MOVE "S" TO W-FER-EOF
                    GO TO 2065-EXIT.
            IF FER-CODIGO NOT = CODIGO
                MOVE "S" TO W-FER-EOF
                GO TO 2065-EXIT.
            IF FER-GOZO-INI = ZEROS OR FER-DIAS = ZEROS
                GO TO 2065-EXIT.
            IF FER-GOZO-INI > W-QUINZ-FIM
                GO TO 2065-EXIT.
            MOVE FER-GOZO-INI TO W-AFC-DATA.
            COMPUTE W-AFC-NDIAS = FER-DIAS - 1.
            PERFORM AFA-SOMA-DIAS THRU AFA-SOMA-DIAS-EXIT.
            MOVE W-AFC-DATA TO W-GOZO-FIM.
            IF W-GOZO-FIM < W-QUINZ-INI
                GO TO 2065-EXIT.
            MOVE "F" TO W-SITUACAO-ADT.
            MOVE "EM FERIAS NA QUINZENA" TO W-MOTIVO.
            MOVE "S" TO W-FER-EOF.
       2065-EXIT.
            EXIT.

      ******************************************************************
      * VALOR: SALARIO MENSAL (HORISTA PELO MES PADRAO DE 220 HORAS)
      * MENOS OS DIAS DE AFASTAMENTO DESCONTADOS NA COMPETENCIA (BASE
      * 30, COMO NA FOLHA), VEZES O PERCENTUAL DO TABDESC.
      ******************************************************************

       2100-CALCULA-VALOR.
            IF TPSALARIO = "H" OR "h"
                COMPUTE W-SAL-MENSAL = SALARIOBASE * W-HORAS-MES
            ELSE
                MOVE SALARIOBASE TO W-SAL-MENSAL.
            MOVE ZEROS TO W-AFA-DESCONTO.
            MOVE CODIGO       TO W-AFC-CODIGO.
            MOVE W-COMPET-NUM TO W-AFC-COMPET.
            PERFORM AFA-APURA-MES THRU AFA-APURA-MES-EXIT.
            IF W-AFC-DIAS-DESC > ZEROS
                COMPUTE W-AFA-DESCONTO ROUNDED
                    = W-SAL-MENSAL / 30 * W-AFC-DIAS-DESC.
            IF W-AFA-DESCONTO > W-SAL-MENSAL
                MOVE W-SAL-MENSAL TO W-AFA-DESCONTO.
            COMPUTE W-BASE = W-SAL-MENSAL - W-AFA-DESCONTO.
            COMPUTE W-ADIANT ROUNDED = W-BASE * W-ADT-PERC / 100.
            IF W-ADIANT = ZEROS
                MOVE "F" TO W-SITUACAO-ADT
                MOVE "SEM SALARIO NO MES" TO W-MOTIVO
                GO TO 2100-EXIT.
            ADD 1        TO W-TOTAL-FUNC.
            ADD W-ADIANT TO W-TOTAL-ADIANT.
       2100-EXIT.
            EXIT.

       2200-ESCREVE-DETALHE.
            MOVE SPACES   TO W-DETALHE.
            MOVE CODIGO   TO WD-CODIGO.
            MOVE NOME     TO WD-NOME.
            MOVE W-BASE   TO WD-BASE.
            MOVE W-ADIANT TO WD-ADIANT.
            MOVE W-MOTIVO TO WD-MOTIVO.
            IF ADT-FORA
                ADD 1 TO W-TOTAL-FORA.
            MOVE SPACES   TO REL-LINHA.
            WRITE REL-LINHA FROM W-DETALHE.
       2200-EXIT.
            EXIT.

       2400-GRAVA-PAGAMENTO.
            MOVE W-ADIANT-COMPET TO FP-COMPET.
            MOVE CODIGO          TO FP-CODIGO.
            MOVE NOME            TO FP-NOME.
            MOVE BANCO           TO FP-BANCO.
            MOVE AGENCIA         TO FP-AGENCIA.
            MOVE CONTA           TO FP-CONTA.
            MOVE CONTADV         TO FP-CONTADV.
            MOVE W-ADIANT        TO FP-LIQUIDO.
            WRITE REG-FOLHAPAG.
            IF ST-FPG = "22"
                REWRITE REG-FOLHAPAG.
       2400-EXIT.
            EXIT.

       2800-CHECKPOINT.
            ADD 1 TO W-RUN-PROCESSADOS.
            ADD 1 TO W-RUN-CICLO.
            IF W-RUN-CICLO < W-RUN-FREQ
                GO TO 2800-EXIT.
            MOVE ZEROS TO W-RUN-CICLO.
            PERFORM 2850-MOVE-CONTADORES THRU 2850-EXIT.
            PERFORM RUN-GRAVA THRU RUN-GRAVA-EXIT.
       2800-EXIT.
            EXIT.

       2850-MOVE-CONTADORES.
            MOVE W-TOTAL-FUNC   TO RUN-CONT-A.
            MOVE W-TOTAL-FORA   TO RUN-CONT-B.
            MOVE W-TOTAL-ADIANT TO RUN-VALOR-A.
       2850-EXIT.
            EXIT.

       2900-LE-CADFUNC.
            READ CADFUNC NEXT RECORD
                AT END
                    MOVE "S" TO W-EOF.
       2900-EXIT.
            EXIT.

       8000-FINALIZACAO.
            MOVE SPACES     TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE W-TOTAL-FUNC TO WT-FUNC.
            MOVE W-TOTAL-FORA TO WT-FORA.
            MOVE SPACES     TO REL-LINHA.
            WRITE REL-LINHA FROM W-TOTALLIN.
            MOVE W-TOTAL-ADIANT TO WT-ADIANT.
            MOVE SPACES     TO REL-LINHA.
            WRITE REL-LINHA FROM W-TOTALLIN2.
            DISPLAY "ADIANTAMENTOS PAGOS: " W-TOTAL-FUNC
                " / FORA: " W-TOTAL-FORA.
            DISPLAY "TOTAL ADIANTADO    : " W-TOTAL-ADIANT.
            PERFORM 2850-MOVE-CONTADORES THRU 2850-EXIT.
            PERFORM RUN-ENCERRA THRU RUN-ENCERRA-EXIT.
            CLOSE CADFUNC.
            CLOSE RELADT.
            CLOSE FOLHAPAG.
            CLOSE FERIAS.
            CLOSE AFASTAM.
       8000-EXIT.
            EXIT.

      ******************************************************************
      *            ROTINAS DE TABELAS E CALCULO DE DESCONTOS
      ******************************************************************

       COPY TABCALC.
      ******************************************************************
      *                 ROTINAS DE APURACAO DE AFASTAMENTOS
      ******************************************************************

       COPY AFASCALC.
      ******************************************************************
      *                 ROTINAS DE CONTROLE DE EXECUCAO
      ******************************************************************

       COPY RUNCPROC.

       9999-FIM.
            GOBACK.
