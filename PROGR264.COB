      *************************************************************************
      * AUTHOR. WALLACE MARTINS VIEIRA
      * DATA : 15/10/2026
      * ENCARGOS SOCIAIS DO EMPREGADOR - LE O HISTORICO PERMANENTE
      * (FOLHAHIS.DAT) DA COMPETENCIA INFORMADA E APURA, SOBRE O BRUTO
      * DE CADA FUNCIONARIO, O FGTS, O INSS PATRONAL, O RAT E OS
      * TERCEIROS COM AS ALIQUOTAS "E" DO TABDESC.DAT VIGENTES NA
      * COMPETENCIA (O REPROCESSAMENTO DE UM MES ANTIGO USA AS DA
      * EPOCA). GRAVA OS VALORES NO ENCARGOS.DAT PARA A CONTABILIZACAO
      * (PROGR254), MANTEM O SALDO ACUMULADO DO FGTS DE CADA
      * FUNCIONARIO NO FGTSCTA.DAT (BASE DA MULTA RESCISORIA DO
      * PROGR250) E LEVA PARA A GUIA A MULTA DOS DESLIGADOS NO MES.
      * IMPRIME O RESUMO POR DEPARTAMENTO E OS TOTAIS DAS GUIAS DO FGTS
      * E DA GPS (ENCARGOS.REL). OS MESES 13 E 14 SAO AS PARCELAS DO
      * 13O SALARIO (PROGR249).
      *************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGR264.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY FHISEL.
       COPY DEPTSEL.
       COPY RUNCSEL.
       COPY TABDSEL.
       COPY ENCSEL.
       COPY FGCSEL.
       SELECT RELENC  ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS ST-REL.
       DATA DIVISION.
       FILE SECTION.
       COPY FHIFD.
       COPY DEPTFD.
       COPY RUNCFD.
       COPY TABDFD.
       COPY ENCFD.
       COPY FGCFD.

       FD RELENC
          LABEL RECORD IS STANDARD
          VALUE OF FILE-ID IS "ENCARGOS.REL".
       01 REL-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.
       01 ST-FHI                  PIC X(02) VALUE "00".
       01 ST-DEPTO                PIC X(02) VALUE "00".
       01 ST-ENC                  PIC X(02) VALUE "00".
       01 ST-FGC                  PIC X(02) VALUE "00".
       01 ST-REL                  PIC X(02) VALUE "00".
       01 W-EOF                   PIC X(01) VALUE "N".
           88 FIM-FOLHAHIS                   VALUE "S".
       01 W-COMPETENCIA           PIC X(07) VALUE SPACES.
       01 W-COMPET-MES            PIC 9(02) VALUE ZEROS.
       01 W-COMPET-ANO            PIC 9(04) VALUE ZEROS.
       01 W-COMPET-NUM            PIC 9(06) VALUE ZEROS.
       01 W-IDX                   PIC 9(03) VALUE ZEROS.
       01 W-TOTAL-FUNC            PIC 9(06) VALUE ZEROS.
       01 W-FGTS-ANTERIOR         PIC 9(09)V99 VALUE ZEROS.
       01 W-SALDO-NOVO            PIC S9(09)V99 VALUE ZEROS.
       01 W-ENC-NOVO              PIC X(01) VALUE "N".
       01 W-FGC-NOVO              PIC X(01) VALUE "N".
       01 W-TOT-INSS-EMP          PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-GRF               PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-GPS               PIC 9(11)V99 VALUE ZEROS.

       COPY RUNCWS.

       COPY TABCALWS.

      * POSICOES 1 A 99 = DEPARTAMENTO; 100 = SEM DEPARTAMENTO.
      * A POSICAO 101 ACUMULA O TOTAL GERAL.
       01 W-DEPTO-TAB.
           05 W-DEPTO-OCC OCCURS 101 TIMES.
               10 W-DEPTO-QTDE       PIC 9(06).
               10 W-DEPTO-BASE       PIC 9(11)V99.
               10 W-DEPTO-FGTS       PIC 9(11)V99.
               10 W-DEPTO-INSS       PIC 9(11)V99.
               10 W-DEPTO-RAT        PIC 9(11)V99.
               10 W-DEPTO-TERC       PIC 9(11)V99.
               10 W-DEPTO-MULTA      PIC 9(11)V99.

       01 W-CAB1.
           03 FILLER               PIC X(44) VALUE
              "ENCARGOS SOCIAIS DO EMPREGADOR - COMPETENCIA".
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WH-COMPET-MES        PIC 9(02).
           03 FILLER               PIC X(01) VALUE "/".
           03 WH-COMPET-ANO        PIC 9(04).

       01 W-CAB2.
           03 FILLER               PIC X(10) VALUE "ALIQUOTAS:".
           03 FILLER               PIC X(06) VALUE " FGTS ".
           03 WH-ALQ-FGTS          PIC Z9,99.
           03 FILLER               PIC X(15) VALUE "  INSS PATRON. ".
           03 WH-ALQ-INSS          PIC Z9,99.
           03 FILLER               PIC X(06) VALUE "  RAT ".
           03 WH-ALQ-RAT           PIC Z9,99.
           03 FILLER               PIC X(12) VALUE "  TERCEIROS ".
           03 WH-ALQ-TERC          PIC Z9,99.
           03 FILLER               PIC X(14) VALUE "  MULTA FGTS ".
           03 WH-ALQ-MULTA         PIC Z9,99.

       01 W-CAB3.
           03 FILLER               PIC X(33) VALUE "DEPARTAMENTO".
           03 FILLER               PIC X(14) VALUE "  BASE (BRUTO)".
           03 FILLER               PIC X(14) VALUE "          FGTS".
           03 FILLER               PIC X(14) VALUE " INSS PATRONAL".
           03 FILLER               PIC X(14) VALUE "           RAT".
           03 FILLER               PIC X(14) VALUE "     TERCEIROS".
           03 FILLER               PIC X(14) VALUE "    MULTA FGTS".
           03 FILLER               PIC X(14) VALUE "         TOTAL".

       01 W-DETALHE.
           03 WD-DEPTO              PIC 9(02).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WD-NOME               PIC X(30).
           03 WD-BASE               PIC ZZZ.ZZZ.ZZ9,99.
           03 WD-FGTS               PIC ZZZ.ZZZ.ZZ9,99.
           03 WD-INSS               PIC ZZZ.ZZZ.ZZ9,99.
           03 WD-RAT                PIC ZZZ.ZZZ.ZZ9,99.
           03 WD-TERC               PIC ZZZ.ZZZ.ZZ9,99.
           03 WD-MULTA              PIC ZZZ.ZZZ.ZZ9,99.
           03 WD-TOTAL              PIC ZZZ.ZZZ.ZZ9,99.

       01 W-LINHA-GUIA.
           03 WG-ROTULO             PIC X(40).
           03 FILLER                PIC X(02) VALUE ": ".
           03 WG-VALOR              PIC ZZZ.ZZZ.ZZ9,99.

       01 W-LINHA-FUNC.
           03 FILLER                PIC X(27) VALUE
              "FUNCIONARIOS PROCESSADOS".
           03 FILLER                PIC X(02) VALUE ": ".
           03 WT-FUNC               PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
            PERFORM 2000-PROCESSA THRU 2000-EXIT
                    UNTIL FIM-FOLHAHIS.
            PERFORM 3000-IMPRIME-RESUMO THRU 3000-EXIT.
            PERFORM 8000-FINALIZACAO THRU 8000-EXIT.
            GO TO 9999-FIM.

       1000-INICIALIZACAO.
            DISPLAY "COMPETENCIA DOS ENCARGOS (MM/AAAA): "
                WITH NO ADVANCING.
            ACCEPT W-COMPETENCIA.
            IF W-COMPETENCIA(3:1) NOT = "/"
                OR W-COMPETENCIA(1:2) NOT NUMERIC
                OR W-COMPETENCIA(4:4) NOT NUMERIC
                DISPLAY "COMPETENCIA INVALIDA"
                GO TO 9999-FIM.
            MOVE W-COMPETENCIA(1:2) TO W-COMPET-MES.
            MOVE W-COMPETENCIA(4:4) TO W-COMPET-ANO.
      * OS MESES 13 E 14 SAO AS PARCELAS DO 13O SALARIO (PROGR249).
            IF W-COMPET-MES < 1 OR W-COMPET-MES > 14
                DISPLAY "COMPETENCIA INVALIDA"
                GO TO 9999-FIM.
            COMPUTE W-COMPET-NUM = W-COMPET-ANO * 100 + W-COMPET-MES.
            MOVE W-COMPET-MES TO WH-COMPET-MES.
            MOVE W-COMPET-ANO TO WH-COMPET-ANO.
      * ALIQUOTAS DA VERSAO DO TABDESC VIGENTE NA COMPETENCIA (NAS
      * PARCELAS DO 13O VALE A DE DEZEMBRO).
            MOVE W-COMPET-NUM TO W-TAB-ALVO.
            PERFORM TAB-CARGA THRU TAB-CARGA-EXIT.
            IF NOT TABELAS-OK
                GO TO 9999-FIM.
            MOVE W-ENC-ALQ(1) TO WH-ALQ-FGTS.
            MOVE W-ENC-ALQ(2) TO WH-ALQ-INSS.
            MOVE W-ENC-ALQ(3) TO WH-ALQ-RAT.
            MOVE W-ENC-ALQ(4) TO WH-ALQ-TERC.
            MOVE W-ENC-ALQ(5) TO WH-ALQ-MULTA.
            OPEN INPUT FOLHAHIS.
            IF ST-FHI NOT = "00"
                DISPLAY "FOLHAHIS.DAT NAO ENCONTRADO - RODE A FOLHA"
                GO TO 9999-FIM.
            OPEN INPUT DEPTO.
            IF ST-DEPTO NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO DEPTO - STATUS " ST-DEPTO
                CLOSE FOLHAHIS
                GO TO 9999-FIM.
      * O CONTROLE DE EXECUCAO SO E ABERTO DEPOIS DAS ENTRADAS
      * VALIDADAS. OS ENCARGOS DE CADA FUNCIONARIO SUBSTITUEM OS DA
      * EXECUCAO ANTERIOR E O SALDO DO FGTS SO RECEBE A DIFERENCA,
      * ENTAO O REINICIO RECOMECA DO INICIO DA ENTRADA.
            MOVE "PROGR264" TO W-RUN-PROGRAMA.
            COMPUTE W-RUN-PERIODO = W-COMPET-NUM * 100.
            PERFORM RUN-ABRE THRU RUN-ABRE-EXIT.
            IF RUN-NEGADO
                CLOSE FOLHAHIS DEPTO
                GO TO 9999-FIM.
            IF RUN-REINICIO
                DISPLAY "ENCARGOS RECOMECAM DO INICIO"
                MOVE ZEROS TO W-RUN-PROCESSADOS W-RUN-SALTAR.
            OPEN I-O ENCARGOS.
            IF ST-ENC = "35"
                OPEN OUTPUT ENCARGOS
                CLOSE ENCARGOS
                OPEN I-O ENCARGOS.
            IF ST-ENC NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO ENCARGOS - STATUS " ST-ENC
                PERFORM RUN-CANCELA THRU RUN-CANCELA-EXIT
                CLOSE FOLHAHIS DEPTO
                GO TO 9999-FIM.
            OPEN I-O FGTSCTA.
            IF ST-FGC = "35"
                OPEN OUTPUT FGTSCTA
                CLOSE FGTSCTA
                OPEN I-O FGTSCTA.
            IF ST-FGC NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO FGTSCTA - STATUS " ST-FGC
                PERFORM RUN-CANCELA THRU RUN-CANCELA-EXIT
                CLOSE FOLHAHIS DEPTO ENCARGOS
                GO TO 9999-FIM.
            OPEN OUTPUT RELENC.
            IF ST-REL NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO ENCARGOS.REL - STATUS "
                    ST-REL
                PERFORM RUN-CANCELA THRU RUN-CANCELA-EXIT
                CLOSE FOLHAHIS DEPTO ENCARGOS FGTSCTA
                GO TO 9999-FIM.
            MOVE ZEROS TO W-DEPTO-TAB.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA FROM W-CAB1.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA FROM W-CAB2.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            WRITE REL-LINHA FROM W-CAB3.
            PERFORM 2900-LE-FOLHAHIS THRU 2900-EXIT.
       1000-EXIT.
            EXIT.

      ******************************************************************
      * ENCARGOS DO FUNCIONARIO: BASE = BRUTO DO FOLHAHIS NA
      * COMPETENCIA. O FGTS JA APURADO ANTES PARA A MESMA COMPETENCIA
      * (REPROCESSAMENTO OU REINICIO) SAI DO SALDO ANTES DE ENTRAR O
      * NOVO, E A MULTA RESCISORIA MARCADA PELO PROGR250 PARA ESTA
      * COMPETENCIA VAI PARA O REGISTRO DE ENCARGOS.
      ******************************************************************

       2000-PROCESSA.
            IF FH-COMPET NOT = W-COMPET-NUM
                GO TO 2000-LE.
            ADD 1 TO W-TOTAL-FUNC.
            MOVE W-COMPET-NUM TO ENC-COMPET.
            MOVE FH-CODIGO    TO ENC-CODIGO.
            READ ENCARGOS.
            IF ST-ENC = "00"
                MOVE "N" TO W-ENC-NOVO
                MOVE ENC-FGTS TO W-FGTS-ANTERIOR
            ELSE
                MOVE "S" TO W-ENC-NOVO
                MOVE ZEROS TO W-FGTS-ANTERIOR.
            MOVE W-COMPET-NUM TO ENC-COMPET.
            MOVE FH-CODIGO    TO ENC-CODIGO.
            MOVE FH-NOME      TO ENC-NOME.
            MOVE FH-DEPTO     TO ENC-DEPTO.
            MOVE FH-BRUTO     TO ENC-BASE.
            COMPUTE ENC-FGTS ROUNDED = ENC-BASE * W-ENC-ALQ(1) / 100.
            COMPUTE ENC-INSS-PAT ROUNDED
                = ENC-BASE * W-ENC-ALQ(2) / 100.
            COMPUTE ENC-RAT ROUNDED = ENC-BASE * W-ENC-ALQ(3) / 100.
            COMPUTE ENC-TERC ROUNDED = ENC-BASE * W-ENC-ALQ(4) / 100.
            MOVE ZEROS TO ENC-MULTA.
            PERFORM 2100-ATUALIZA-FGTS THRU 2100-EXIT.
            IF W-ENC-NOVO = "S"
                WRITE REG-ENCARGOS
            ELSE
                REWRITE REG-ENCARGOS.
            IF ST-ENC NOT = "00"
                DISPLAY "ERRO NA GRAVACAO DO ENCARGOS - STATUS " ST-ENC
                    " CODIGO " FH-CODIGO.
            IF FH-DEPTO > 0
                MOVE FH-DEPTO TO W-IDX
            ELSE
                MOVE 100 TO W-IDX.
            PERFORM 2200-ACUMULA THRU 2200-EXIT.
            MOVE 101 TO W-IDX.
            PERFORM 2200-ACUMULA THRU 2200-EXIT.
            ADD FH-INSS TO W-TOT-INSS-EMP.
            PERFORM 2800-CHECKPOINT THRU 2800-EXIT.
       2000-LE.
            PERFORM 2900-LE-FOLHAHIS THRU 2900-EXIT.
       2000-EXIT.
            EXIT.

       2100-ATUALIZA-FGTS.
            MOVE FH-CODIGO TO FGC-CODIGO.
            READ FGTSCTA.
            IF ST-FGC = "00"
                MOVE "N" TO W-FGC-NOVO
            ELSE
                MOVE "S" TO W-FGC-NOVO
                MOVE FH-CODIGO TO FGC-CODIGO
                MOVE ZEROS TO FGC-SALDO FGC-ULT-COMPET
                    FGC-MULTA FGC-MULTA-COMPET.
            COMPUTE W-SALDO-NOVO = FGC-SALDO - W-FGTS-ANTERIOR
                                 + ENC-FGTS.
            IF W-SALDO-NOVO < ZEROS
                MOVE ZEROS TO W-SALDO-NOVO.
            MOVE W-SALDO-NOVO TO FGC-SALDO.
      * AS PARCELAS DO 13O (AAAA13/AAAA14) SOMAM NO SALDO MAS NAO
      * AVANCAM A ULTIMA COMPETENCIA MENSAL USADA NA MULTA RESCISORIA.
            IF W-COMPET-MES NOT > 12
                AND W-COMPET-NUM > FGC-ULT-COMPET
                MOVE W-COMPET-NUM TO FGC-ULT-COMPET.
            IF FGC-MULTA-COMPET = W-COMPET-NUM
                MOVE FGC-MULTA TO ENC-MULTA.
            IF W-FGC-NOVO = "S"
                WRITE REG-FGTSCTA
            ELSE
                REWRITE REG-FGTSCTA.
            IF ST-FGC NOT = "00"
                DISPLAY "ERRO NA GRAVACAO DO FGTSCTA - STATUS " ST-FGC
                    " CODIGO " FH-CODIGO.
       2100-EXIT.
            EXIT.

       2200-ACUMULA.
            ADD 1            TO W-DEPTO-QTDE(W-IDX).
            ADD ENC-BASE     TO W-DEPTO-BASE(W-IDX).
            ADD ENC-FGTS     TO W-DEPTO-FGTS(W-IDX).
            ADD ENC-INSS-PAT TO W-DEPTO-INSS(W-IDX).
            ADD ENC-RAT      TO W-DEPTO-RAT(W-IDX).
            ADD ENC-TERC     TO W-DEPTO-TERC(W-IDX).
            ADD ENC-MULTA    TO W-DEPTO-MULTA(W-IDX).
       2200-EXIT.
            EXIT.

       2800-CHECKPOINT.
            ADD 1 TO W-RUN-PROCESSADOS.
            ADD 1 TO W-RUN-CICLO.
            IF W-RUN-CICLO < W-RUN-FREQ
                GO TO 2800-EXIT.
            MOVE ZEROS TO W-RUN-CICLO.
            MOVE W-TOTAL-FUNC TO RUN-CONT-A.
            PERFORM RUN-GRAVA THRU RUN-GRAVA-EXIT.
       2800-EXIT.
            EXIT.

       2900-LE-FOLHAHIS.
            READ FOLHAHIS NEXT RECORD
                AT END
                    MOVE "S" TO W-EOF.
       2900-EXIT.
            EXIT.

      ******************************************************************
      * RESUMO POR DEPARTAMENTO (NOME DO DEPTO.DAT), TOTAL GERAL E
      * VALORES DAS GUIAS: FGTS (DEPOSITOS + MULTAS RESCISORIAS) E GPS
      * (INSS DESCONTADO DOS EMPREGADOS + PATRONAL + RAT + TERCEIROS).
      ******************************************************************

       3000-IMPRIME-RESUMO.
            PERFORM 3100-LINHA-DEPTO THRU 3100-EXIT
                    VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 101.
            COMPUTE W-TOT-GRF = W-DEPTO-FGTS(101) + W-DEPTO-MULTA(101).
            COMPUTE W-TOT-GPS = W-TOT-INSS-EMP + W-DEPTO-INSS(101)
                              + W-DEPTO-RAT(101) + W-DEPTO-TERC(101).
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE "GUIA DO FGTS - DEPOSITOS DO MES" TO WG-ROTULO.
            MOVE W-DEPTO-FGTS(101) TO WG-VALOR.
            PERFORM 3200-LINHA-GUIA THRU 3200-EXIT.
            MOVE "GUIA DO FGTS - MULTAS RESCISORIAS" TO WG-ROTULO.
            MOVE W-DEPTO-MULTA(101) TO WG-VALOR.
            PERFORM 3200-LINHA-GUIA THRU 3200-EXIT.
            MOVE "TOTAL DO FGTS A RECOLHER" TO WG-ROTULO.
            MOVE W-TOT-GRF TO WG-VALOR.
            PERFORM 3200-LINHA-GUIA THRU 3200-EXIT.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE "GPS - INSS DESCONTADO DOS EMPREGADOS" TO WG-ROTULO.
            MOVE W-TOT-INSS-EMP TO WG-VALOR.
            PERFORM 3200-LINHA-GUIA THRU 3200-EXIT.
            MOVE "GPS - INSS PATRONAL" TO WG-ROTULO.
            MOVE W-DEPTO-INSS(101) TO WG-VALOR.
            PERFORM 3200-LINHA-GUIA THRU 3200-EXIT.
            MOVE "GPS - RAT" TO WG-ROTULO.
            MOVE W-DEPTO-RAT(101) TO WG-VALOR.
            PERFORM 3200-LINHA-GUIA THRU 3200-EXIT.
            MOVE "GPS - TERCEIROS" TO WG-ROTULO.
            MOVE W-DEPTO-TERC(101) TO WG-VALOR.
            PERFORM 3200-LINHA-GUIA THRU 3200-EXIT.
            MOVE "TOTAL DA GPS A RECOLHER" TO WG-ROTULO.
            MOVE W-TOT-GPS TO WG-VALOR.
            PERFORM 3200-LINHA-GUIA THRU 3200-EXIT.
       3000-EXIT.
            EXIT.

       3100-LINHA-DEPTO.
            IF W-DEPTO-QTDE(W-IDX) = ZEROS
                GO TO 3100-EXIT.
            MOVE SPACES TO W-DETALHE.
            IF W-IDX = 101
                MOVE SPACES TO REL-LINHA
                WRITE REL-LINHA
                MOVE ZEROS TO WD-DEPTO
                MOVE "TOTAL GERAL" TO WD-NOME
            ELSE
                IF W-IDX = 100
                    MOVE ZEROS TO WD-DEPTO
                    MOVE "SEM DEPARTAMENTO" TO WD-NOME
                ELSE
                    MOVE W-IDX TO WD-DEPTO DEPTO-CODIGO
                    READ DEPTO
                    IF ST-DEPTO = "00"
                        MOVE DEPTO-NOME TO WD-NOME
                    ELSE
                        MOVE "DEPARTAMENTO NAO CADASTRADO" TO WD-NOME.
            MOVE W-DEPTO-BASE(W-IDX)  TO WD-BASE.
            MOVE W-DEPTO-FGTS(W-IDX)  TO WD-FGTS.
            MOVE W-DEPTO-INSS(W-IDX)  TO WD-INSS.
            MOVE W-DEPTO-RAT(W-IDX)   TO WD-RAT.
            MOVE W-DEPTO-TERC(W-IDX)  TO WD-TERC.
            MOVE W-DEPTO-MULTA(W-IDX) TO WD-MULTA.
            COMPUTE WD-TOTAL = W-DEPTO-FGTS(W-IDX) + W-DEPTO-INSS(W-IDX)
                             + W-DEPTO-RAT(W-IDX) + W-DEPTO-TERC(W-IDX)
                             + W-DEPTO-MULTA(W-IDX).
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA FROM W-DETALHE.
       3100-EXIT.
            EXIT.

       3200-LINHA-GUIA.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA FROM W-LINHA-GUIA.
       3200-EXIT.
            EXIT.

       8000-FINALIZACAO.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE W-TOTAL-FUNC TO WT-FUNC.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA FROM W-LINHA-FUNC.
            DISPLAY "FUNCIONARIOS PROCESSADOS: " W-TOTAL-FUNC.
            DISPLAY "TOTAL DO FGTS A RECOLHER: " W-TOT-GRF.
            DISPLAY "TOTAL DA GPS A RECOLHER : " W-TOT-GPS.
            MOVE W-TOTAL-FUNC TO RUN-CONT-A.
            MOVE W-TOT-GRF    TO RUN-VALOR-A.
            MOVE W-TOT-GPS    TO RUN-VALOR-B.
            PERFORM RUN-ENCERRA THRU RUN-ENCERRA-EXIT.
            CLOSE FOLHAHIS DEPTO ENCARGOS FGTSCTA RELENC.
       8000-EXIT.
            EXIT.

      ******************************************************************
      *            ROTINAS DE TABELAS E CALCULO DE DESCONTOS
      ******************************************************************

       COPY TABCALC.

      ******************************************************************
      *                 ROTINAS DE CONTROLE DE EXECUCAO
      ******************************************************************

       COPY RUNCPROC.

       9999-FIM.
            GOBACK.
