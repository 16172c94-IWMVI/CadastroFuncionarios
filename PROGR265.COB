      *************************************************************************
      * AUTHOR. WALLACE MARTINS VIEIRA
      * DATA : 15/10/2026
      * CRITICA DA FOLHA ANTES DA APROVACAO - COMPARA O HISTORICO
      * PERMANENTE (FOLHAHIS.DAT) DE CADA FUNCIONARIO NA COMPETENCIA
      * INFORMADA COM O DA COMPETENCIA ANTERIOR E LISTA NO CRITICA.REL:
      * VARIACAO DO LIQUIDO ACIMA DO LIMITE, FUNCIONARIO NOVO NA FOLHA
      * OU QUE SAIU DELA, LIQUIDO ZERADO (O LIQUIDO NEGATIVO E GRAVADO
      * COMO ZERO PELA FOLHA) E DADOS BANCARIOS ALTERADOS DESDE O MES
      * ANTERIOR (FOLHAPAG.DAT). NO FIM COMPARA O LIQUIDO TOTAL DE CADA
      * DEPARTAMENTO COM O DO MES ANTERIOR. OS LIMITES DE VARIACAO SAO
      * AS LINHAS "C" DO TABDESC.DAT VIGENTES NA COMPETENCIA. O
      * SUPERVISOR APROVA OU REJEITA A FOLHA PELO PROGR266 DEPOIS DE
      * LER ESTE RELATORIO; SEM A APROVACAO A REMESSA NAO SAI.
      *************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGR265.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY FHISEL.
       COPY FPGSEL.
       COPY DEPTSEL.
       COPY RUNCSEL.
       COPY TABDSEL.
       SELECT RELCRIT ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS ST-REL.
       DATA DIVISION.
       FILE SECTION.
       COPY FHIFD.
       COPY FPGFD.
       COPY DEPTFD.
       COPY RUNCFD.
       COPY TABDFD.

       FD RELCRIT
          LABEL RECORD IS STANDARD
          VALUE OF FILE-ID IS "CRITICA.REL".
       01 REL-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.
       01 ST-FHI                  PIC X(02) VALUE "00".
       01 ST-FPG                  PIC X(02) VALUE "00".
       01 ST-DEPTO                PIC X(02) VALUE "00".
       01 ST-REL                  PIC X(02) VALUE "00".
       01 W-EOF                   PIC X(01) VALUE "N".
           88 FIM-FOLHAHIS                   VALUE "S".
       01 W-TEM-FOLHAPAG          PIC X(01) VALUE "N".
       01 W-COMPETENCIA           PIC X(07) VALUE SPACES.
       01 W-COMPET-MES            PIC 9(02) VALUE ZEROS.
       01 W-COMPET-ANO            PIC 9(04) VALUE ZEROS.
       01 W-COMPET-NUM            PIC 9(06) VALUE ZEROS.
       01 W-ANT-MES               PIC 9(02) VALUE ZEROS.
       01 W-ANT-ANO               PIC 9(04) VALUE ZEROS.
       01 W-ANT-NUM               PIC 9(06) VALUE ZEROS.
       01 W-IDX                   PIC 9(03) VALUE ZEROS.
       01 W-TOTAL-FUNC            PIC 9(06) VALUE ZEROS.
       01 W-TOTAL-OCORR           PIC 9(06) VALUE ZEROS.
       01 W-TOTAL-DEPTO           PIC 9(06) VALUE ZEROS.
       01 W-TOTAL-ATU             PIC 9(11)V99 VALUE ZEROS.
       01 W-TOTAL-ANT             PIC 9(11)V99 VALUE ZEROS.
       01 W-VARIACAO              PIC S9(11)V99 VALUE ZEROS.
       01 W-VARIACAO-ABS          PIC 9(11)V99 VALUE ZEROS.
       01 W-OCORRENCIA            PIC X(34) VALUE SPACES.

      * GRUPO DE REGISTROS DO FUNCIONARIO (O FOLHAHIS E ORDENADO POR
      * CODIGO + COMPETENCIA, ENTAO O MES ANTERIOR VEM ANTES DO ATUAL).
       01 W-GRP-CODIGO            PIC X(06) VALUE SPACES.
       01 W-GRP-ANT               PIC X(01) VALUE "N".
       01 W-GRP-ATU               PIC X(01) VALUE "N".
       01 W-GRP-NOME              PIC X(30) VALUE SPACES.
       01 W-GRP-DEPTO             PIC 9(02) VALUE ZEROS.
       01 W-GRP-LIQ-ANT           PIC 9(09)V99 VALUE ZEROS.
       01 W-GRP-LIQ-ATU           PIC 9(09)V99 VALUE ZEROS.

       01 W-BANCO-ATU.
           03 W-BCO-ATU-BANCO      PIC 9(03).
           03 W-BCO-ATU-AGENCIA    PIC 9(04).
           03 W-BCO-ATU-CONTA      PIC 9(08).
           03 W-BCO-ATU-CONTADV    PIC X(01).

       01 W-BANCO-ANT.
           03 W-BCO-ANT-BANCO      PIC 9(03).
           03 W-BCO-ANT-AGENCIA    PIC 9(04).
           03 W-BCO-ANT-CONTA      PIC 9(08).
           03 W-BCO-ANT-CONTADV    PIC X(01).

       COPY RUNCWS.

       COPY TABCALWS.

      * POSICOES 1 A 99 = DEPARTAMENTO; 100 = SEM DEPARTAMENTO.
       01 W-DEPTO-TAB.
           05 W-DEPTO-OCC OCCURS 100 TIMES.
               10 W-DEPTO-QTDE-ATU   PIC 9(06).
               10 W-DEPTO-QTDE-ANT   PIC 9(06).
               10 W-DEPTO-LIQ-ATU    PIC 9(11)V99.
               10 W-DEPTO-LIQ-ANT    PIC 9(11)V99.

       01 W-CAB1.
           03 FILLER               PIC X(34) VALUE
              "CRITICA DA FOLHA - COMPETENCIA".
           03 WH-COMPET-MES        PIC 9(02).
           03 FILLER               PIC X(01) VALUE "/".
           03 WH-COMPET-ANO        PIC 9(04).
           03 FILLER               PIC X(17) VALUE " COMPARADA COM ".
           03 WH-ANT-MES           PIC 9(02).
           03 FILLER               PIC X(01) VALUE "/".
           03 WH-ANT-ANO           PIC 9(04).

       01 W-CAB2.
           03 FILLER               PIC X(32) VALUE
              "LIMITES DE VARIACAO: FUNCIONARIO".
           03 WH-PERC-FUNC         PIC ZZ9,99.
           03 FILLER               PIC X(17) VALUE "%  DEPARTAMENTO".
           03 WH-PERC-DEPTO        PIC ZZ9,99.
           03 FILLER               PIC X(01) VALUE "%".

       01 W-CAB3.
           03 FILLER               PIC X(08) VALUE "CODIGO".
           03 FILLER               PIC X(31) VALUE "NOME".
           03 FILLER               PIC X(04) VALUE "DP".
           03 FILLER               PIC X(14) VALUE "  LIQ.ANTERIOR".
           03 FILLER               PIC X(14) VALUE "    LIQ.ATUAL".
           03 FILLER               PIC X(12) VALUE "   VARIACAO".
           03 FILLER               PIC X(02) VALUE SPACES.
           03 FILLER               PIC X(34) VALUE "OCORRENCIA".

       01 W-DETALHE.
           03 WD-CODIGO             PIC X(06).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WD-NOME               PIC X(30).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WD-DEPTO              PIC 9(02).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WD-LIQ-ANT            PIC ZZZ.ZZZ.ZZ9,99.
           03 WD-LIQ-ATU            PIC ZZZ.ZZZ.ZZ9,99.
           03 WD-VARIACAO           PIC -ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE "%".
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WD-OCORRENCIA         PIC X(34).

       01 W-CAB4.
           03 FILLER               PIC X(33) VALUE "DEPARTAMENTO".
           03 FILLER               PIC X(07) VALUE "   QTDE".
           03 FILLER               PIC X(14) VALUE "  LIQ.ANTERIOR".
           03 FILLER               PIC X(07) VALUE "   QTDE".
           03 FILLER               PIC X(14) VALUE "    LIQ.ATUAL".
           03 FILLER               PIC X(12) VALUE "   VARIACAO".
           03 FILLER               PIC X(02) VALUE SPACES.
           03 FILLER               PIC X(34) VALUE "OCORRENCIA".

       01 W-DETALHE-DEPTO.
           03 WE-DEPTO              PIC 9(02).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WE-NOME               PIC X(30).
           03 WE-QTDE-ANT           PIC ZZZ.ZZ9.
           03 WE-LIQ-ANT            PIC ZZZ.ZZZ.ZZ9,99.
           03 WE-QTDE-ATU           PIC ZZZ.ZZ9.
           03 WE-LIQ-ATU            PIC ZZZ.ZZZ.ZZ9,99.
           03 WE-VARIACAO           PIC -ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE "%".
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WE-OCORRENCIA         PIC X(34).

       01 W-LINHA-TOTAL.
           03 WT-ROTULO             PIC X(40).
           03 FILLER                PIC X(02) VALUE ": ".
           03 WT-VALOR              PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
            PERFORM 2000-PROCESSA THRU 2000-EXIT
                    UNTIL FIM-FOLHAHIS.
            PERFORM 2500-FECHA-GRUPO THRU 2500-EXIT.
            PERFORM 3000-CRITICA-DEPTOS THRU 3000-EXIT.
            PERFORM 8000-FINALIZACAO THRU 8000-EXIT.
            GO TO 9999-FIM.

       1000-INICIALIZACAO.
            DISPLAY "COMPETENCIA DA CRITICA (MM/AAAA): "
                WITH NO ADVANCING.
            ACCEPT W-COMPETENCIA.
            IF W-COMPETENCIA(3:1) NOT = "/"
                OR W-COMPETENCIA(1:2) NOT NUMERIC
                OR W-COMPETENCIA(4:4) NOT NUMERIC
                DISPLAY "COMPETENCIA INVALIDA"
                GO TO 9999-FIM.
            MOVE W-COMPETENCIA(1:2) TO W-COMPET-MES.
            MOVE W-COMPETENCIA(4:4) TO W-COMPET-ANO.
      * SO A FOLHA MENSAL PASSA PELA CRITICA; O 13O (13/14) E O
      * ADIANTAMENTO (21 A 32) NAO TEM MES ANTERIOR COMPARAVEL.
            IF W-COMPET-MES < 1 OR W-COMPET-MES > 12
                DISPLAY "COMPETENCIA INVALIDA"
                GO TO 9999-FIM.
            COMPUTE W-COMPET-NUM = W-COMPET-ANO * 100 + W-COMPET-MES.
            MOVE W-COMPET-MES TO W-ANT-MES.
            MOVE W-COMPET-ANO TO W-ANT-ANO.
            IF W-ANT-MES = 1
                MOVE 12 TO W-ANT-MES
                SUBTRACT 1 FROM W-ANT-ANO
            ELSE
                SUBTRACT 1 FROM W-ANT-MES.
            COMPUTE W-ANT-NUM = W-ANT-ANO * 100 + W-ANT-MES.
            MOVE W-COMPET-MES TO WH-COMPET-MES.
            MOVE W-COMPET-ANO TO WH-COMPET-ANO.
            MOVE W-ANT-MES    TO WH-ANT-MES.
            MOVE W-ANT-ANO    TO WH-ANT-ANO.
      * LIMITES DA VERSAO DO TABDESC VIGENTE NA COMPETENCIA.
            MOVE W-COMPET-NUM TO W-TAB-ALVO.
            PERFORM TAB-CARGA THRU TAB-CARGA-EXIT.
            IF NOT TABELAS-OK
                GO TO 9999-FIM.
            MOVE W-CRT-PERC(1) TO WH-PERC-FUNC.
            MOVE W-CRT-PERC(2) TO WH-PERC-DEPTO.
            OPEN INPUT FOLHAHIS.
            IF ST-FHI NOT = "00"
                DISPLAY "FOLHAHIS.DAT NAO ENCONTRADO - RODE A FOLHA"
                GO TO 9999-FIM.
            OPEN INPUT DEPTO.
            IF ST-DEPTO NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO DEPTO - STATUS " ST-DEPTO
                CLOSE FOLHAHIS
                GO TO 9999-FIM.
      * SEM O FOLHAPAG.DAT A CONFERENCIA DOS DADOS BANCARIOS E PULADA.
            OPEN INPUT FOLHAPAG.
            IF ST-FPG = "00"
                MOVE "S" TO W-TEM-FOLHAPAG
            ELSE
                DISPLAY "FOLHAPAG.DAT NAO ENCONTRADO - DADOS BANCARIOS"
                    " NAO CONFERIDOS".
      * O CONTROLE DE EXECUCAO SO E ABERTO DEPOIS DAS ENTRADAS
      * VALIDADAS. O RELATORIO E REGRAVADO DO ZERO, ENTAO O REINICIO
      * RECOMECA DO INICIO DA ENTRADA.
            MOVE "PROGR265" TO W-RUN-PROGRAMA.
            COMPUTE W-RUN-PERIODO = W-COMPET-NUM * 100.
            PERFORM RUN-ABRE THRU RUN-ABRE-EXIT.
            IF RUN-NEGADO
                PERFORM 1900-FECHA-ENTRADAS THRU 1900-EXIT
                GO TO 9999-FIM.
            IF RUN-REINICIO
                DISPLAY "CRITICA RECOMECA DO INICIO"
                MOVE ZEROS TO W-RUN-PROCESSADOS W-RUN-SALTAR.
            OPEN OUTPUT RELCRIT.
            IF ST-REL NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CRITICA.REL - STATUS "
                    ST-REL
                PERFORM RUN-CANCELA THRU RUN-CANCELA-EXIT
                PERFORM 1900-FECHA-ENTRADAS THRU 1900-EXIT
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

       1900-FECHA-ENTRADAS.
            CLOSE FOLHAHIS DEPTO.
            IF W-TEM-FOLHAPAG = "S"
                CLOSE FOLHAPAG.
       1900-EXIT.
            EXIT.

      ******************************************************************
      * QUEBRA POR CODIGO: O REGISTRO DO MES ANTERIOR E GUARDADO E O
      * DO MES ATUAL E CRITICADO CONTRA ELE. AS DEMAIS COMPETENCIAS
      * DO FUNCIONARIO SAO IGNORADAS.
      ******************************************************************

       2000-PROCESSA.
            IF FH-CODIGO NOT = W-GRP-CODIGO
                PERFORM 2500-FECHA-GRUPO THRU 2500-EXIT
                MOVE FH-CODIGO TO W-GRP-CODIGO
                MOVE "N" TO W-GRP-ANT W-GRP-ATU
                MOVE ZEROS TO W-GRP-LIQ-ANT W-GRP-LIQ-ATU.
            IF FH-COMPET = W-ANT-NUM
                MOVE "S"         TO W-GRP-ANT
                MOVE FH-NOME     TO W-GRP-NOME
                MOVE FH-DEPTO    TO W-GRP-DEPTO
                MOVE FH-LIQUIDO  TO W-GRP-LIQ-ANT
                PERFORM 2050-INDICE-DEPTO THRU 2050-EXIT
                ADD 1 TO W-DEPTO-QTDE-ANT(W-IDX)
                ADD FH-LIQUIDO TO W-DEPTO-LIQ-ANT(W-IDX)
                ADD FH-LIQUIDO TO W-TOTAL-ANT.
            IF FH-COMPET = W-COMPET-NUM
                MOVE "S"         TO W-GRP-ATU
                MOVE FH-NOME     TO W-GRP-NOME
                MOVE FH-DEPTO    TO W-GRP-DEPTO
                MOVE FH-LIQUIDO  TO W-GRP-LIQ-ATU
                PERFORM 2050-INDICE-DEPTO THRU 2050-EXIT
                ADD 1 TO W-DEPTO-QTDE-ATU(W-IDX)
                ADD FH-LIQUIDO TO W-DEPTO-LIQ-ATU(W-IDX)
                ADD FH-LIQUIDO TO W-TOTAL-ATU
                ADD 1 TO W-TOTAL-FUNC
                PERFORM 2100-CRITICA-FUNC THRU 2100-EXIT
                PERFORM 2800-CHECKPOINT THRU 2800-EXIT.
            PERFORM 2900-LE-FOLHAHIS THRU 2900-EXIT.
       2000-EXIT.
            EXIT.

       2050-INDICE-DEPTO.
            IF FH-DEPTO > 0
                MOVE FH-DEPTO TO W-IDX
            ELSE
                MOVE 100 TO W-IDX.
       2050-EXIT.
            EXIT.

       2100-CRITICA-FUNC.
            IF W-GRP-ANT = "N"
                MOVE "NOVO NA FOLHA" TO W-OCORRENCIA
                PERFORM 2700-ESCREVE-OCORRENCIA THRU 2700-EXIT.
            IF W-GRP-LIQ-ATU = ZEROS
                MOVE "LIQUIDO ZERADO OU NEGATIVO" TO W-OCORRENCIA
                PERFORM 2700-ESCREVE-OCORRENCIA THRU 2700-EXIT.
            IF W-GRP-ANT = "S"
                PERFORM 2200-CRITICA-VARIACAO THRU 2200-EXIT.
            IF W-TEM-FOLHAPAG = "S" AND W-GRP-ANT = "S"
                PERFORM 2300-CRITICA-BANCO THRU 2300-EXIT.
       2100-EXIT.
            EXIT.

       2200-CRITICA-VARIACAO.
            IF W-GRP-LIQ-ANT = ZEROS
                IF W-GRP-LIQ-ATU > ZEROS
                    MOVE "LIQUIDO ANTERIOR ZERADO" TO W-OCORRENCIA
                    PERFORM 2700-ESCREVE-OCORRENCIA THRU 2700-EXIT
                END-IF
                GO TO 2200-EXIT.
            PERFORM 2600-CALCULA-VARIACAO THRU 2600-EXIT.
            IF W-VARIACAO-ABS > W-CRT-PERC(1)
                MOVE "LIQUIDO VARIOU ACIMA DO LIMITE" TO W-OCORRENCIA
                PERFORM 2700-ESCREVE-OCORRENCIA THRU 2700-EXIT.
       2200-EXIT.
            EXIT.

      * DOMICILIO BANCARIO DO CREDITO DESTE MES CONTRA O DO ANTERIOR.
       2300-CRITICA-BANCO.
            MOVE W-GRP-CODIGO TO FP-CODIGO.
            MOVE W-COMPET-NUM TO FP-COMPET.
            READ FOLHAPAG.
            IF ST-FPG NOT = "00"
                GO TO 2300-EXIT.
            MOVE FP-BANCO   TO W-BCO-ATU-BANCO.
            MOVE FP-AGENCIA TO W-BCO-ATU-AGENCIA.
            MOVE FP-CONTA   TO W-BCO-ATU-CONTA.
            MOVE FP-CONTADV TO W-BCO-ATU-CONTADV.
            MOVE W-GRP-CODIGO TO FP-CODIGO.
            MOVE W-ANT-NUM    TO FP-COMPET.
            READ FOLHAPAG.
            IF ST-FPG NOT = "00"
                GO TO 2300-EXIT.
            MOVE FP-BANCO   TO W-BCO-ANT-BANCO.
            MOVE FP-AGENCIA TO W-BCO-ANT-AGENCIA.
            MOVE FP-CONTA   TO W-BCO-ANT-CONTA.
            MOVE FP-CONTADV TO W-BCO-ANT-CONTADV.
            IF W-BANCO-ATU NOT = W-BANCO-ANT
                MOVE "DADOS BANCARIOS ALTERADOS" TO W-OCORRENCIA
                PERFORM 2700-ESCREVE-OCORRENCIA THRU 2700-EXIT.
       2300-EXIT.
            EXIT.

      * FIM DO GRUPO: QUEM ESTAVA NO MES ANTERIOR E NAO ESTA NESTE.
       2500-FECHA-GRUPO.
            IF W-GRP-CODIGO = SPACES
                GO TO 2500-EXIT.
            IF W-GRP-ANT = "S" AND W-GRP-ATU = "N"
                MOVE "SAIU DA FOLHA" TO W-OCORRENCIA
                PERFORM 2700-ESCREVE-OCORRENCIA THRU 2700-EXIT.
       2500-EXIT.
            EXIT.

      * VARIACAO PERCENTUAL DE W-GRP-LIQ-ANT PARA W-GRP-LIQ-ATU.
       2600-CALCULA-VARIACAO.
            COMPUTE W-VARIACAO ROUNDED
                = (W-GRP-LIQ-ATU - W-GRP-LIQ-ANT) * 100
                / W-GRP-LIQ-ANT.
            IF W-VARIACAO < ZEROS
                COMPUTE W-VARIACAO-ABS = W-VARIACAO * -1
            ELSE
                MOVE W-VARIACAO TO W-VARIACAO-ABS.
       2600-EXIT.
            EXIT.

       2700-ESCREVE-OCORRENCIA.
            MOVE SPACES TO W-DETALHE.
            MOVE W-GRP-CODIGO  TO WD-CODIGO.
            MOVE W-GRP-NOME    TO WD-NOME.
            MOVE W-GRP-DEPTO   TO WD-DEPTO.
            MOVE W-GRP-LIQ-ANT TO WD-LIQ-ANT.
            MOVE W-GRP-LIQ-ATU TO WD-LIQ-ATU.
            IF W-GRP-ANT = "S" AND W-GRP-ATU = "S"
                AND W-GRP-LIQ-ANT > ZEROS
                PERFORM 2600-CALCULA-VARIACAO THRU 2600-EXIT
                MOVE W-VARIACAO TO WD-VARIACAO
            ELSE
                MOVE ZEROS TO WD-VARIACAO.
            MOVE W-OCORRENCIA TO WD-OCORRENCIA.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA FROM W-DETALHE.
            ADD 1 TO W-TOTAL-OCORR.
       2700-EXIT.
            EXIT.

       2800-CHECKPOINT.
            ADD 1 TO W-RUN-PROCESSADOS.
            ADD 1 TO W-RUN-CICLO.
            IF W-RUN-CICLO < W-RUN-FREQ
                GO TO 2800-EXIT.
            MOVE ZEROS TO W-RUN-CICLO.
            MOVE W-TOTAL-FUNC  TO RUN-CONT-A.
            MOVE W-TOTAL-OCORR TO RUN-CONT-B.
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
      * TOTAIS POR DEPARTAMENTO (DEPARTAMENTO DA EPOCA DE CADA MES):
      * DEPARTAMENTO QUE APARECEU, QUE SUMIU OU CUJO LIQUIDO TOTAL
      * VARIOU ACIMA DO LIMITE "C" 02 E MARCADO NA COLUNA OCORRENCIA.
      ******************************************************************

       3000-CRITICA-DEPTOS.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            WRITE REL-LINHA FROM W-CAB4.
            PERFORM 3100-LINHA-DEPTO THRU 3100-EXIT
                    VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 100.
       3000-EXIT.
            EXIT.

       3100-LINHA-DEPTO.
            IF W-DEPTO-QTDE-ATU(W-IDX) = ZEROS
                AND W-DEPTO-QTDE-ANT(W-IDX) = ZEROS
                GO TO 3100-EXIT.
            MOVE SPACES TO W-DETALHE-DEPTO.
            IF W-IDX = 100
                MOVE ZEROS TO WE-DEPTO
                MOVE "SEM DEPARTAMENTO" TO WE-NOME
            ELSE
                MOVE W-IDX TO WE-DEPTO DEPTO-CODIGO
                READ DEPTO
                IF ST-DEPTO = "00"
                    MOVE DEPTO-NOME TO WE-NOME
                ELSE
                    MOVE "DEPARTAMENTO NAO CADASTRADO" TO WE-NOME.
            MOVE W-DEPTO-QTDE-ANT(W-IDX) TO WE-QTDE-ANT.
            MOVE W-DEPTO-LIQ-ANT(W-IDX)  TO WE-LIQ-ANT.
            MOVE W-DEPTO-QTDE-ATU(W-IDX) TO WE-QTDE-ATU.
            MOVE W-DEPTO-LIQ-ATU(W-IDX)  TO WE-LIQ-ATU.
            MOVE ZEROS  TO WE-VARIACAO.
            MOVE SPACES TO WE-OCORRENCIA.
            IF W-DEPTO-QTDE-ANT(W-IDX) = ZEROS
                MOVE "DEPARTAMENTO NOVO NA FOLHA" TO WE-OCORRENCIA
                GO TO 3100-GRAVA.
            IF W-DEPTO-QTDE-ATU(W-IDX) = ZEROS
                MOVE "DEPARTAMENTO SEM FOLHA NO MES" TO WE-OCORRENCIA
                GO TO 3100-GRAVA.
            IF W-DEPTO-LIQ-ANT(W-IDX) = ZEROS
                GO TO 3100-GRAVA.
            COMPUTE W-VARIACAO ROUNDED
                = (W-DEPTO-LIQ-ATU(W-IDX) - W-DEPTO-LIQ-ANT(W-IDX))
                * 100 / W-DEPTO-LIQ-ANT(W-IDX).
            IF W-VARIACAO < ZEROS
                COMPUTE W-VARIACAO-ABS = W-VARIACAO * -1
            ELSE
                MOVE W-VARIACAO TO W-VARIACAO-ABS.
            MOVE W-VARIACAO TO WE-VARIACAO.
            IF W-VARIACAO-ABS > W-CRT-PERC(2)
                MOVE "TOTAL DO DEPTO ACIMA DO LIMITE" TO WE-OCORRENCIA.
       3100-GRAVA.
            IF WE-OCORRENCIA NOT = SPACES
                ADD 1 TO W-TOTAL-DEPTO.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA FROM W-DETALHE-DEPTO.
       3100-EXIT.
            EXIT.

       8000-FINALIZACAO.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE "LIQUIDO TOTAL DO MES ANTERIOR" TO WT-ROTULO.
            MOVE W-TOTAL-ANT TO WT-VALOR.
            PERFORM 8100-LINHA-TOTAL THRU 8100-EXIT.
            MOVE "LIQUIDO TOTAL DO MES" TO WT-ROTULO.
            MOVE W-TOTAL-ATU TO WT-VALOR.
            PERFORM 8100-LINHA-TOTAL THRU 8100-EXIT.
            MOVE "FUNCIONARIOS NA FOLHA DO MES" TO WT-ROTULO.
            MOVE W-TOTAL-FUNC TO WT-VALOR.
            PERFORM 8100-LINHA-TOTAL THRU 8100-EXIT.
            MOVE "OCORRENCIAS DE FUNCIONARIOS" TO WT-ROTULO.
            MOVE W-TOTAL-OCORR TO WT-VALOR.
            PERFORM 8100-LINHA-TOTAL THRU 8100-EXIT.
            MOVE "OCORRENCIAS DE DEPARTAMENTOS" TO WT-ROTULO.
            MOVE W-TOTAL-DEPTO TO WT-VALOR.
            PERFORM 8100-LINHA-TOTAL THRU 8100-EXIT.
            DISPLAY "FUNCIONARIOS CRITICADOS   : " W-TOTAL-FUNC.
            DISPLAY "OCORRENCIAS FUNCIONARIOS  : " W-TOTAL-OCORR.
            DISPLAY "OCORRENCIAS DEPARTAMENTOS : " W-TOTAL-DEPTO.
            DISPLAY "VEJA CRITICA.REL E APROVE OU REJEITE A FOLHA NO "
                "PROGR266".
            MOVE W-TOTAL-FUNC  TO RUN-CONT-A.
            MOVE W-TOTAL-OCORR TO RUN-CONT-B.
            MOVE W-TOTAL-DEPTO TO RUN-CONT-C.
            MOVE W-TOTAL-ATU   TO RUN-VALOR-A.
            MOVE W-TOTAL-ANT   TO RUN-VALOR-B.
            PERFORM RUN-ENCERRA THRU RUN-ENCERRA-EXIT.
            PERFORM 1900-FECHA-ENTRADAS THRU 1900-EXIT.
            CLOSE RELCRIT.
       8000-EXIT.
            EXIT.

       8100-LINHA-TOTAL.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA FROM W-LINHA-TOTAL.
       8100-EXIT.
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
