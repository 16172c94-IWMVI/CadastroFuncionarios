      * TRAILER (TIPO 9) COM QUANTIDADE E SOMA DOS VALORES EM CENTAVOS.
      * FUNCIONARIOS SEM BANCO CADASTRADO SAEM NO RELATORIO DE
      * PENDENCIAS (REMPEND.REL) PARA PAGAMENTO AVULSO.
      * A FOLHA MENSAL SO E REMETIDA DEPOIS DE APROVADA PELO
      * SUPERVISOR NO PROGR266 (CONFERENCIA DO APRCALC.CPY).
      * DEPOIS DOS FUNCIONARIOS SAEM OS CREDITOS DIRETOS DE PENSAO
      * ALIMENTICIA AOS BENEFICIARIOS (PENSPAG.DAT) DA COMPETENCIA,
      * COM O CODIGO DO FUNCIONARIO E O NOME DO BENEFICIARIO.
      *************************************************************************

       IDENTIFICATION DIVISION.
       FILE-CONTROL.
       COPY FPGSEL.
       COPY RUNCSEL.
       COPY PPGSEL.
       SELECT REMESSA ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS ST-REM.
       FILE SECTION.
       COPY FPGFD.
       COPY RUNCFD.
       COPY PPGFD.

       FD REMESSA
          LABEL RECORD IS STANDARD
       01 ST-FPG                  PIC X(02) VALUE "00".
       01 ST-REM                  PIC X(02) VALUE "00".
       01 ST-PEN                  PIC X(02) VALUE "00".
       01 ST-PPG                  PIC X(02) VALUE "00".
       01 W-PPG-EOF               PIC X(01) VALUE "N".
           88 FIM-PENSPAG                    VALUE "S".
       01 W-TOTAL-PENSOES         PIC 9(06) VALUE ZEROS.
       01 W-EOF                   PIC X(01) VALUE "N".
           88 FIM-FOLHAPAG                   VALUE "S".
       01 W-COMPETENCIA           PIC X(07) VALUE SPACES.

       COPY RUNCWS.

       COPY APRCWS.

       01 W-REM-HEADER.
           03 FILLER              PIC X(01) VALUE "0".
           03 FILLER              PIC X(01) VALUE "1".
           03 WRT-SEQ             PIC 9(06).

       01 W-CAB-PEND              PIC X(80) VALUE
          "CREDITOS SEM DOMICILIO BANCARIO - PAGAR EM SEPARADO".

       01 W-LINHA-PEND.
           03 FILLER               PIC X(02) VALUE SPACES.
            PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
            PERFORM 2000-PROCESSA THRU 2000-EXIT
                    UNTIL FIM-FOLHAPAG.
            PERFORM 3000-PENSOES THRU 3000-EXIT.
            PERFORM 8000-FINALIZACAO THRU 8000-EXIT.
            GO TO 9999-FIM.

            MOVE W-COMPETENCIA(1:2) TO W-COMPET-MES.
            MOVE W-COMPETENCIA(4:4) TO W-COMPET-ANO.
      * OS MESES 13 E 14 SAO AS PARCELAS DO 13O SALARIO GRAVADAS NO
      * FOLHAPAG.DAT PELO PROGR249; OS MESES 21 A 32 SAO O
      * ADIANTAMENTO QUINZENAL DOS MESES 01 A 12 (PROGR263).
            IF W-COMPET-MES < 1 OR W-COMPET-MES > 32
                OR (W-COMPET-MES > 14 AND W-COMPET-MES < 21)
                DISPLAY "COMPETENCIA INVALIDA"
                GO TO 9999-FIM.
            COMPUTE W-COMPET-NUM = W-COMPET-ANO * 100 + W-COMPET-MES.
            MOVE W-COMPET-NUM TO W-APR-COMPET.
            PERFORM APR-CHECA THRU APR-CHECA-EXIT.
            IF NOT FOLHA-APROVADA
                DISPLAY W-APR-MOTIVO " - REMESSA RECUSADA"
                GO TO 9999-FIM.
            OPEN INPUT FOLHAPAG.
            IF ST-FPG NOT = "00"
                DISPLAY "FOLHAPAG.DAT NAO ENCONTRADO - RODE A FOLHA"
       2900-EXIT.
            EXIT.

      ******************************************************************
      * PENSAO ALIMENTICIA: UM CREDITO POR BENEFICIARIO COM A PENSAO
      * RETIDA PELA FOLHA (PROGR233) NA COMPETENCIA. BENEFICIARIO SEM
      * BANCO VAI PARA O RELATORIO DE PENDENCIAS. SEM PENSPAG.DAT NAO
      * HA PENSAO A CREDITAR.
      ******************************************************************

       3000-PENSOES.
            OPEN INPUT PENSPAG.
            IF ST-PPG NOT = "00"
                GO TO 3000-EXIT.
            MOVE "N" TO W-PPG-EOF.
            PERFORM 3900-LE-PENSPAG THRU 3900-EXIT.
            PERFORM 3100-PENSAO THRU 3100-EXIT
                    UNTIL FIM-PENSPAG.
            CLOSE PENSPAG.
       3000-EXIT.
            EXIT.

       3100-PENSAO.
            IF PPG-COMPET NOT = W-COMPET-NUM
                GO TO 3100-LE.
            ADD 1 TO W-TOTAL-PENSOES.
            IF PPG-BANCO = ZEROS
                ADD 1 TO W-TOTAL-PENDENTES
                MOVE SPACES      TO W-LINHA-PEND
                MOVE PPG-CODIGO  TO WP-CODIGO
                MOVE PPG-NOME    TO WP-NOME
                MOVE PPG-VALOR   TO WP-VALOR
                MOVE SPACES      TO PEN-LINHA
                WRITE PEN-LINHA FROM W-LINHA-PEND
                GO TO 3100-LE.
            ADD 1 TO W-SEQ.
            ADD 1 TO W-TOTAL-CREDITOS.
            MOVE PPG-BANCO   TO WRD-BANCO.
            MOVE PPG-AGENCIA TO WRD-AGENCIA.
            MOVE PPG-CONTA   TO WRD-CONTA.
            MOVE PPG-CONTADV TO WRD-CONTADV.
            MOVE PPG-CODIGO  TO WRD-CODIGO.
            MOVE PPG-NOME    TO WRD-NOME.
            COMPUTE WRD-VALOR = PPG-VALOR * 100.
            MOVE W-SEQ       TO WRD-SEQ.
            ADD PPG-VALOR    TO W-TOTAL-VALOR.
            MOVE W-REM-DETALHE TO REM-REGISTRO.
            WRITE REM-REGISTRO.
       3100-LE.
            PERFORM 3900-LE-PENSPAG THRU 3900-EXIT.
       3100-EXIT.
            EXIT.

       3900-LE-PENSPAG.
            READ PENSPAG NEXT RECORD
                AT END
                    MOVE "S" TO W-PPG-EOF.
       3900-EXIT.
            EXIT.

       8000-FINALIZACAO.
            ADD 1 TO W-SEQ.
            MOVE W-TOTAL-CREDITOS TO WRT-QTDE.
            WRITE REM-REGISTRO.
            DISPLAY "CREDITOS NA REMESSA   : " W-TOTAL-CREDITOS.
            DISPLAY "SEM DOMICILIO BANCARIO: " W-TOTAL-PENDENTES.
            DISPLAY "PENSOES ALIMENTICIAS  : " W-TOTAL-PENSOES.
            DISPLAY "VALOR TOTAL DA REMESSA: " W-TOTAL-VALOR.
            PERFORM 2850-MOVE-CONTADORES THRU 2850-EXIT.
            PERFORM RUN-ENCERRA THRU RUN-ENCERRA-EXIT.

       COPY RUNCPROC.

      ******************************************************************
      *              CONFERENCIA DE APROVACAO DA FOLHA
      ******************************************************************

       COPY APRCALC.

       9999-FIM.
            GOBACK.
