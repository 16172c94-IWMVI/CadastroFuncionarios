      * DE OCORRENCIA NAS POSICOES 67-68 ("00" = CREDITO EFETIVADO).
      * LISTA OS CREDITOS REJEITADOS (RETREJ.REL) PARA REEMISSAO E
      * CONCILIA OS TOTAIS DO RETORNO COM O ARQUIVO DE PAGAMENTOS DA
      * FOLHA (FOLHAPAG.DAT) DA MESMA COMPETENCIA, SOMADO AOS
      * CREDITOS DE PENSAO ALIMENTICIA (PENSPAG.DAT) DA REMESSA.
      *************************************************************************

       IDENTIFICATION DIVISION.
       FILE-CONTROL.
       COPY FPGSEL.
       COPY RUNCSEL.
       COPY PPGSEL.
       SELECT RETORNO ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS ST-RET.
       FILE SECTION.
       COPY FPGFD.
       COPY RUNCFD.
       COPY PPGFD.

       FD RETORNO
          LABEL RECORD IS STANDARD
       01 ST-FPG                  PIC X(02) VALUE "00".
       01 ST-RET                  PIC X(02) VALUE "00".
       01 ST-REJ                  PIC X(02) VALUE "00".
       01 ST-PPG                  PIC X(02) VALUE "00".
       01 W-PPG-EOF               PIC X(01) VALUE "N".
           88 FIM-PENSPAG                    VALUE "S".
       01 W-EOF                   PIC X(01) VALUE "N".
           88 FIM-RETORNO                    VALUE "S".
       01 W-FPG-EOF               PIC X(01) VALUE "N".
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
            EXIT.

      ******************************************************************
      * CONCILIACAO: SOMA O FOLHAPAG.DAT E O PENSPAG.DAT DA COMPETENCIA
      * (SO QUEM TEM DOMICILIO BANCARIO, COMO NA REMESSA) E COMPARA
      * COM O RETORNO.
      ******************************************************************

       3000-TOTAL-FOLHA.
            PERFORM 3100-SOMA-FOLHA THRU 3100-EXIT
                    UNTIL FIM-FOLHAPAG.
            CLOSE FOLHAPAG.
            OPEN INPUT PENSPAG.
            IF ST-PPG NOT = "00"
                GO TO 3000-EXIT.
            PERFORM 3950-LE-PENSPAG THRU 3950-EXIT.
            PERFORM 3200-SOMA-PENSAO THRU 3200-EXIT
                    UNTIL FIM-PENSPAG.
            CLOSE PENSPAG.
       3000-EXIT.
            EXIT.

       3100-EXIT.
            EXIT.

       3200-SOMA-PENSAO.
            IF PPG-COMPET = W-COMPET-NUM AND PPG-BANCO NOT = ZEROS
                ADD 1 TO W-QTDE-FOLHA
                ADD PPG-VALOR TO W-TOTAL-FOLHA.
            PERFORM 3950-LE-PENSPAG THRU 3950-EXIT.
       3200-EXIT.
            EXIT.

       3900-LE-FOLHAPAG.
            READ FOLHAPAG NEXT RECORD
                AT END
       3900-EXIT.
            EXIT.

       3950-LE-PENSPAG.
            READ PENSPAG NEXT RECORD
                AT END
                    MOVE "S" TO W-PPG-EOF.
       3950-EXIT.
            EXIT.

       8000-FINALIZACAO.
            DISPLAY "CREDITOS EFETIVADOS : " W-TOTAL-EFETIVADOS
                " VALOR " W-VALOR-EFETIVADO.
