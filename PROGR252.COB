      * E IMPRIME UM INFORME POR FUNCIONARIO COM OS 12 MESES DO ANO
      * (BRUTO, INSS, IRRF, SALARIO FAMILIA E LIQUIDO), O 13O SALARIO
      * (COMPETENCIAS 13/14 SOMADAS) E OS TOTAIS DO ANO, PARA A EPOCA
      * DA DECLARACAO DO IMPOSTO DE RENDA. O LIQUIDO DO MES INCLUI O
      * ADIANTAMENTO QUINZENAL DESCONTADO NA FOLHA (FH-ADIANT), POIS
      * FOI RECEBIDO PELO FUNCIONARIO NA MESMA COMPETENCIA.
      * A PENSAO ALIMENTICIA RETIDA (PENSPAG.DAT) SAI EM COLUNA PROPRIA
      * E, NO FIM DO INFORME, O TOTAL DO ANO POR BENEFICIARIO (NOME E
      * CPF), POIS E DEDUTIVEL NA DECLARACAO.
      *************************************************************************

       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY FHISEL.
       COPY PPGSEL.
       SELECT RELINF  ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS ST-REL.
       DATA DIVISION.
       FILE SECTION.
       COPY FHIFD.
       COPY PPGFD.

       FD RELINF
          LABEL RECORD IS STANDARD
       WORKING-STORAGE SECTION.
       01 ST-FHI                  PIC X(02) VALUE "00".
       01 ST-REL                  PIC X(02) VALUE "00".
       01 ST-PPG                  PIC X(02) VALUE "00".
       01 W-PPG-ABERTO            PIC X(01) VALUE "N".
       01 W-PPG-EOF               PIC X(01) VALUE "N".
           88 FIM-PENSPAG                    VALUE "S".
       01 W-BEN-QTDE              PIC 9(02) VALUE ZEROS.
       01 W-BEN-IDX               PIC 9(02) VALUE ZEROS.
       01 W-CPF                   PIC 9(11) VALUE ZEROS.
       01 W-CPF-R REDEFINES W-CPF.
           03 W-CPF-1             PIC 9(03).
           03 W-CPF-2             PIC 9(03).
           03 W-CPF-3             PIC 9(03).
           03 W-CPF-DV            PIC 9(02).
       01 W-EOF                   PIC X(01) VALUE "N".
           88 FIM-FOLHAHIS                   VALUE "S".
       01 W-ANO-TXT               PIC X(04) VALUE SPACES.
       01 W-ANO                   PIC 9(04) VALUE ZEROS.
       01 W-COMPET-ANO            PIC 9(04) VALUE ZEROS.
       01 W-COMPET-MES            PIC 9(02) VALUE ZEROS.
       01 W-PPG-ANO               PIC 9(04) VALUE ZEROS.
       01 W-PPG-MES               PIC 9(02) VALUE ZEROS.
       01 W-COD-ATUAL             PIC X(06) VALUE SPACES.
       01 W-NOME-ATUAL            PIC X(30) VALUE SPACES.
       01 W-TEM-DADOS             PIC X(01) VALUE "N".
               10 W-MT-IRRF         PIC 9(11)V99 VALUE ZEROS.
               10 W-MT-SALFAM       PIC 9(11)V99 VALUE ZEROS.
               10 W-MT-LIQUIDO      PIC 9(11)V99 VALUE ZEROS.
               10 W-MT-PENSAO       PIC 9(11)V99 VALUE ZEROS.

       01 W-BEN-TAB.
           05 W-BEN-OCC OCCURS 10 TIMES.
               10 W-BN-VERBA        PIC 9(03) VALUE ZEROS.
               10 W-BN-NOME         PIC X(30) VALUE SPACES.
               10 W-BN-CPF          PIC 9(11) VALUE ZEROS.
               10 W-BN-TOTAL        PIC 9(11)V99 VALUE ZEROS.

       01 W-TOT-BRUTO             PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-INSS              PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-IRRF              PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-SALFAM            PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-LIQUIDO           PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-PENSAO            PIC 9(11)V99 VALUE ZEROS.

       01 W-SEP                   PIC X(94) VALUE ALL "=".

           03 FILLER               PIC X(15) VALUE "        IRRF".
           03 FILLER               PIC X(15) VALUE "  SAL.FAMILIA".
           03 FILLER               PIC X(15) VALUE "     LIQUIDO".
           03 FILLER               PIC X(15) VALUE "      PENSAO".

       01 W-DETALHE.
           03 WD-ROTULO            PIC X(06).
           03 WD-SALFAM            PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WD-LIQUIDO           PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WD-PENSAO            PIC ZZZ.ZZZ.ZZ9,99.

       01 W-LINHA-BENEF.
           03 FILLER               PIC X(20) VALUE
              "PENSAO ALIMENTICIA -".
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WB-NOME              PIC X(30).
           03 FILLER               PIC X(06) VALUE " CPF: ".
           03 WB-CPF-1             PIC 9(03).
           03 FILLER               PIC X(01) VALUE ".".
           03 WB-CPF-2             PIC 9(03).
           03 FILLER               PIC X(01) VALUE ".".
           03 WB-CPF-3             PIC 9(03).
           03 FILLER               PIC X(01) VALUE "-".
           03 WB-CPF-DV            PIC 9(02).
           03 FILLER               PIC X(08) VALUE " TOTAL: ".
           03 WB-TOTAL             PIC ZZZ.ZZZ.ZZ9,99.

       01 W-LINHA-TOTAL           PIC X(20) VALUE "TOTAIS DO ANO".

                    ST-REL
                CLOSE FOLHAHIS
                GO TO 9999-FIM.
            OPEN INPUT PENSPAG.
            IF ST-PPG = "00"
                MOVE "S" TO W-PPG-ABERTO.
            MOVE W-CAB1 TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE SPACES TO W-COD-ATUAL.
            ADD FH-IRRF    TO W-MT-IRRF(W-COMPET-MES).
            ADD FH-SALFAM  TO W-MT-SALFAM(W-COMPET-MES).
            ADD FH-LIQUIDO TO W-MT-LIQUIDO(W-COMPET-MES).
            ADD FH-ADIANT  TO W-MT-LIQUIDO(W-COMPET-MES).
       2000-LE.
            PERFORM 2900-LE-FOLHAHIS THRU 2900-EXIT.
       2000-EXIT.
       3000-QUEBRA-FUNC.
            IF W-TEM-DADOS NOT = "S"
                GO TO 3000-EXIT.
            PERFORM 3050-CARREGA-PENSAO THRU 3050-EXIT.
            ADD 1 TO W-TOTAL-INFORMES.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA FROM W-CAB-COL.
            MOVE ZEROS TO W-TOT-BRUTO W-TOT-INSS W-TOT-IRRF
                W-TOT-SALFAM W-TOT-LIQUIDO W-TOT-PENSAO.
            PERFORM 3100-IMPRIME-1-MES THRU 3100-EXIT
                    VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 12.
            PERFORM 3200-IMPRIME-13O THRU 3200-EXIT.
            MOVE W-TOT-IRRF    TO WD-IRRF.
            MOVE W-TOT-SALFAM  TO WD-SALFAM.
            MOVE W-TOT-LIQUIDO TO WD-LIQUIDO.
            MOVE W-TOT-PENSAO  TO WD-PENSAO.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA FROM W-DETALHE.
            PERFORM 3300-IMPRIME-BENEF THRU 3300-EXIT
                    VARYING W-BEN-IDX FROM 1 BY 1
                    UNTIL W-BEN-IDX > W-BEN-QTDE.
            MOVE ZEROS TO W-MES-TAB.
            MOVE "N" TO W-TEM-DADOS.
       3000-EXIT.
            MOVE W-MT-IRRF(W-IDX)    TO WD-IRRF.
            MOVE W-MT-SALFAM(W-IDX)  TO WD-SALFAM.
            MOVE W-MT-LIQUIDO(W-IDX) TO WD-LIQUIDO.
            MOVE W-MT-PENSAO(W-IDX)  TO WD-PENSAO.
            ADD W-MT-BRUTO(W-IDX)   TO W-TOT-BRUTO.
            ADD W-MT-INSS(W-IDX)    TO W-TOT-INSS.
            ADD W-MT-IRRF(W-IDX)    TO W-TOT-IRRF.
            ADD W-MT-SALFAM(W-IDX)  TO W-TOT-SALFAM.
            ADD W-MT-LIQUIDO(W-IDX) TO W-TOT-LIQUIDO.
            ADD W-MT-PENSAO(W-IDX)  TO W-TOT-PENSAO.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA FROM W-DETALHE.
       3100-EXIT.
            COMPUTE WD-SALFAM  = W-MT-SALFAM(13) + W-MT-SALFAM(14).
            COMPUTE WD-LIQUIDO = W-MT-LIQUIDO(13)
                               + W-MT-LIQUIDO(14).
            COMPUTE WD-PENSAO  = W-MT-PENSAO(13) + W-MT-PENSAO(14).
            ADD W-MT-BRUTO(13)   TO W-TOT-BRUTO.
            ADD W-MT-BRUTO(14)   TO W-TOT-BRUTO.
            ADD W-MT-INSS(13)    TO W-TOT-INSS.
            ADD W-MT-SALFAM(14)  TO W-TOT-SALFAM.
            ADD W-MT-LIQUIDO(13) TO W-TOT-LIQUIDO.
            ADD W-MT-LIQUIDO(14) TO W-TOT-LIQUIDO.
            ADD W-MT-PENSAO(13)  TO W-TOT-PENSAO.
            ADD W-MT-PENSAO(14)  TO W-TOT-PENSAO.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA FROM W-DETALHE.
       3200-EXIT.
            EXIT.

      ******************************************************************
      * PENSAO ALIMENTICIA DO FUNCIONARIO NO ANO (PENSPAG.DAT, NA ORDEM
      * CODIGO/VERBA/COMPETENCIA): SOMA POR MES E POR BENEFICIARIO.
      ******************************************************************

       3050-CARREGA-PENSAO.
            MOVE ZEROS TO W-BEN-QTDE.
            IF W-PPG-ABERTO NOT = "S"
                GO TO 3050-EXIT.
            MOVE W-COD-ATUAL TO PPG-CODIGO.
            MOVE ZEROS       TO PPG-VERBA PPG-COMPET.
            START PENSPAG KEY IS NOT LESS THAN PPG-CHAVE
                INVALID KEY
                    GO TO 3050-EXIT.
            MOVE "N" TO W-PPG-EOF.
            PERFORM 3060-SOMA-PENSAO THRU 3060-EXIT
                    UNTIL FIM-PENSPAG.
       3050-EXIT.
            EXIT.

       3060-SOMA-PENSAO.
            READ PENSPAG NEXT RECORD
                AT END
                    MOVE "S" TO W-PPG-EOF
                    GO TO 3060-EXIT.
            IF PPG-CODIGO NOT = W-COD-ATUAL
                MOVE "S" TO W-PPG-EOF
                GO TO 3060-EXIT.
            MOVE PPG-COMPET(1:4) TO W-PPG-ANO.
            MOVE PPG-COMPET(5:2) TO W-PPG-MES.
            IF W-PPG-ANO NOT = W-ANO
                OR W-PPG-MES < 1 OR W-PPG-MES > 14
                GO TO 3060-EXIT.
            ADD PPG-VALOR TO W-MT-PENSAO(W-PPG-MES).
            IF W-BEN-QTDE > ZEROS
                IF W-BN-VERBA(W-BEN-QTDE) = PPG-VERBA
                    ADD PPG-VALOR TO W-BN-TOTAL(W-BEN-QTDE)
                    GO TO 3060-EXIT.
            IF W-BEN-QTDE < 10
                ADD 1 TO W-BEN-QTDE
                MOVE PPG-VERBA TO W-BN-VERBA(W-BEN-QTDE)
                MOVE PPG-NOME  TO W-BN-NOME(W-BEN-QTDE)
                MOVE PPG-CPF   TO W-BN-CPF(W-BEN-QTDE)
                MOVE PPG-VALOR TO W-BN-TOTAL(W-BEN-QTDE).
       3060-EXIT.
            EXIT.

       3300-IMPRIME-BENEF.
            MOVE W-BN-NOME(W-BEN-IDX)  TO WB-NOME.
            MOVE W-BN-CPF(W-BEN-IDX)   TO W-CPF.
            MOVE W-CPF-1  TO WB-CPF-1.
            MOVE W-CPF-2  TO WB-CPF-2.
            MOVE W-CPF-3  TO WB-CPF-3.
            MOVE W-CPF-DV TO WB-CPF-DV.
            MOVE W-BN-TOTAL(W-BEN-IDX) TO WB-TOTAL.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA FROM W-LINHA-BENEF.
       3300-EXIT.
            EXIT.

       8000-FINALIZACAO.
            DISPLAY "INFORMES GERADOS: " W-TOTAL-INFORMES.
            CLOSE FOLHAHIS RELINF.
            IF W-PPG-ABERTO = "S"
                CLOSE PENSPAG.
       8000-EXIT.
            EXIT.

