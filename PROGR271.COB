      *************************************************************************
      * AUTHOR. WALLACE MARTINS VIEIRA
      * DATA : 15/10/2026
      * RELATORIO MENSAL DE PENSOES ALIMENTICIAS PAGAS (PENSAO.REL) -
      * PARA A COMPETENCIA INFORMADA LISTA, A PARTIR DO PENSPAG.DAT
      * GRAVADO PELA FOLHA (PROGR233), CADA BENEFICIARIO COM O
      * FUNCIONARIO, O PROCESSO, A BASE E O PERCENTUAL DA DECISAO, O
      * VALOR DESCONTADO E A FORMA DE PAGAMENTO (CREDITO NA CONTA DO
      * BENEFICIARIO PELA REMESSA DO PROGR247 OU PAGAMENTO EM
      * SEPARADO), PARA A PRESTACAO DE CONTAS AO JUIZO.
      *************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGR271.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY PPGSEL.
       SELECT RELPENS ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS ST-REL.
       DATA DIVISION.
       FILE SECTION.
       COPY PPGFD.

       FD RELPENS
          LABEL RECORD IS STANDARD
          VALUE OF FILE-ID IS "PENSAO.REL".
       01 REL-LINHA               PIC X(100).

       WORKING-STORAGE SECTION.
       01 ST-PPG                  PIC X(02) VALUE "00".
       01 ST-REL                  PIC X(02) VALUE "00".
       01 W-EOF                   PIC X(01) VALUE "N".
           88 FIM-PENSPAG                    VALUE "S".
       01 W-COMPETENCIA           PIC X(07) VALUE SPACES.
       01 W-COMPET-MES            PIC 9(02) VALUE ZEROS.
       01 W-COMPET-ANO            PIC 9(04) VALUE ZEROS.
       01 W-COMPET-NUM            PIC 9(06) VALUE ZEROS.
       01 W-QTDE                  PIC 9(06) VALUE ZEROS.
       01 W-QTDE-PEND             PIC 9(06) VALUE ZEROS.
       01 W-TOTAL                 PIC 9(11)V99 VALUE ZEROS.
       01 W-TOTAL-PEND            PIC 9(11)V99 VALUE ZEROS.
       01 W-CPF                   PIC 9(11) VALUE ZEROS.
       01 W-CPF-R REDEFINES W-CPF.
           03 W-CPF-1             PIC 9(03).
           03 W-CPF-2             PIC 9(03).
           03 W-CPF-3             PIC 9(03).
           03 W-CPF-DV            PIC 9(02).
       01 W-EDITA-VALOR           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 W-CAB1.
           03 FILLER               PIC X(44) VALUE
              "PENSOES ALIMENTICIAS PAGAS NA COMPETENCIA".
           03 WH-MES               PIC 9(02).
           03 FILLER               PIC X(01) VALUE "/".
           03 WH-ANO               PIC 9(04).

       01 W-CAB2.
           03 FILLER               PIC X(08) VALUE "CODIGO".
           03 FILLER               PIC X(26) VALUE "FUNCIONARIO".
           03 FILLER               PIC X(26) VALUE "BENEFICIARIO".
           03 FILLER               PIC X(15) VALUE "CPF".
           03 FILLER               PIC X(25) VALUE "PROCESSO".

       01 W-CAB3.
           03 FILLER               PIC X(08) VALUE SPACES.
           03 FILLER               PIC X(21) VALUE "BASE".
           03 FILLER               PIC X(08) VALUE "PERC.".
           03 FILLER               PIC X(16) VALUE "    VALOR BASE".
           03 FILLER               PIC X(16) VALUE "   VALOR PENSAO".
           03 FILLER               PIC X(31) VALUE "PAGAMENTO".

       01 W-DETALHE1.
           03 WD-CODIGO             PIC X(06).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WD-FUNC               PIC X(25).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WD-BENEF              PIC X(25).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WD-CPF-1              PIC 9(03).
           03 FILLER                PIC X(01) VALUE ".".
           03 WD-CPF-2              PIC 9(03).
           03 FILLER                PIC X(01) VALUE ".".
           03 WD-CPF-3              PIC 9(03).
           03 FILLER                PIC X(01) VALUE "-".
           03 WD-CPF-DV             PIC 9(02).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WD-PROCESSO           PIC X(25).

       01 W-DETALHE2.
           03 FILLER                PIC X(08) VALUE SPACES.
           03 WD-BASE               PIC X(20).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WD-PERCENT            PIC Z9,99.
           03 FILLER                PIC X(01) VALUE "%".
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WD-BASE-VALOR         PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(03) VALUE SPACES.
           03 WD-VALOR              PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(03) VALUE SPACES.
           03 WD-PAGAMENTO          PIC X(31).

       01 W-PAG-BANCO.
           03 FILLER                PIC X(06) VALUE "BANCO ".
           03 WP-BANCO              PIC 9(03).
           03 FILLER                PIC X(05) VALUE " AG. ".
           03 WP-AGENCIA            PIC 9(04).
           03 FILLER                PIC X(04) VALUE " CC ".
           03 WP-CONTA              PIC 9(08).
           03 FILLER                PIC X(01) VALUE "-".
           03 WP-CONTADV            PIC X(01).

       01 W-LINHA-TOTAL.
           03 FILLER                 PIC X(30).
           03 FILLER                 PIC X(02) VALUE ": ".
           03 WT-QTDE                PIC ZZZ.ZZ9.
           03 FILLER                 PIC X(03) VALUE SPACES.
           03 WT-VALOR               PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
            PERFORM 2000-PROCESSA THRU 2000-EXIT
                    UNTIL FIM-PENSPAG.
            PERFORM 8000-FINALIZACAO THRU 8000-EXIT.
            GO TO 9999-FIM.

       1000-INICIALIZACAO.
            DISPLAY "COMPETENCIA DA FOLHA (MM/AAAA): "
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
            MOVE W-COMPET-MES TO WH-MES.
            MOVE W-COMPET-ANO TO WH-ANO.
            OPEN INPUT PENSPAG.
            IF ST-PPG NOT = "00"
                IF ST-PPG = "35"
                    OPEN OUTPUT PENSPAG
                    CLOSE PENSPAG
                    OPEN INPUT PENSPAG
                ELSE
                    DISPLAY "ERRO NA ABERTURA DO PENSPAG - STATUS "
                        ST-PPG
                    GO TO 9999-FIM.
            OPEN OUTPUT RELPENS.
            IF ST-REL NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO PENSAO.REL - STATUS "
                    ST-REL
                CLOSE PENSPAG
                GO TO 9999-FIM.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA FROM W-CAB1.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA FROM W-CAB2.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA FROM W-CAB3.
            PERFORM 2900-LE-PENSPAG THRU 2900-EXIT.
       1000-EXIT.
            EXIT.

      ******************************************************************
      * O PENSPAG.DAT GUARDA OS DADOS DO BENEFICIARIO DA EPOCA DO
      * PAGAMENTO; SEM BANCO A PENSAO FOI PAGA EM SEPARADO (CONSTA DOS
      * PENDENTES DA REMESSA).
      ******************************************************************

       2000-PROCESSA.
            IF PPG-COMPET NOT = W-COMPET-NUM
                GO TO 2000-LE.
            MOVE PPG-CODIGO    TO WD-CODIGO.
            MOVE PPG-FUNC-NOME TO WD-FUNC.
            MOVE PPG-NOME      TO WD-BENEF.
            MOVE PPG-CPF       TO W-CPF.
            MOVE W-CPF-1       TO WD-CPF-1.
            MOVE W-CPF-2       TO WD-CPF-2.
            MOVE W-CPF-3       TO WD-CPF-3.
            MOVE W-CPF-DV      TO WD-CPF-DV.
            MOVE PPG-PROCESSO  TO WD-PROCESSO.
            MOVE SPACES TO WD-BASE.
            IF PPG-BASE = "B"
                MOVE "BRUTO" TO WD-BASE.
            IF PPG-BASE = "L"
                MOVE "BRUTO - INSS - IRRF" TO WD-BASE.
            IF PPG-BASE = "F"
                MOVE "VALOR DA VERBA" TO WD-BASE.
            MOVE PPG-PERCENT    TO WD-PERCENT.
            MOVE PPG-BASE-VALOR TO WD-BASE-VALOR.
            MOVE PPG-VALOR      TO WD-VALOR.
            IF PPG-BANCO = ZEROS
                MOVE "SEM BANCO - PAGO EM SEPARADO" TO WD-PAGAMENTO
                ADD 1 TO W-QTDE-PEND
                ADD PPG-VALOR TO W-TOTAL-PEND
            ELSE
                MOVE PPG-BANCO   TO WP-BANCO
                MOVE PPG-AGENCIA TO WP-AGENCIA
                MOVE PPG-CONTA   TO WP-CONTA
                MOVE PPG-CONTADV TO WP-CONTADV
                MOVE W-PAG-BANCO TO WD-PAGAMENTO.
            ADD 1 TO W-QTDE.
            ADD PPG-VALOR TO W-TOTAL.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA FROM W-DETALHE1.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA FROM W-DETALHE2.
       2000-LE.
            PERFORM 2900-LE-PENSPAG THRU 2900-EXIT.
       2000-EXIT.
            EXIT.

       2900-LE-PENSPAG.
            READ PENSPAG NEXT RECORD
                AT END
                    MOVE "S" TO W-EOF.
       2900-EXIT.
            EXIT.

       8000-FINALIZACAO.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE "TOTAL DE PENSOES PAGAS" TO W-LINHA-TOTAL(1:30).
            MOVE W-QTDE  TO WT-QTDE.
            MOVE W-TOTAL TO WT-VALOR.
            WRITE REL-LINHA FROM W-LINHA-TOTAL.
            MOVE "PAGAS EM SEPARADO (SEM BANCO)" TO W-LINHA-TOTAL(1:30).
            MOVE W-QTDE-PEND  TO WT-QTDE.
            MOVE W-TOTAL-PEND TO WT-VALOR.
            WRITE REL-LINHA FROM W-LINHA-TOTAL.
            MOVE W-TOTAL TO W-EDITA-VALOR.
            DISPLAY "PENSOES DA COMPETENCIA " W-COMPETENCIA ": "
                W-QTDE " - TOTAL " W-EDITA-VALOR.
            CLOSE PENSPAG RELPENS.
       8000-EXIT.
            EXIT.

       9999-FIM.
            GOBACK.
