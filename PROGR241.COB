      * FORA. EM MODO SIMULACAO SO IMPRIME O RELATORIO (REAJUSTE.REL);
      * EM MODO EFETIVO GRAVA A IMAGEM ANTERIOR NO HISTFUNC (TIPO "A",
      * COMO O ALT-RW1 DO PROGR231) E REGRAVA O REGISTRO.
      * O REAJUSTE TEM DATA DE VIGENCIA (BRANCO = HOJE) GRAVADA NO
      * HISTORICO SALARIAL (SALHIST.DAT); VIGENCIA PASSADA GERA AS
      * DIFERENCAS NA PROXIMA FOLHA. FUNCIONARIO COM ALTERACAO
      * SALARIAL DE VIGENCIA POSTERIOR FICA DE FORA.
      *************************************************************************

       IDENTIFICATION DIVISION.
       COPY HISTSEL.
       COPY CARGOSEL.
       COPY SESSSEL.
       COPY SALSEL.
       SELECT RELAJUSTE ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS ST-REL.
       COPY HISTFD.
       COPY CARGOFD.
       COPY SESSFD.
       COPY SALFD.

       FD RELAJUSTE
          LABEL RECORD IS STANDARD
       01 W-TOTAL-LIDOS           PIC 9(06) VALUE ZEROS.
       01 W-TOTAL-AJUSTADOS       PIC 9(06) VALUE ZEROS.
       01 W-TOTAL-ESTOURO         PIC 9(06) VALUE ZEROS.
       01 W-TOTAL-POSTERIOR       PIC 9(06) VALUE ZEROS.
       01 W-VIG-TXT               PIC X(10) VALUE SPACES.
       01 W-VIGENCIA              PIC 9(08) VALUE ZEROS.
       01 W-SAL-ANT               PIC 9(06)V99 VALUE ZEROS.
       01 W-TOT-ANT               PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-NOVO              PIC 9(11)V99 VALUE ZEROS.

       01 W-DATA8                 PIC 9(08) VALUE ZEROS.
       01 W-HORA8                 PIC 9(08) VALUE ZEROS.

       COPY DATAVWS.

       COPY SALCWS.

       01 W-DEPTO-TAB.
           05 W-DEPTO-OCC OCCURS 99 TIMES.
               10 W-DEPTO-QTDE       PIC 9(06) VALUE ZEROS.
            IF W-SIMULA NOT = "S" AND W-SIMULA NOT = "N"
                DISPLAY "RESPONDA S OU N"
                GO TO 9999-FIM.
            DISPLAY "VIGENCIA (DD/MM/AAAA, BRANCO=HOJE): "
                WITH NO ADVANCING.
            ACCEPT W-VIG-TXT.
            IF W-VIG-TXT = SPACES
                ACCEPT W-VIGENCIA FROM DATE YYYYMMDD
            ELSE
                MOVE W-VIG-TXT TO W-DTV-DATA
                PERFORM DTV-CHECA THRU DTV-CHECA-EXIT
                IF NOT DTV-VALIDA
                    DISPLAY "DATA DE VIGENCIA INVALIDA"
                    GO TO 9999-FIM
                ELSE
                    MOVE W-DTV-DATA10 TO W-VIGENCIA.
            OPEN I-O CADFUNC.
            IF ST-ERRO NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADFUNC - STATUS "
                        ST-HIST
                    CLOSE CADFUNC DEPTO
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
                    CLOSE CADFUNC DEPTO HISTFUNC
                    GO TO 9999-FIM.
            OPEN OUTPUT RELAJUSTE.
            IF ST-REL NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO REAJUSTE.REL - STATUS "
                    ST-REL
                CLOSE CADFUNC DEPTO HISTFUNC SALHIST
                GO TO 9999-FIM.
            IF SIMULACAO
                MOVE "SIMULACAO" TO WH-MODO
            MOVE SALARIOBASE   TO WD-SALANT.
            MOVE W-SAL-NOVO    TO WD-SALNOVO.
            MOVE W-SAL-DIF     TO WD-DIF.
            MOVE CODIGO        TO W-SLG-CODIGO.
            PERFORM SAL-ULTIMA THRU SAL-ULTIMA-EXIT.
            IF W-SAL-NOVO > 999999,99
                MOVE "SALARIO ESTOURADO"  TO WD-OBS
                ADD 1 TO W-TOTAL-ESTOURO
            ELSE
            IF W-SLG-ULT-VIG > W-VIGENCIA
                MOVE "VIGENCIA POSTERIOR" TO WD-OBS
                ADD 1 TO W-TOTAL-POSTERIOR
            ELSE
                ADD 1              TO W-TOTAL-AJUSTADOS
                ADD 1              TO W-DEPTO-QTDE(DEPARTAMENTO)

      ******************************************************************
      * EFETIVACAO: IMAGEM ANTERIOR NO HISTORICO (TIPO "A") E REWRITE,
      * NOS MOLDES DO ALT-RW1 DO PROGR231, E O NOVO SALARIO NO
      * HISTORICO SALARIAL COM A VIGENCIA INFORMADA.
      ******************************************************************

       2300-EFETIVA.
            MOVE "A"         TO HIST-TIPO.
            MOVE REGFUNC     TO HIST-DADOS.
            MOVE SALARIOBASE TO W-SAL-ANT.
            MOVE W-SAL-NOVO  TO SALARIOBASE.
            REWRITE REGFUNC.
            IF ST-ERRO = "00" OR ST-ERRO = "02"
                ACCEPT W-DATA8 FROM DATE YYYYMMDD
                MOVE W-HORA8(1:6)    TO HIST-HORA
                MOVE W-OPERADOR      TO HIST-OPERADOR
                WRITE REGHIST
                PERFORM 2310-GRAVA-SALHIST THRU 2310-EXIT
            ELSE
                DISPLAY "ERRO NO REWRITE DO CADFUNC - STATUS " ST-ERRO
                DISPLAY "FUNCIONARIO: " NOME.
       2300-EXIT.
            EXIT.

       2310-GRAVA-SALHIST.
            MOVE CODIGO       TO W-SLG-CODIGO.
            MOVE W-VIGENCIA   TO W-SLG-VIGENCIA.
            MOVE DATAADMISSAO TO W-SLG-ADMISSAO.
            MOVE SALARIOBASE  TO W-SLG-SALARIO.
            MOVE TPSALARIO    TO W-SLG-TPSAL W-SLG-ANT-TPSAL.
            MOVE CARGO        TO W-SLG-CARGO W-SLG-ANT-CARGO.
            MOVE DEPARTAMENTO TO W-SLG-DEPTO W-SLG-ANT-DEPTO.
            MOVE W-SAL-ANT    TO W-SLG-ANT-SALARIO.
            MOVE W-OPERADOR   TO W-SLG-OPERADOR.
            PERFORM SAL-GRAVA THRU SAL-GRAVA-EXIT.
            IF NOT SAL-GRAVADO
                DISPLAY "ERRO NA GRAVACAO DO SALHIST - STATUS " ST-SAL
                DISPLAY "FUNCIONARIO: " NOME.
       2310-EXIT.
            EXIT.

       2900-LE-CADFUNC.
            READ CADFUNC NEXT RECORD
                AT END
            DISPLAY "REGISTROS REAJUSTADOS : " W-TOTAL-AJUSTADOS.
            IF W-TOTAL-ESTOURO NOT = ZEROS
                DISPLAY "SALARIOS ESTOURADOS   : " W-TOTAL-ESTOURO.
            IF W-TOTAL-POSTERIOR NOT = ZEROS
                DISPLAY "VIGENCIA POSTERIOR    : " W-TOTAL-POSTERIOR.
            IF SIMULACAO
                DISPLAY "MODO SIMULACAO - NENHUM REGISTRO ALTERADO".
            CLOSE CADFUNC DEPTO HISTFUNC RELAJUSTE SALHIST.
       8000-EXIT.
            EXIT.

      ******************************************************************
      *                  ROTINA DE VALIDACAO DE DATA
      ******************************************************************

       COPY DATAVAL.
      ******************************************************************
      *               ROTINAS DE HISTORICO SALARIAL
      ******************************************************************

       COPY SALCALC.

       9999-FIM.
            GOBACK.
