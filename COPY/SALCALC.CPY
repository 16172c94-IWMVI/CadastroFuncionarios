      *****************************************************************
      * SALCALC - HISTORICO SALARIAL (SALHIST.DAT) COM DATA DE
      * VIGENCIA, COMPARTILHADO PELO CADASTRO, REAJUSTE, FOLHA, 13O E
      * RESCISAO. O ARQUIVO SALHIST DEVE ESTAR ABERTO (I-O PARA
      * GRAVAR). USO (VER TAMBEM SALSEL/SALFD/SALCWS):
      *   1) GRAVACAO: MOVA O CODIGO, A VIGENCIA (AAAAMMDD), A DATA
      *      DE ADMISSAO, OS VALORES NOVOS (W-SLG-SALARIO/-TPSAL/
      *      -CARGO/-DEPTO), OS ANTERIORES (W-SLG-ANT-*, ZEROS NA
      *      ADMISSAO) E O OPERADOR E FACA PERFORM SAL-GRAVA THRU
      *      SAL-GRAVA-EXIT. VIGENCIA ANTERIOR A ADMISSAO VALE DA
      *      ADMISSAO. NA PRIMEIRA MUDANCA DE UM FUNCIONARIO SEM
      *      HISTORICO GRAVA ANTES O REGISTRO DE ABERTURA COM OS
      *      VALORES ANTERIORES NA DATA DE ADMISSAO. A MESMA VIGENCIA
      *      DIGITADA DE NOVO SUBSTITUI O REGISTRO. DEVOLVE A
      *      CONDICAO SAL-GRAVADO.
      *   2) ULTIMA VIGENCIA: COM W-SLG-CODIGO PREENCHIDO, PERFORM
      *      SAL-ULTIMA THRU SAL-ULTIMA-EXIT DEVOLVE EM W-SLG-ULT-VIG
      *      A MAIOR VIGENCIA JA GRAVADA (ZEROS = SEM HISTORICO). OS
      *      PROGRAMAS NAO ACEITAM MUDANCA COM VIGENCIA ANTERIOR A ELA.
      *   3) APURACAO: MOVA O CODIGO PARA W-SLC-CODIGO, A COMPETENCIA
      *      (AAAAMM) PARA W-SLC-COMPET, OS DIAS APURADOS (BASE 30,
      *      DO DIA 1 AO DIA W-SLC-DIAS; ZEROS = MES INTEIRO) PARA
      *      W-SLC-DIAS, ZEROS PARA W-SLC-CORTE E OS VALORES DO
      *      CADFUNC PARA W-SLC-SAL-FIM/-TPSAL/-CARGO/-DEPTO (USADOS SE
      *      O FUNCIONARIO NAO TEM HISTORICO) E FACA PERFORM SAL-APURA
      *      THRU SAL-APURA-EXIT. DEVOLVE EM W-SLC-SALARIO O SALARIO
      *      PRO-RATA DOS DIAS DE CADA VIGENCIA NO PERIODO E EM
      *      W-SLC-SAL-FIM/-TPSAL/-CARGO/-DEPTO OS VALORES VIGENTES NO
      *      ULTIMO DIA, COM AS CONDICOES SAL-HISTORIADO E
      *      SAL-MUDOU-NO-MES. MUDANCA COM VIGENCIA NO DIA 31 SO VALE
      *      A PARTIR DO MES SEGUINTE (BASE 30).
      *      COM W-SLC-CORTE (AAAAMMDDHHMMSS) PREENCHIDO SO ENTRAM OS
      *      REGISTROS DIGITADOS ANTES DO CORTE OU CUJAS DIFERENCAS JA
      *      FORAM PAGAS NUMA COMPETENCIA DIFERENTE DE W-SLC-COMPET-DIF
      *      (USO DO DIFCALC.CPY).
      *****************************************************************
       SAL-GRAVA.
            MOVE "N" TO W-SLG-OK.
            IF W-SLG-VIGENCIA < W-SLG-ADMISSAO
                MOVE W-SLG-ADMISSAO TO W-SLG-VIGENCIA.
            ACCEPT W-SLG-DATA8 FROM DATE YYYYMMDD.
            ACCEPT W-SLG-HORA8 FROM TIME.
            PERFORM SAL-ULTIMA THRU SAL-ULTIMA-EXIT.
            IF W-SLG-ULT-VIG > ZEROS
                OR W-SLG-ANT-SALARIO = ZEROS
                OR W-SLG-ADMISSAO = ZEROS
                OR W-SLG-ADMISSAO NOT < W-SLG-VIGENCIA
                GO TO SAL-GRAVA-NOVO.
            MOVE W-SLG-CODIGO      TO SAL-CODIGO.
            MOVE W-SLG-ADMISSAO    TO SAL-VIGENCIA.
            MOVE W-SLG-ANT-SALARIO TO SAL-SALARIOBASE.
            MOVE W-SLG-ANT-TPSAL   TO SAL-TPSALARIO.
            MOVE W-SLG-ANT-CARGO   TO SAL-CARGO.
            MOVE W-SLG-ANT-DEPTO   TO SAL-DEPARTAMENTO.
            MOVE ZEROS             TO SAL-DATA-REG SAL-HORA-REG
                                      SAL-COMPET-DIF.
            MOVE W-SLG-OPERADOR    TO SAL-OPERADOR.
            WRITE REGSALH.
       SAL-GRAVA-NOVO.
            MOVE W-SLG-CODIGO      TO SAL-CODIGO.
            MOVE W-SLG-VIGENCIA    TO SAL-VIGENCIA.
            MOVE W-SLG-SALARIO     TO SAL-SALARIOBASE.
            MOVE W-SLG-TPSAL       TO SAL-TPSALARIO.
            MOVE W-SLG-CARGO       TO SAL-CARGO.
            MOVE W-SLG-DEPTO       TO SAL-DEPARTAMENTO.
            MOVE W-SLG-DATA8       TO SAL-DATA-REG.
            MOVE W-SLG-HORA8(1:6)  TO SAL-HORA-REG.
            MOVE ZEROS             TO SAL-COMPET-DIF.
            MOVE W-SLG-OPERADOR    TO SAL-OPERADOR.
            WRITE REGSALH.
            IF ST-SAL = "22"
                REWRITE REGSALH.
            IF ST-SAL = "00" OR ST-SAL = "02"
                MOVE "S" TO W-SLG-OK.
       SAL-GRAVA-EXIT.
            EXIT.

       SAL-ULTIMA.
            MOVE ZEROS TO W-SLG-ULT-VIG.
            MOVE W-SLG-CODIGO TO SAL-CODIGO.
            MOVE ZEROS        TO SAL-VIGENCIA.
            START SALHIST KEY IS NOT LESS THAN SAL-CHAVE
                INVALID KEY
                    GO TO SAL-ULTIMA-EXIT.
            MOVE "N" TO W-SLG-EOF.
            PERFORM SAL-ULTIMA-1 THRU SAL-ULTIMA-1-EXIT
                    UNTIL FIM-SALHIST-GRAVA.
       SAL-ULTIMA-EXIT.
            EXIT.

       SAL-ULTIMA-1.
            READ SALHIST NEXT RECORD
                AT END
                    MOVE "S" TO W-SLG-EOF
                    GO TO SAL-ULTIMA-1-EXIT.
            IF SAL-CODIGO NOT = W-SLG-CODIGO
                MOVE "S" TO W-SLG-EOF
                GO TO SAL-ULTIMA-1-EXIT.
            MOVE SAL-VIGENCIA TO W-SLG-ULT-VIG.
       SAL-ULTIMA-1-EXIT.
            EXIT.

       SAL-APURA.
            IF W-SLC-DIAS = ZEROS OR W-SLC-DIAS > 30
                MOVE 30 TO W-SLC-DIAS.
            MOVE "N" TO W-SLC-ACHOU W-SLC-MUDOU.
            MOVE ZEROS TO W-SLC-ACUM.
            MOVE 1 TO W-SLC-DIA-INI.
            COMPUTE W-SLC-INI-MES = W-SLC-COMPET * 100 + 1.
            COMPUTE W-SLC-LIMITE = W-SLC-COMPET * 100 + W-SLC-DIAS.
            MOVE W-SLC-CODIGO TO SAL-CODIGO.
            MOVE ZEROS        TO SAL-VIGENCIA.
            START SALHIST KEY IS NOT LESS THAN SAL-CHAVE
                INVALID KEY
                    GO TO SAL-APURA-FIM.
            MOVE "N" TO W-SLC-EOF.
            PERFORM SAL-APURA-1 THRU SAL-APURA-1-EXIT
                    UNTIL FIM-SALHIST.
       SAL-APURA-FIM.
            IF NOT SAL-HISTORIADO
                MOVE W-SLC-SAL-FIM TO W-SLC-SALARIO
                GO TO SAL-APURA-EXIT.
            COMPUTE W-SLC-ACUM = W-SLC-ACUM + W-SLC-SAL-FIM
                               * (W-SLC-DIAS + 1 - W-SLC-DIA-INI).
            COMPUTE W-SLC-SALARIO ROUNDED = W-SLC-ACUM / W-SLC-DIAS.
       SAL-APURA-EXIT.
            EXIT.

      * CADA REGISTRO ENCERRA O SEGMENTO DO ANTERIOR NA VESPERA DA
      * SUA VIGENCIA; O QUE VIGORA ANTES DO DIA 1 ABRE O PERIODO.
      * O PRIMEIRO REGISTRO APLICAVEL VALE DESDE O DIA 1 MESMO COM
      * VIGENCIA NO MEIO DO MES (ADMISSAO NO MES).

       SAL-APURA-1.
            READ SALHIST NEXT RECORD
                AT END
                    MOVE "S" TO W-SLC-EOF
                    GO TO SAL-APURA-1-EXIT.
            IF SAL-CODIGO NOT = W-SLC-CODIGO
                OR SAL-VIGENCIA > W-SLC-LIMITE
                MOVE "S" TO W-SLC-EOF
                GO TO SAL-APURA-1-EXIT.
            IF W-SLC-CORTE > ZEROS
                COMPUTE W-SLC-REG = SAL-DATA-REG * 1000000
                                  + SAL-HORA-REG
                IF W-SLC-REG NOT < W-SLC-CORTE
                    AND (SAL-COMPET-DIF = ZEROS
                         OR SAL-COMPET-DIF = W-SLC-COMPET-DIF)
                    GO TO SAL-APURA-1-EXIT.
            IF SAL-VIGENCIA < W-SLC-INI-MES
                MOVE 1 TO W-SLC-DIA
            ELSE
                COMPUTE W-SLC-DIA = SAL-VIGENCIA - W-SLC-INI-MES + 1.
            IF SAL-HISTORIADO AND W-SLC-DIA > W-SLC-DIA-INI
                COMPUTE W-SLC-ACUM = W-SLC-ACUM + W-SLC-SAL-FIM
                                   * (W-SLC-DIA - W-SLC-DIA-INI)
                MOVE W-SLC-DIA TO W-SLC-DIA-INI
                MOVE "S" TO W-SLC-MUDOU.
            MOVE "S"              TO W-SLC-ACHOU.
            MOVE SAL-SALARIOBASE  TO W-SLC-SAL-FIM.
            MOVE SAL-TPSALARIO    TO W-SLC-TPSAL.
            MOVE SAL-CARGO        TO W-SLC-CARGO.
            MOVE SAL-DEPARTAMENTO TO W-SLC-DEPTO.
       SAL-APURA-1-EXIT.
            EXIT.
