       COPY CARGOSEL.
       COPY VAGSEL.
       COPY SESSSEL.
       COPY DPNSEL.
       COPY SALSEL.
       SELECT CODCTRL ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS ST-CTL.
       COPY CARGOFD.
       COPY VAGFD.
       COPY SESSFD.
       COPY DPNFD.
       COPY SALFD.

       FD CODCTRL
          LABEL RECORD IS STANDARD
        03 W-A-AGENCIA          PIC 9(04).
        03 W-A-CONTA            PIC 9(08).
        03 W-A-CONTADV          PIC X(01).
        03 W-A-TPDESLIG         PIC X(01).

       01 W-REGFUNC-SALVO.
        03 W-S-NOME             PIC X(30).
        03 W-S-AGENCIA          PIC 9(04).
        03 W-S-CONTA            PIC 9(08).
        03 W-S-CONTADV          PIC X(01).
        03 W-S-TPDESLIG         PIC X(01).

       01 W-DES-DATA            PIC X(10) VALUE SPACES.
       01 W-DES-TIPO            PIC X(01) VALUE SPACES.
       01 W-RESC-OK             PIC X(01) VALUE "N".
       01 W-QUADRO-OK           PIC X(01) VALUE "S".
       01 W-QUADRO-OCUP         PIC 9(04) VALUE ZEROS.
       01 W-QD-EOF              PIC X(01) VALUE "N".
       01 W-ALT-VIG             PIC X(10) VALUE SPACES.
       01 W-ALT-VIGENCIA        PIC 9(08) VALUE ZEROS.
       01 W-ALT-SALARIAL        PIC X(01) VALUE "N".

       01 W-CON-EMAIL           PIC X(30) VALUE SPACES.
       01 W-CON-NOME            PIC X(30) VALUE SPACES.

       COPY DATAVWS.

       COPY DPNCWS.

       COPY SALCWS.

       01 W-CG-EOF             PIC X(01) VALUE "N".
       01 W-CG-IDX             PIC 9(02) VALUE ZEROS.
       01 W-CG-COLIDX          PIC 9(02) VALUE ZEROS.
           05  WS-DESLIGAMENTO
               LINE 15  COLUMN 25  PIC XX/XX/XXXX
               USING  DESLIGAMENTO.
           05  WS-TPDESLIG
               LINE 15  COLUMN 36  PIC X(01)
               USING  TPDESLIG.
           05  WS-SALARIOBASE
               LINE 15  COLUMN 60  PIC 9(06)
               USING  SALARIOBASE
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADFUNC DEPTO HISTFUNC CARGOS
                   GO TO ROT-FIM.
       R0E.
            OPEN INPUT DEPENDEN
            IF ST-DPN NOT = "00"
               IF ST-DPN = "30" OR ST-DPN = "35"
                   OPEN OUTPUT DEPENDEN
                   CLOSE DEPENDEN
                   OPEN INPUT DEPENDEN
               ELSE
                   MOVE "ARQUIVO DE DEPENDENTES NAO ENCONTRADO"
                       TO MENSAGEM
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADFUNC DEPTO HISTFUNC CARGOS VAGAS
                   GO TO ROT-FIM.
       R0F.
            OPEN I-O SALHIST
            IF ST-SAL NOT = "00"
               IF ST-SAL = "35"
                   OPEN OUTPUT SALHIST
                   CLOSE SALHIST
                   OPEN I-O SALHIST
               ELSE
                   MOVE "ERRO NA ABERTURA DO HISTORICO SALARIAL"
                       TO MENSAGEM
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADFUNC DEPTO HISTFUNC CARGOS VAGAS DEPENDEN
                   GO TO ROT-FIM.
       R1.
            MOVE SPACES TO NOME EMAIL SEXO TPSALARIO
            CODIGO DEPTO-NOME DESLIGAMENTO
            MOVE ZEROS TO DEPARTAMENTO CODIGO SALARIOBASE CARGO W-SEL
            DATADESLIGAMENTO DEPENDENTES BANCO AGENCIA CONTA
            MOVE SPACES TO CONTADV TPDESLIG
            MOVE "A" TO SITUACAO.

       RTELA.
            ACCEPT WS-CODIGO
            ACCEPT W-ACT FROM ESCAPE KEY
            IF W-ACT = 01
                CLOSE CADFUNC DEPTO HISTFUNC CARGOS VAGAS DEPENDEN
                      SALHIST
                GOBACK.
            IF CODIGO = SPACES OR CODIGO = ZEROS
                IF W-NIVEL < 2
                   IF ST-DEPTO NOT = "00"
                       MOVE SPACES TO DEPTO-NOME
                   END-IF
                   PERFORM CONTA-DEPEN THRU CONTA-DEPEN-EXIT
                   DISPLAY TELACADFUNC
                   MOVE "FUNCIONARIO JA CADASTRADO" TO MENSAGEM
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R8.
            MOVE W-DTV-DATA10 TO DATAADMISSAO.

       R9.
            ACCEPT WS-TPSALARIO
            ACCEPT W-ACT FROM ESCAPE KEY
            IF W-ACT = 01
                GO TO R8.
            IF TPSALARIO = SPACES
                MOVE "TIPO SALARIO NAO PODE FICAR EM BRANCO" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                PERFORM GERA-CODIGO THRU GERA-CODIGO-EXIT.
            WRITE REGFUNC
            IF ST-ERRO = "00" OR ST-ERRO = "02"
                MOVE DATAADMISSAO TO W-ALT-VIGENCIA
                MOVE ZEROS  TO W-A-SALARIOBASE W-A-CARGO
                               W-A-DEPARTAMENTO
                MOVE SPACES TO W-A-TPSALARIO
                PERFORM GRAVA-SALHIST THRU GRAVA-SALHIST-EXIT
                MOVE "DADOS GRAVADOS - CODIGO " TO MENSAGEM
                MOVE CODIGO TO MENSAGEM(25:6)
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DES-OPC.

       DES-TIPO.
            DISPLAY TELALIMPAR
            DISPLAY (23, 12)
               "TIPO S=S/JUSTA J=JUSTA P=PEDIDO A=ACORDO T=TERMINO: "
            ACCEPT (23, 64) W-DES-TIPO
            ACCEPT W-ACT FROM ESCAPE KEY
            IF W-ACT = 01
                GO TO DES-OPC.
            INSPECT W-DES-TIPO CONVERTING "sjpat" TO "SJPAT".
            IF W-DES-TIPO NOT = "S" AND W-DES-TIPO NOT = "J"
                AND W-DES-TIPO NOT = "P" AND W-DES-TIPO NOT = "A"
                AND W-DES-TIPO NOT = "T"
                MOVE "TIPO DEVE SER S, J, P, A OU T" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DES-TIPO.

       DES-CONF.
            DISPLAY TELALIMPAR
            DISPLAY (23, 12) "CONFIRMA O DESLIGAMENTO (S/N): "
            ACCEPT (23, 44) W-OPCAO
            ACCEPT W-ACT FROM ESCAPE KEY
            IF W-ACT = 01
                GO TO DES-TIPO.
            IF W-OPCAO = "N" OR "n"
                MOVE "REGISTRO MANTIDO" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
            MOVE "D"           TO SITUACAO
            MOVE W-DTV-DATA10  TO DATADESLIGAMENTO
            MOVE W-DES-DATA    TO DESLIGAMENTO
            MOVE W-DES-TIPO    TO TPDESLIG
            REWRITE REGFUNC
            IF ST-ERRO = "00" OR ST-ERRO = "02"
                MOVE "D"             TO HIST-TIPO

       GERA-RESCISAO.
            MOVE "N" TO W-RESC-OK.
            CLOSE SALHIST.
            CALL "PROGR250" USING REGFUNC W-RESC-OK
                ON EXCEPTION
                    MOVE "N" TO W-RESC-OK
            END-CALL.
            CANCEL "PROGR250".
            OPEN I-O SALHIST.
       GERA-RESCISAO-EXIT.
            EXIT.

                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ALT-OPC.

      * MUDANCA DE SALARIO, TIPO, CARGO OU DEPARTAMENTO PEDE A DATA DE
      * VIGENCIA PARA O HISTORICO SALARIAL; VIGENCIA PASSADA GERA AS
      * DIFERENCAS NA PROXIMA FOLHA (DIFCALC.CPY).

       ALT-VIG.
            MOVE "N" TO W-ALT-SALARIAL.
            IF SALARIOBASE = W-A-SALARIOBASE
                AND TPSALARIO = W-A-TPSALARIO
                AND CARGO = W-A-CARGO
                AND DEPARTAMENTO = W-A-DEPARTAMENTO
                GO TO ALT-RW1.
            MOVE "S" TO W-ALT-SALARIAL.
            DISPLAY TELALIMPAR
            DISPLAY (23, 12) "VIGENCIA (DD/MM/AAAA, BRANCO = HOJE): "
            MOVE SPACES TO W-ALT-VIG
            ACCEPT (23, 51) W-ALT-VIG
            ACCEPT W-ACT FROM ESCAPE KEY
            IF W-ACT = 01
                GO TO ALT-OPC.
            IF W-ALT-VIG = SPACES
                ACCEPT W-ALT-VIGENCIA FROM DATE YYYYMMDD
            ELSE
                MOVE W-ALT-VIG TO W-DTV-DATA
                PERFORM DTV-CHECA THRU DTV-CHECA-EXIT
                IF NOT DTV-VALIDA
                    MOVE "DATA DE VIGENCIA INVALIDA" TO MENSAGEM
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ALT-VIG
                ELSE
                    MOVE W-DTV-DATA10 TO W-ALT-VIGENCIA.
            IF W-ALT-VIGENCIA < DATAADMISSAO
                MOVE "VIGENCIA ANTERIOR A ADMISSAO" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ALT-VIG.
            MOVE CODIGO TO W-SLG-CODIGO
            PERFORM SAL-ULTIMA THRU SAL-ULTIMA-EXIT
            IF W-ALT-VIGENCIA < W-SLG-ULT-VIG
                MOVE "VIGENCIA ANTERIOR A ULTIMA ALTERACAO SALARIAL"
                    TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ALT-VIG.

       ALT-RW1.
            IF DEPARTAMENTO NOT = W-A-DEPARTAMENTO
                OR CARGO NOT = W-A-CARGO
                MOVE "A"             TO HIST-TIPO
                MOVE W-REGFUNC-ANTES TO HIST-DADOS
                PERFORM GRAVA-HIST THRU GRAVA-HIST-EXIT
                IF W-ALT-SALARIAL = "S"
                    PERFORM GRAVA-SALHIST THRU GRAVA-SALHIST-EXIT
                END-IF
                MOVE "REGISTRO ALTERADO" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
            READ DEPTO
            IF ST-DEPTO NOT = "00"
                MOVE SPACES TO DEPTO-NOME.
            PERFORM CONTA-DEPEN THRU CONTA-DEPEN-EXIT.
            DISPLAY TELACADFUNC
            DISPLAY (23, 12) "CONTINUAR A PESQUISA (S/N): "
            ACCEPT (23, 41) W-CON-CONT
            GO TO ACE-001.

       ROT-FIM.
            CLOSE CADFUNC DEPTO HISTFUNC CARGOS VAGAS DEPENDEN SALHIST.
            GOBACK.
      ******************************************************************
      * O NUMERO DE DEPENDENTES DA TELA E SOMENTE INFORMATIVO: SAO OS
      * DEPENDENTES DO DEPEND.DAT (PROGR261) QUE CONTAM PARA O IRRF
      * NO MES CORRENTE. OS CALCULOS DA FOLHA APURAM A QUANTIDADE NA
      * PROPRIA COMPETENCIA, SEM USAR O VALOR GRAVADO NO CADFUNC.
      ******************************************************************

       CONTA-DEPEN.
            ACCEPT W-DATA8 FROM DATE YYYYMMDD.
            MOVE CODIGO TO W-DPC-CODIGO.
            COMPUTE W-DPC-COMPET = W-DATA8 / 100.
            PERFORM DPN-CONTA THRU DPN-CONTA-EXIT.
            MOVE W-DPC-QT-IRRF TO DEPENDENTES.
       CONTA-DEPEN-EXIT.
            EXIT.
      ******************************************************************
      *                    ROTINA DE HISTORICO / AUDITORIA
      ******************************************************************

            WRITE REGHIST.
       GRAVA-HIST-EXIT.
            EXIT.

      * GRAVA NO HISTORICO SALARIAL A SITUACAO NOVA DO REGFUNC COM A
      * VIGENCIA DE W-ALT-VIGENCIA; OS VALORES ANTERIORES (W-A-*)
      * ABREM O HISTORICO DE QUEM AINDA NAO TEM REGISTRO.

       GRAVA-SALHIST.
            MOVE CODIGO           TO W-SLG-CODIGO.
            MOVE W-ALT-VIGENCIA   TO W-SLG-VIGENCIA.
            MOVE DATAADMISSAO     TO W-SLG-ADMISSAO.
            MOVE SALARIOBASE      TO W-SLG-SALARIO.
            MOVE TPSALARIO        TO W-SLG-TPSAL.
            MOVE CARGO            TO W-SLG-CARGO.
            MOVE DEPARTAMENTO     TO W-SLG-DEPTO.
            MOVE W-A-SALARIOBASE  TO W-SLG-ANT-SALARIO.
            MOVE W-A-TPSALARIO    TO W-SLG-ANT-TPSAL.
            MOVE W-A-CARGO        TO W-SLG-ANT-CARGO.
            MOVE W-A-DEPARTAMENTO TO W-SLG-ANT-DEPTO.
            MOVE W-OPERADOR       TO W-SLG-OPERADOR.
            PERFORM SAL-GRAVA THRU SAL-GRAVA-EXIT.
       GRAVA-SALHIST-EXIT.
            EXIT.
      ******************************************************************
      *              ROTINA DE CRITICA DO QUADRO DE VAGAS
      * COMBINACAO DEPARTAMENTO/CARGO COM REGISTRO NO VAGAS.DAT SO

       COPY DATAVAL.
      ******************************************************************
      *              ROTINAS DE CONTAGEM DE DEPENDENTES
      ******************************************************************

       COPY DPNCALC.
      ******************************************************************
      *               ROTINAS DE HISTORICO SALARIAL
      ******************************************************************

       COPY SALCALC.
      ******************************************************************
      *                        ROTINAS DE MENSAGENS
      ******************************************************************

