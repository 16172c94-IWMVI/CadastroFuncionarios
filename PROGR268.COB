      *************************************************************************
      * AUTHOR. WALLACE MARTINS VIEIRA
      * DATA : 15/10/2026
      * ARQUIVO MENSAL DE MOVIMENTACAO PARA O GOVERNO (CAGED/ESOCIAL) -
      * PARA A COMPETENCIA INFORMADA GERA O CAGED.TXT EM LAYOUT FIXO DE
      * 150 POSICOES: HEADER (TIPO 0), UM DETALHE (TIPO 1) POR
      * ADMISSAO (DATAADMISSAO NA COMPETENCIA), DESLIGAMENTO
      * (DATADESLIGAMENTO NA COMPETENCIA) E TRANSFERENCIA DE
      * DEPARTAMENTO OU CARGO (ALTERACOES GRAVADAS NO HISTFUNC.DAT NA
      * COMPETENCIA) E TRAILER (TIPO 9) COM AS QUANTIDADES. QUEM ESTA
      * SEM DADO OBRIGATORIO FICA FORA DO ARQUIVO E SAI NO RELATORIO DE
      * CRITICA (CAGED.REL) PARA SER CORRIGIDO ANTES DO ENVIO.
      * REGISTRADO NO RUNCTRL.DAT ("PROGR268"): O FECHAMENTO DO MES
      * (PROGR257) CONFERE QUE RODOU E GERAR DE NOVO UMA COMPETENCIA
      * JA GERADA EXIGE A CONFIRMACAO DO OPERADOR.
      *************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGR268.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CADFSEL.
       COPY HISTSEL.
       COPY DEPTSEL.
       COPY CARGOSEL.
       COPY RUNCSEL.
       SELECT MOVGOV  ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS ST-MOV.
       SELECT RELCAGED ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-REL.
       DATA DIVISION.
       FILE SECTION.
       COPY CADFFD.
       COPY HISTFD.
       COPY DEPTFD.
       COPY CARGOFD.
       COPY RUNCFD.

       FD MOVGOV
          LABEL RECORD IS STANDARD
          VALUE OF FILE-ID IS "CAGED.TXT".
       01 MOV-REGISTRO            PIC X(150).

       FD RELCAGED
          LABEL RECORD IS STANDARD
          VALUE OF FILE-ID IS "CAGED.REL".
       01 REL-LINHA               PIC X(100).

       WORKING-STORAGE SECTION.
       01 ST-ERRO                 PIC X(02) VALUE "00".
       01 ST-HIST                 PIC X(02) VALUE "00".
       01 ST-DEPTO                PIC X(02) VALUE "00".
       01 ST-CARGO                PIC X(02) VALUE "00".
       01 ST-MOV                  PIC X(02) VALUE "00".
       01 ST-REL                  PIC X(02) VALUE "00".
       01 W-EOF                   PIC X(01) VALUE "N".
           88 FIM-CADFUNC                    VALUE "S".
       01 W-EOF-HIST              PIC X(01) VALUE "N".
           88 FIM-HISTFUNC                   VALUE "S".
       01 W-TEM-HIST              PIC X(01) VALUE "N".
       01 W-COMPETENCIA           PIC X(07) VALUE SPACES.
       01 W-COMPET-MES            PIC 9(02) VALUE ZEROS.
       01 W-COMPET-ANO            PIC 9(04) VALUE ZEROS.
       01 W-COMPET-NUM            PIC 9(06) VALUE ZEROS.
       01 W-DATA8                 PIC 9(08) VALUE ZEROS.
       01 W-ADM8                  PIC 9(08) VALUE ZEROS.
       01 W-DESL8                 PIC 9(08) VALUE ZEROS.
       01 W-IDX                   PIC 9(04) VALUE ZEROS.
       01 W-SEQ                   PIC 9(06) VALUE ZEROS.
       01 W-TOTAL-ADM             PIC 9(06) VALUE ZEROS.
       01 W-TOTAL-DES             PIC 9(06) VALUE ZEROS.
       01 W-TOTAL-TRF             PIC 9(06) VALUE ZEROS.
       01 W-TOTAL-PEND            PIC 9(06) VALUE ZEROS.
       01 W-VALIDO                PIC X(01) VALUE "S".
           88 MOVIMENTO-VALIDO               VALUE "S".
       01 W-MOTIVO                PIC X(40) VALUE SPACES.

       COPY RUNCWS.

      * TRANSFERENCIAS DA COMPETENCIA: A IMAGEM DO HISTFUNC GUARDA O
      * DEPARTAMENTO/CARGO DE ANTES; O DE DEPOIS E O DA PROXIMA IMAGEM
      * DO MESMO CODIGO OU, SE NAO HOUVER, O DO CADASTRO ATUAL.
       01 W-TRF-QTDE              PIC 9(04) VALUE ZEROS.
       01 W-TRF-TAB.
           05 W-TRF-OCC OCCURS 1000 TIMES.
               10 W-TRF-CODIGO      PIC X(06).
               10 W-TRF-DATA        PIC 9(08).
               10 W-TRF-DEPTO-ANT   PIC 9(02).
               10 W-TRF-CARGO-ANT   PIC 9(02).
               10 W-TRF-DEPTO-NOVO  PIC 9(02).
               10 W-TRF-CARGO-NOVO  PIC 9(02).
               10 W-TRF-RESOLVIDA   PIC X(01).

       01 W-MOV-HEADER.
           03 FILLER              PIC X(01) VALUE "0".
           03 FILLER              PIC X(15) VALUE "MOVIMENTO CAGED".
           03 WMH-COMPET          PIC 9(06).
           03 WMH-DATA            PIC 9(08).
           03 FILLER              PIC X(114) VALUE SPACES.
           03 WMH-SEQ             PIC 9(06).

      * WMD-TIPO: "AD" = ADMISSAO, "DS" = DESLIGAMENTO,
      * "TR" = TRANSFERENCIA (DEPTO/CARGO ANTERIORES NOS CAMPOS -ANT).
       01 W-MOV-DETALHE.
           03 FILLER              PIC X(01) VALUE "1".
           03 WMD-TIPO            PIC X(02).
           03 WMD-CODIGO          PIC X(06).
           03 WMD-NOME            PIC X(30).
           03 WMD-SEXO            PIC X(01).
           03 WMD-DATA-ADM        PIC 9(08).
           03 WMD-DATA-MOV        PIC 9(08).
           03 WMD-DEPTO           PIC 9(02).
           03 WMD-CARGO           PIC 9(02).
           03 WMD-DEPTO-ANT       PIC 9(02).
           03 WMD-CARGO-ANT       PIC 9(02).
           03 WMD-SALARIO         PIC 9(10).
           03 WMD-TPSALARIO       PIC X(01).
           03 WMD-TPDESLIG        PIC X(01).
           03 FILLER              PIC X(68) VALUE SPACES.
           03 WMD-SEQ             PIC 9(06).

       01 W-MOV-TRAILER.
           03 FILLER              PIC X(01) VALUE "9".
           03 WMT-QTDE-ADM        PIC 9(06).
           03 WMT-QTDE-DES        PIC 9(06).
           03 WMT-QTDE-TRF        PIC 9(06).
           03 WMT-QTDE-REG        PIC 9(06).
           03 FILLER              PIC X(119) VALUE SPACES.
           03 WMT-SEQ             PIC 9(06).

       01 W-CAB1.
           03 FILLER               PIC X(44) VALUE
              "MOVIMENTACAO CAGED/ESOCIAL - COMPETENCIA".
           03 WH-COMPET-MES        PIC 9(02).
           03 FILLER               PIC X(01) VALUE "/".
           03 WH-COMPET-ANO        PIC 9(04).

       01 W-CAB2.
           03 FILLER               PIC X(06) VALUE "MOV".
           03 FILLER               PIC X(08) VALUE "CODIGO".
           03 FILLER               PIC X(31) VALUE "NOME".
           03 FILLER               PIC X(12) VALUE "DATA".
           03 FILLER               PIC X(40) VALUE "SITUACAO".

       01 W-DETALHE.
           03 WD-TIPO               PIC X(02).
           03 FILLER                PIC X(04) VALUE SPACES.
           03 WD-CODIGO             PIC X(06).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WD-NOME               PIC X(30).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WD-DATA               PIC 99/99/9999.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WD-SITUACAO           PIC X(40).

       01 W-DATA-INV.
           03 W-INV-DIA              PIC 9(02).
           03 W-INV-MES              PIC 9(02).
           03 W-INV-ANO              PIC 9(04).

       01 W-LINHA-TOTAL.
           03 WT-ROTULO             PIC X(40).
           03 FILLER                PIC X(02) VALUE ": ".
           03 WT-QTDE               PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
            PERFORM 2000-PROCESSA THRU 2000-EXIT
                    UNTIL FIM-CADFUNC.
            PERFORM 3000-TRANSFERENCIAS THRU 3000-EXIT.
            PERFORM 8000-FINALIZACAO THRU 8000-EXIT.
            GO TO 9999-FIM.

       1000-INICIALIZACAO.
            DISPLAY "COMPETENCIA DO CAGED (MM/AAAA): "
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
            MOVE W-COMPET-MES TO WH-COMPET-MES.
            MOVE W-COMPET-ANO TO WH-COMPET-ANO.
            OPEN INPUT CADFUNC.
            IF ST-ERRO NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADFUNC - STATUS " ST-ERRO
                GO TO 9999-FIM.
            OPEN INPUT DEPTO.
            IF ST-DEPTO NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO DEPTO - STATUS " ST-DEPTO
                CLOSE CADFUNC
                GO TO 9999-FIM.
            OPEN INPUT CARGOS.
            IF ST-CARGO NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CARGO - STATUS " ST-CARGO
                CLOSE CADFUNC DEPTO
                GO TO 9999-FIM.
      * SEM HISTFUNC NAO HA TRANSFERENCIAS A INFORMAR.
            OPEN INPUT HISTFUNC.
            IF ST-HIST = "00"
                MOVE "S" TO W-TEM-HIST
                CLOSE HISTFUNC.
      * O CONTROLE DE EXECUCAO SO E ABERTO DEPOIS DAS ENTRADAS
      * VALIDADAS. O ARQUIVO E REGRAVADO DO ZERO, ENTAO O REINICIO
      * RECOMECA DO INICIO DA ENTRADA.
            MOVE "PROGR268" TO W-RUN-PROGRAMA.
            COMPUTE W-RUN-PERIODO = W-COMPET-NUM * 100.
            PERFORM RUN-ABRE THRU RUN-ABRE-EXIT.
            IF RUN-NEGADO
                CLOSE CADFUNC DEPTO CARGOS
                GO TO 9999-FIM.
            IF RUN-REINICIO
                DISPLAY "CAGED RECOMECA DO INICIO"
                MOVE ZEROS TO W-RUN-PROCESSADOS W-RUN-SALTAR.
            OPEN OUTPUT MOVGOV.
            IF ST-MOV NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CAGED.TXT - STATUS " ST-MOV
                PERFORM RUN-CANCELA THRU RUN-CANCELA-EXIT
                CLOSE CADFUNC DEPTO CARGOS
                GO TO 9999-FIM.
            OPEN OUTPUT RELCAGED.
            IF ST-REL NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CAGED.REL - STATUS " ST-REL
                PERFORM RUN-CANCELA THRU RUN-CANCELA-EXIT
                CLOSE CADFUNC DEPTO CARGOS MOVGOV
                GO TO 9999-FIM.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA FROM W-CAB1.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            WRITE REL-LINHA FROM W-CAB2.
            ACCEPT W-DATA8 FROM DATE YYYYMMDD.
            MOVE W-DATA8      TO WMH-DATA.
            MOVE W-COMPET-NUM TO WMH-COMPET.
            ADD 1 TO W-SEQ.
            MOVE W-SEQ TO WMH-SEQ.
            MOVE W-MOV-HEADER TO MOV-REGISTRO.
            WRITE MOV-REGISTRO.
            PERFORM 2900-LE-CADFUNC THRU 2900-EXIT.
       1000-EXIT.
            EXIT.

      ******************************************************************
      * ADMISSOES E DESLIGAMENTOS: DATAS DO CADFUNC NA COMPETENCIA. UM
      * FUNCIONARIO ADMITIDO E DESLIGADO NO MESMO MES GERA OS DOIS.
      ******************************************************************

       2000-PROCESSA.
            MOVE DATAADMISSAO TO W-ADM8.
            MOVE DATADESLIGAMENTO TO W-DESL8.
            IF W-ADM8(1:6) = W-COMPET-NUM
                MOVE "AD" TO WMD-TIPO
                MOVE W-ADM8 TO W-DATA8
                MOVE DEPARTAMENTO TO WMD-DEPTO-ANT
                MOVE CARGO        TO WMD-CARGO-ANT
                PERFORM 4000-MOVIMENTO THRU 4000-EXIT.
            IF SITUACAO = "D" AND W-DESL8(1:6) = W-COMPET-NUM
                MOVE "DS" TO WMD-TIPO
                MOVE W-DESL8 TO W-DATA8
                MOVE DEPARTAMENTO TO WMD-DEPTO-ANT
                MOVE CARGO        TO WMD-CARGO-ANT
                PERFORM 4000-MOVIMENTO THRU 4000-EXIT.
            PERFORM 2800-CHECKPOINT THRU 2800-EXIT.
            PERFORM 2900-LE-CADFUNC THRU 2900-EXIT.
       2000-EXIT.
            EXIT.

       2800-CHECKPOINT.
            ADD 1 TO W-RUN-PROCESSADOS.
            ADD 1 TO W-RUN-CICLO.
            IF W-RUN-CICLO < W-RUN-FREQ
                GO TO 2800-EXIT.
            MOVE ZEROS TO W-RUN-CICLO.
            MOVE W-TOTAL-ADM  TO RUN-CONT-A.
            MOVE W-TOTAL-DES  TO RUN-CONT-B.
            MOVE W-TOTAL-PEND TO RUN-CONT-D.
            PERFORM RUN-GRAVA THRU RUN-GRAVA-EXIT.
       2800-EXIT.
            EXIT.

       2900-LE-CADFUNC.
            READ CADFUNC NEXT RECORD
                AT END
                    MOVE "S" TO W-EOF.
       2900-EXIT.
            EXIT.

      ******************************************************************
      * TRANSFERENCIAS: UMA PASSADA NO HISTFUNC MONTA A TABELA DAS
      * ALTERACOES ("A") GRAVADAS NA COMPETENCIA E FECHA CADA UMA COM A
      * IMAGEM SEGUINTE DO MESMO CODIGO; AS QUE SOBRAM SAO FECHADAS COM
      * O CADASTRO ATUAL. SO ENTRA QUEM MUDOU DE DEPARTAMENTO OU CARGO.
      ******************************************************************

       3000-TRANSFERENCIAS.
            IF W-TEM-HIST NOT = "S"
                GO TO 3000-EXIT.
            MOVE ZEROS TO W-TRF-QTDE.
            MOVE "N" TO W-EOF-HIST.
            OPEN INPUT HISTFUNC.
            PERFORM 3100-LE-IMAGEM THRU 3100-EXIT
                    UNTIL FIM-HISTFUNC.
            CLOSE HISTFUNC.
            PERFORM 3300-GERA-TRANSFERENCIA THRU 3300-EXIT
                    VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > W-TRF-QTDE.
       3000-EXIT.
            EXIT.

       3100-LE-IMAGEM.
            READ HISTFUNC
                AT END
                    MOVE "S" TO W-EOF-HIST
                    GO TO 3100-EXIT.
            IF HIST-CODIGO = SPACES
                GO TO 3100-EXIT.
            PERFORM 3200-FECHA-PENDENTE THRU 3200-EXIT
                    VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > W-TRF-QTDE.
            IF HIST-TIPO NOT = "A"
                OR HIST-DATA(1:6) NOT = W-COMPET-NUM
                GO TO 3100-EXIT.
            IF W-TRF-QTDE NOT < 1000
                DISPLAY "MAIS DE 1000 ALTERACOES NA COMPETENCIA - "
                    "CODIGO " HIST-CODIGO " NAO CONFERIDO"
                GO TO 3100-EXIT.
            ADD 1 TO W-TRF-QTDE.
            MOVE HIST-CODIGO       TO W-TRF-CODIGO(W-TRF-QTDE).
            MOVE HIST-DATA         TO W-TRF-DATA(W-TRF-QTDE).
            MOVE HIST-DEPARTAMENTO TO W-TRF-DEPTO-ANT(W-TRF-QTDE).
            MOVE HIST-CARGO        TO W-TRF-CARGO-ANT(W-TRF-QTDE).
            MOVE ZEROS TO W-TRF-DEPTO-NOVO(W-TRF-QTDE)
                W-TRF-CARGO-NOVO(W-TRF-QTDE).
            MOVE "N" TO W-TRF-RESOLVIDA(W-TRF-QTDE).
       3100-EXIT.
            EXIT.

       3200-FECHA-PENDENTE.
            IF W-TRF-CODIGO(W-IDX) = HIST-CODIGO
                AND W-TRF-RESOLVIDA(W-IDX) = "N"
                MOVE HIST-DEPARTAMENTO TO W-TRF-DEPTO-NOVO(W-IDX)
                MOVE HIST-CARGO        TO W-TRF-CARGO-NOVO(W-IDX)
                MOVE "S" TO W-TRF-RESOLVIDA(W-IDX).
       3200-EXIT.
            EXIT.

      * O FUNCIONARIO JA EXCLUIDO DO CADFUNC NAO E INFORMADO.
       3300-GERA-TRANSFERENCIA.
            MOVE W-TRF-CODIGO(W-IDX) TO CODIGO.
            READ CADFUNC.
            IF ST-ERRO NOT = "00"
                GO TO 3300-EXIT.
            IF W-TRF-RESOLVIDA(W-IDX) = "N"
                MOVE DEPARTAMENTO TO W-TRF-DEPTO-NOVO(W-IDX)
                MOVE CARGO        TO W-TRF-CARGO-NOVO(W-IDX).
            IF W-TRF-DEPTO-NOVO(W-IDX) = W-TRF-DEPTO-ANT(W-IDX)
                AND W-TRF-CARGO-NOVO(W-IDX) = W-TRF-CARGO-ANT(W-IDX)
                GO TO 3300-EXIT.
      * O MOVIMENTO LEVA O DEPARTAMENTO/CARGO DE DESTINO DA ALTERACAO.
            MOVE W-TRF-DEPTO-NOVO(W-IDX) TO DEPARTAMENTO.
            MOVE W-TRF-CARGO-NOVO(W-IDX) TO CARGO.
            MOVE "TR" TO WMD-TIPO.
            MOVE W-TRF-DATA(W-IDX) TO W-DATA8.
            MOVE W-TRF-DEPTO-ANT(W-IDX) TO WMD-DEPTO-ANT.
            MOVE W-TRF-CARGO-ANT(W-IDX) TO WMD-CARGO-ANT.
            PERFORM 4000-MOVIMENTO THRU 4000-EXIT.
       3300-EXIT.
            EXIT.

      ******************************************************************
      * MOVIMENTO DO REGFUNC CORRENTE (TIPO EM WMD-TIPO, DATA EM
      * W-DATA8): CRITICA OS DADOS OBRIGATORIOS; SO O MOVIMENTO SEM
      * PENDENCIA ENTRA NO ARQUIVO.
      ******************************************************************

       4000-MOVIMENTO.
            MOVE SPACES TO W-DETALHE.
            MOVE WMD-TIPO TO WD-TIPO.
            MOVE CODIGO   TO WD-CODIGO.
            MOVE NOME     TO WD-NOME.
            MOVE W-DATA8(7:2) TO W-INV-DIA.
            MOVE W-DATA8(5:2) TO W-INV-MES.
            MOVE W-DATA8(1:4) TO W-INV-ANO.
            COMPUTE WD-DATA = W-INV-DIA * 1000000
                            + W-INV-MES * 10000 + W-INV-ANO.
            PERFORM 4100-CRITICA THRU 4100-EXIT.
            IF NOT MOVIMENTO-VALIDO
                ADD 1 TO W-TOTAL-PEND
                GO TO 4000-EXIT.
            MOVE CODIGO       TO WMD-CODIGO.
            MOVE NOME         TO WMD-NOME.
            MOVE SEXO         TO WMD-SEXO.
            MOVE W-ADM8       TO WMD-DATA-ADM.
            MOVE W-DATA8      TO WMD-DATA-MOV.
            MOVE DEPARTAMENTO TO WMD-DEPTO.
            MOVE CARGO        TO WMD-CARGO.
            COMPUTE WMD-SALARIO = SALARIOBASE * 100.
            MOVE TPSALARIO    TO WMD-TPSALARIO.
            IF WMD-TIPO = "DS"
                MOVE TPDESLIG TO WMD-TPDESLIG
            ELSE
                MOVE SPACES TO WMD-TPDESLIG.
            IF WMD-TIPO NOT = "TR"
                MOVE ZEROS TO WMD-DEPTO-ANT WMD-CARGO-ANT.
            ADD 1 TO W-SEQ.
            MOVE W-SEQ TO WMD-SEQ.
            MOVE W-MOV-DETALHE TO MOV-REGISTRO.
            WRITE MOV-REGISTRO.
            IF WMD-TIPO = "AD"
                ADD 1 TO W-TOTAL-ADM.
            IF WMD-TIPO = "DS"
                ADD 1 TO W-TOTAL-DES.
            IF WMD-TIPO = "TR"
                ADD 1 TO W-TOTAL-TRF.
            MOVE "GERADO NO ARQUIVO" TO WD-SITUACAO.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA FROM W-DETALHE.
       4000-EXIT.
            EXIT.

       4100-CRITICA.
            MOVE "S" TO W-VALIDO.
            MOVE DATAADMISSAO TO W-ADM8.
            IF NOME = SPACES
                MOVE "NOME NAO INFORMADO" TO W-MOTIVO
                PERFORM 4200-PENDENCIA THRU 4200-EXIT.
            IF SEXO = SPACES
                MOVE "SEXO NAO INFORMADO" TO W-MOTIVO
                PERFORM 4200-PENDENCIA THRU 4200-EXIT.
            IF W-ADM8 = ZEROS
                MOVE "DATA DE ADMISSAO NAO INFORMADA" TO W-MOTIVO
                PERFORM 4200-PENDENCIA THRU 4200-EXIT.
            IF SALARIOBASE = ZEROS
                MOVE "SALARIO NAO INFORMADO" TO W-MOTIVO
                PERFORM 4200-PENDENCIA THRU 4200-EXIT.
            MOVE DEPARTAMENTO TO DEPTO-CODIGO.
            READ DEPTO.
            IF DEPARTAMENTO = ZEROS OR ST-DEPTO NOT = "00"
                MOVE "DEPARTAMENTO NAO CADASTRADO" TO W-MOTIVO
                PERFORM 4200-PENDENCIA THRU 4200-EXIT.
            MOVE CARGO TO CARGO-CODIGO.
            READ CARGOS.
            IF CARGO = ZEROS OR ST-CARGO NOT = "00"
                MOVE "CARGO NAO CADASTRADO" TO W-MOTIVO
                PERFORM 4200-PENDENCIA THRU 4200-EXIT.
            IF WMD-TIPO = "DS" AND TPDESLIG = SPACES
                MOVE "TIPO DE DESLIGAMENTO NAO INFORMADO" TO W-MOTIVO
                PERFORM 4200-PENDENCIA THRU 4200-EXIT.
       4100-EXIT.
            EXIT.

       4200-PENDENCIA.
            MOVE "N" TO W-VALIDO.
            MOVE SPACES TO WD-SITUACAO.
            STRING "PENDENTE - " W-MOTIVO
                DELIMITED BY SIZE INTO WD-SITUACAO.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA FROM W-DETALHE.
       4200-EXIT.
            EXIT.

       8000-FINALIZACAO.
            ADD 1 TO W-SEQ.
            MOVE W-TOTAL-ADM TO WMT-QTDE-ADM.
            MOVE W-TOTAL-DES TO WMT-QTDE-DES.
            MOVE W-TOTAL-TRF TO WMT-QTDE-TRF.
            MOVE W-SEQ       TO WMT-QTDE-REG WMT-SEQ.
            MOVE W-MOV-TRAILER TO MOV-REGISTRO.
            WRITE MOV-REGISTRO.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE "ADMISSOES NO ARQUIVO" TO WT-ROTULO.
            MOVE W-TOTAL-ADM TO WT-QTDE.
            PERFORM 8100-LINHA-TOTAL THRU 8100-EXIT.
            MOVE "DESLIGAMENTOS NO ARQUIVO" TO WT-ROTULO.
            MOVE W-TOTAL-DES TO WT-QTDE.
            PERFORM 8100-LINHA-TOTAL THRU 8100-EXIT.
            MOVE "TRANSFERENCIAS NO ARQUIVO" TO WT-ROTULO.
            MOVE W-TOTAL-TRF TO WT-QTDE.
            PERFORM 8100-LINHA-TOTAL THRU 8100-EXIT.
            MOVE "MOVIMENTOS PENDENTES (FORA DO ARQUIVO)" TO WT-ROTULO.
            MOVE W-TOTAL-PEND TO WT-QTDE.
            PERFORM 8100-LINHA-TOTAL THRU 8100-EXIT.
            DISPLAY "ADMISSOES: " W-TOTAL-ADM
                " DESLIGAMENTOS: " W-TOTAL-DES
                " TRANSFERENCIAS: " W-TOTAL-TRF.
            IF W-TOTAL-PEND > ZEROS
                DISPLAY "MOVIMENTOS PENDENTES: " W-TOTAL-PEND
                    " - CORRIJA (VEJA CAGED.REL) E GERE DE NOVO".
            MOVE W-TOTAL-ADM  TO RUN-CONT-A.
            MOVE W-TOTAL-DES  TO RUN-CONT-B.
            MOVE W-TOTAL-TRF  TO RUN-CONT-C.
            MOVE W-TOTAL-PEND TO RUN-CONT-D.
            PERFORM RUN-ENCERRA THRU RUN-ENCERRA-EXIT.
            CLOSE CADFUNC DEPTO CARGOS MOVGOV RELCAGED.
       8000-EXIT.
            EXIT.

       8100-LINHA-TOTAL.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA FROM W-LINHA-TOTAL.
       8100-EXIT.
            EXIT.

      ******************************************************************
      *                 ROTINAS DE CONTROLE DE EXECUCAO
      ******************************************************************

       COPY RUNCPROC.

       9999-FIM.
            GOBACK.
