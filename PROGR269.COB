      *************************************************************************
      * AUTHOR. WALLACE MARTINS VIEIRA
      * DATA : 15/10/2026
      * CONFERENCIA NOTURNA DE INTEGRIDADE ENTRE OS ARQUIVOS - CONFERE
      * DEPARTAMENTO/CARGO DO CADFUNC CONTRA DEPTO.DAT/CARGO.DAT, O
      * CODCTRL.DAT CONTRA O MAIOR CODIGO, O CODIGO DO FERIAS, MOVFUNC,
      * VERBFUNC, FOLHAPAG E FOLHAHIS CONTRA O CADFUNC (FUNCIONARIO
      * EXCLUIDO COM IMAGEM "E" NO HISTFUNC TEM HISTORICO LEGITIMO E NAO
      * E ACUSADO) E OS PARES DEPARTAMENTO/CARGO DO VAGAS.DAT. IMPRIME
      * AS OCORRENCIAS POR ARQUIVO E REGRA (INTEGR.REL), COM GRAVIDADE
      * CRITICO OU AVISO. NO MODO REPARO, SO PARA O SUPERVISOR (NIVEL
      * 3), CORRIGE OS CASOS SEGUROS - AJUSTA O CODCTRL E EXCLUI O
      * MOVFUNC ORFAO - GRAVANDO CADA REPARO NO HISTFUNC (TIPO "R").
      * REGISTRADO NO RUNCTRL.DAT ("PROGR269" + DATA DO DIA) COM OS
      * CRITICOS PENDENTES EM RUN-CONT-A: O FECHAMENTO DO MES (PROGR257)
      * RODA A CONFERENCIA COMO PRIMEIRO PASSO E PARA SE HOUVER CRITICO.
      *************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGR269.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CADFSEL.
       COPY DEPTSEL.
       COPY CARGOSEL.
       COPY FERSEL.
       COPY MOVSEL.
       COPY VRBSEL.
       COPY FPGSEL.
       COPY FHISEL.
       COPY VAGSEL.
       COPY HISTSEL.
       COPY SESSSEL.
       COPY RUNCSEL.
       SELECT CODCTRL ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS ST-CTL.
       SELECT RELINTEG ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-REL.
       DATA DIVISION.
       FILE SECTION.
       COPY CADFFD.
       COPY DEPTFD.
       COPY CARGOFD.
       COPY FERFD.
       COPY MOVFD.
       COPY VRBFD.
       COPY FPGFD.
       COPY FHIFD.
       COPY VAGFD.
       COPY HISTFD.
       COPY SESSFD.
       COPY RUNCFD.

       FD CODCTRL
          LABEL RECORD IS STANDARD
          VALUE OF FILE-ID IS "CODCTRL.DAT".
       01 CTL-LINHA                PIC 9(06).

       FD RELINTEG
          LABEL RECORD IS STANDARD
          VALUE OF FILE-ID IS "INTEGR.REL".
       01 REL-LINHA               PIC X(100).

       WORKING-STORAGE SECTION.
       01 ST-ERRO                 PIC X(02) VALUE "00".
       01 ST-DEPTO                PIC X(02) VALUE "00".
       01 ST-CARGO                PIC X(02) VALUE "00".
       01 ST-FER                  PIC X(02) VALUE "00".
       01 ST-MOV                  PIC X(02) VALUE "00".
       01 ST-VRB                  PIC X(02) VALUE "00".
       01 ST-FPG                  PIC X(02) VALUE "00".
       01 ST-FHI                  PIC X(02) VALUE "00".
       01 ST-VAG                  PIC X(02) VALUE "00".
       01 ST-HIST                 PIC X(02) VALUE "00".
       01 ST-SESS                 PIC X(02) VALUE "00".
       01 ST-CTL                  PIC X(02) VALUE "00".
       01 ST-REL                  PIC X(02) VALUE "00".
       01 W-EOF                   PIC X(01) VALUE "N".
           88 FIM-ARQUIVO                    VALUE "S".
       01 W-OPERADOR              PIC X(08) VALUE SPACES.
       01 W-NIVEL                 PIC 9(01) VALUE 3.
       01 W-MODO                  PIC X(01) VALUE "C".
           88 MODO-REPARO                    VALUE "R".
       01 W-HIST-ABERTO           PIC X(01) VALUE "N".
       01 W-DATA8                 PIC 9(08) VALUE ZEROS.
       01 W-HORA8                 PIC 9(08) VALUE ZEROS.
       01 W-IDX                   PIC 9(04) VALUE ZEROS.
       01 W-REGRA                 PIC 9(02) VALUE ZEROS.
       01 W-COD-NUM               PIC 9(06) VALUE ZEROS.
       01 W-MAIOR-CODIGO          PIC 9(06) VALUE ZEROS.
       01 W-CTL-VALOR             PIC 9(06) VALUE ZEROS.
       01 W-CHAVE                 PIC X(20) VALUE SPACES.
       01 W-ACAO                  PIC X(20) VALUE SPACES.
       01 W-EXCLUIDO              PIC X(01) VALUE "N".
       01 W-TOTAL-FUNC            PIC 9(06) VALUE ZEROS.
       01 W-TOTAL-CRITICO         PIC 9(06) VALUE ZEROS.
       01 W-TOTAL-AVISO           PIC 9(06) VALUE ZEROS.
       01 W-TOTAL-REPARO          PIC 9(06) VALUE ZEROS.

       COPY RUNCWS.

      * FUNCIONARIOS EXCLUIDOS DO CADFUNC (IMAGEM "E" NO HISTFUNC).
       01 W-EXC-QTDE              PIC 9(04) VALUE ZEROS.
       01 W-EXC-TAB.
           05 W-EXC-CODIGO OCCURS 1000 TIMES PIC X(06).

      ******************************************************************
      * REGRAS DE INTEGRIDADE: ARQUIVO, DESCRICAO E GRAVIDADE
      *   "C" = CRITICO (QUEBRA A FOLHA/REMESSA), "A" = AVISO.
      ******************************************************************

       01 W-REGRA-VALORES.
           03 FILLER PIC X(39) VALUE
              "CADFUNC DEPARTAMENTO NAO CADASTRADO   C".
           03 FILLER PIC X(39) VALUE
              "CADFUNC CARGO NAO CADASTRADO          C".
           03 FILLER PIC X(39) VALUE
              "CODCTRL CONTADOR ABAIXO DO MAIOR COD. C".
           03 FILLER PIC X(39) VALUE
              "FERIAS  FUNCIONARIO INEXISTENTE       A".
           03 FILLER PIC X(39) VALUE
              "MOVFUNC FUNCIONARIO INEXISTENTE       A".
           03 FILLER PIC X(39) VALUE
              "VERBFUNCFUNCIONARIO INEXISTENTE       A".
           03 FILLER PIC X(39) VALUE
              "FOLHAPAGFUNCIONARIO INEXISTENTE       C".
           03 FILLER PIC X(39) VALUE
              "FOLHAHISFUNCIONARIO INEXISTENTE       A".
           03 FILLER PIC X(39) VALUE
              "VAGAS   DEPARTAMENTO NAO CADASTRADO   A".
           03 FILLER PIC X(39) VALUE
              "VAGAS   CARGO NAO CADASTRADO          A".

       01 W-REGRA-TAB REDEFINES W-REGRA-VALORES.
           03 W-REGRA-ITEM OCCURS 10 TIMES.
               05 W-REGRA-ARQ      PIC X(08).
               05 W-REGRA-TXT      PIC X(30).
               05 W-REGRA-GRAV     PIC X(01).

       01 W-REGRA-CONTS.
           03 W-REGRA-QTDE OCCURS 10 TIMES PIC 9(06).

       01 W-CAB1.
           03 FILLER               PIC X(44) VALUE
              "CONFERENCIA DE INTEGRIDADE DOS ARQUIVOS -".
           03 WH-DATA              PIC 99/99/9999.
           03 FILLER               PIC X(08) VALUE "  MODO: ".
           03 WH-MODO              PIC X(24).

       01 W-CAB2.
           03 FILLER               PIC X(09) VALUE "ARQUIVO".
           03 FILLER               PIC X(31) VALUE "REGRA".
           03 FILLER               PIC X(21) VALUE "CHAVE".
           03 FILLER               PIC X(09) VALUE "GRAV.".
           03 FILLER               PIC X(20) VALUE "ACAO".

       01 W-DETALHE.
           03 WD-ARQUIVO            PIC X(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WD-REGRA              PIC X(30).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WD-CHAVE              PIC X(20).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WD-GRAVIDADE          PIC X(08).
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WD-ACAO               PIC X(20).

       01 W-LINHA-AUSENTE.
           03 WA-ARQUIVO            PIC X(09).
           03 FILLER                PIC X(31) VALUE
              "ARQUIVO AUSENTE - NAO CONFERIDO".

       01 W-LINHA-TOTAL.
           03 WT-ARQUIVO            PIC X(09).
           03 WT-REGRA              PIC X(31).
           03 WT-QTDE               PIC ZZZ.ZZ9.

       01 W-DATA-INV.
           03 W-INV-DIA              PIC 9(02).
           03 W-INV-MES              PIC 9(02).
           03 W-INV-ANO              PIC 9(04).

       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
            PERFORM 1500-CARREGA-EXCLUIDOS THRU 1500-EXIT.
            PERFORM 2000-CADFUNC THRU 2000-EXIT.
            PERFORM 3000-CODCTRL THRU 3000-EXIT.
            PERFORM 4000-FERIAS THRU 4000-EXIT.
            PERFORM 4100-MOVFUNC THRU 4100-EXIT.
            PERFORM 4200-VERBFUNC THRU 4200-EXIT.
            PERFORM 4300-FOLHAPAG THRU 4300-EXIT.
            PERFORM 4400-FOLHAHIS THRU 4400-EXIT.
            PERFORM 4500-VAGAS THRU 4500-EXIT.
            PERFORM 8000-FINALIZACAO THRU 8000-EXIT.
            GO TO 9999-FIM.

       1000-INICIALIZACAO.
            OPEN INPUT OPERSESS.
            IF ST-SESS = "00"
                READ OPERSESS
                IF ST-SESS = "00" AND SESS-OPERADOR NOT = SPACES
                    MOVE SESS-OPERADOR TO W-OPERADOR
                    MOVE SESS-NIVEL    TO W-NIVEL
                END-IF
                CLOSE OPERSESS.
            IF W-OPERADOR = SPACES
                ACCEPT W-OPERADOR FROM ENVIRONMENT "USER".
            IF W-OPERADOR = SPACES
                MOVE "DESCONHEC" TO W-OPERADOR.
            DISPLAY "MODO (C = CONFERENCIA, R = CONFERENCIA E REPARO): "
                WITH NO ADVANCING.
            ACCEPT W-MODO.
            INSPECT W-MODO CONVERTING "cr" TO "CR".
            IF W-MODO NOT = "R"
                MOVE "C" TO W-MODO.
            IF MODO-REPARO AND W-NIVEL < 3
                DISPLAY "REPARO RESTRITO AO SUPERVISOR - SO CONFERENCIA"
                MOVE "C" TO W-MODO.
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
      * UMA CONFERENCIA POR DIA NO CONTROLE DE EXECUCAO. O RELATORIO E
      * REFEITO DO ZERO, ENTAO O REINICIO RECOMECA DO INICIO.
            ACCEPT W-DATA8 FROM DATE YYYYMMDD.
            MOVE "PROGR269" TO W-RUN-PROGRAMA.
            MOVE W-DATA8 TO W-RUN-PERIODO.
            PERFORM RUN-ABRE THRU RUN-ABRE-EXIT.
            IF RUN-NEGADO
                CLOSE CADFUNC DEPTO CARGOS
                GO TO 9999-FIM.
            IF RUN-REINICIO
                DISPLAY "CONFERENCIA RECOMECA DO INICIO"
                MOVE ZEROS TO W-RUN-PROCESSADOS W-RUN-SALTAR.
            OPEN OUTPUT RELINTEG.
            IF ST-REL NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO INTEGR.REL - STATUS "
                    ST-REL
                PERFORM RUN-CANCELA THRU RUN-CANCELA-EXIT
                CLOSE CADFUNC DEPTO CARGOS
                GO TO 9999-FIM.
            MOVE W-DATA8(7:2) TO W-INV-DIA.
            MOVE W-DATA8(5:2) TO W-INV-MES.
            MOVE W-DATA8(1:4) TO W-INV-ANO.
            COMPUTE WH-DATA = W-INV-DIA * 1000000
                            + W-INV-MES * 10000 + W-INV-ANO.
            IF MODO-REPARO
                MOVE "CONFERENCIA E REPARO" TO WH-MODO
            ELSE
                MOVE "CONFERENCIA" TO WH-MODO.
            MOVE ZEROS TO W-REGRA-CONTS.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA FROM W-CAB1.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            WRITE REL-LINHA FROM W-CAB2.
       1000-EXIT.
            EXIT.

      ******************************************************************
      * CODIGOS EXCLUIDOS DO CADFUNC: O HISTORICO DELES (FERIAS, FOLHA,
      * PAGAMENTOS) E LEGITIMO E NAO E ACUSADO COMO ORFAO. NO MODO
      * REPARO O HISTFUNC FICA ABERTO EM EXTEND PARA O LOG DOS REPAROS.
      ******************************************************************

       1500-CARREGA-EXCLUIDOS.
            MOVE ZEROS TO W-EXC-QTDE.
            OPEN INPUT HISTFUNC.
            IF ST-HIST = "00"
                MOVE "N" TO W-EOF
                PERFORM 1510-LE-HISTFUNC THRU 1510-EXIT
                        UNTIL FIM-ARQUIVO
                CLOSE HISTFUNC.
            IF NOT MODO-REPARO
                GO TO 1500-EXIT.
            OPEN EXTEND HISTFUNC.
            IF ST-HIST NOT = "00"
                IF ST-HIST = "35"
                    OPEN OUTPUT HISTFUNC
                    CLOSE HISTFUNC
                    OPEN EXTEND HISTFUNC.
            IF ST-HIST NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO HISTFUNC - STATUS "
                    ST-HIST " - SO CONFERENCIA"
                MOVE "C" TO W-MODO
                MOVE "CONFERENCIA" TO WH-MODO
            ELSE
                MOVE "S" TO W-HIST-ABERTO.
       1500-EXIT.
            EXIT.

       1510-LE-HISTFUNC.
            READ HISTFUNC
                AT END
                    MOVE "S" TO W-EOF
                    GO TO 1510-EXIT.
            IF HIST-TIPO NOT = "E" OR HIST-CODIGO = SPACES
                GO TO 1510-EXIT.
            IF W-EXC-QTDE NOT < 1000
                DISPLAY "MAIS DE 1000 FUNCIONARIOS EXCLUIDOS - CODIGO "
                    HIST-CODIGO " CONFERIDO COMO ATIVO"
                GO TO 1510-EXIT.
            ADD 1 TO W-EXC-QTDE.
            MOVE HIST-CODIGO TO W-EXC-CODIGO(W-EXC-QTDE).
       1510-EXIT.
            EXIT.

      ******************************************************************
      * CADFUNC: DEPARTAMENTO E CARGO CADASTRADOS; GUARDA O MAIOR CODIGO
      * PARA A CONFERENCIA DO CODCTRL.
      ******************************************************************

       2000-CADFUNC.
            MOVE "N" TO W-EOF.
            PERFORM 2900-LE-CADFUNC THRU 2900-EXIT.
            PERFORM 2100-CONFERE-FUNC THRU 2100-EXIT
                    UNTIL FIM-ARQUIVO.
       2000-EXIT.
            EXIT.

       2100-CONFERE-FUNC.
            ADD 1 TO W-TOTAL-FUNC.
            IF CODIGO NUMERIC
                MOVE CODIGO TO W-COD-NUM
                IF W-COD-NUM > W-MAIOR-CODIGO
                    MOVE W-COD-NUM TO W-MAIOR-CODIGO
                END-IF.
            MOVE SPACES TO W-CHAVE W-ACAO.
            STRING CODIGO " DEPTO " DEPARTAMENTO
                DELIMITED BY SIZE INTO W-CHAVE.
            MOVE DEPARTAMENTO TO DEPTO-CODIGO.
            READ DEPTO.
            IF ST-DEPTO NOT = "00"
                MOVE 1 TO W-REGRA
                PERFORM 7000-OCORRENCIA THRU 7000-EXIT.
            MOVE SPACES TO W-CHAVE.
            STRING CODIGO " CARGO " CARGO
                DELIMITED BY SIZE INTO W-CHAVE.
            MOVE CARGO TO CARGO-CODIGO.
            READ CARGOS.
            IF ST-CARGO NOT = "00"
                MOVE 2 TO W-REGRA
                PERFORM 7000-OCORRENCIA THRU 7000-EXIT.
            PERFORM 2800-CHECKPOINT THRU 2800-EXIT.
            PERFORM 2900-LE-CADFUNC THRU 2900-EXIT.
       2100-EXIT.
            EXIT.

       2800-CHECKPOINT.
            ADD 1 TO W-RUN-PROCESSADOS.
            ADD 1 TO W-RUN-CICLO.
            IF W-RUN-CICLO < W-RUN-FREQ
                GO TO 2800-EXIT.
            MOVE ZEROS TO W-RUN-CICLO.
            MOVE W-TOTAL-CRITICO TO RUN-CONT-A.
            MOVE W-TOTAL-AVISO   TO RUN-CONT-B.
            MOVE W-TOTAL-FUNC    TO RUN-CONT-D.
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
      * CODCTRL: O ULTIMO CODIGO GERADO TEM QUE SER PELO MENOS O MAIOR
      * CODIGO DO CADFUNC, SENAO A PROXIMA ADMISSAO REPETE A CHAVE.
      * REPARO: REGRAVA O CONTADOR COM O MAIOR CODIGO.
      ******************************************************************

       3000-CODCTRL.
            MOVE ZEROS TO W-CTL-VALOR.
            OPEN INPUT CODCTRL.
            IF ST-CTL NOT = "00"
                GO TO 3000-COMPARA.
            READ CODCTRL INTO W-CTL-VALOR
                AT END
                    MOVE ZEROS TO W-CTL-VALOR.
            CLOSE CODCTRL.
       3000-COMPARA.
            IF W-CTL-VALOR NOT < W-MAIOR-CODIGO
                GO TO 3000-EXIT.
            MOVE SPACES TO W-CHAVE W-ACAO.
            STRING W-CTL-VALOR " < " W-MAIOR-CODIGO
                DELIMITED BY SIZE INTO W-CHAVE.
            IF MODO-REPARO
                OPEN OUTPUT CODCTRL
                MOVE W-MAIOR-CODIGO TO CTL-LINHA
                WRITE CTL-LINHA
                CLOSE CODCTRL
                MOVE "AJUSTADO" TO W-ACAO
                MOVE SPACES TO HIST-DADOS
                MOVE "REPARO CODCTRL" TO HIST-NOME
                STRING "DE " W-CTL-VALOR " PARA " W-MAIOR-CODIGO
                    DELIMITED BY SIZE INTO HIST-EMAIL
                PERFORM 7100-GRAVA-REPARO THRU 7100-EXIT.
            MOVE 3 TO W-REGRA.
            PERFORM 7000-OCORRENCIA THRU 7000-EXIT.
       3000-EXIT.
            EXIT.

      ******************************************************************
      * ARQUIVOS QUE APONTAM PARA O CODIGO DO FUNCIONARIO. ARQUIVO
      * AUSENTE NAO E ERRO (AINDA NAO GERADO) E SAI SO COMO NOTA.
      ******************************************************************

       4000-FERIAS.
            OPEN INPUT FERIAS.
            IF ST-FER NOT = "00"
                MOVE "FERIAS" TO WA-ARQUIVO
                PERFORM 7200-AUSENTE THRU 7200-EXIT
                GO TO 4000-EXIT.
            MOVE "N" TO W-EOF.
            PERFORM 4010-CONFERE-FERIAS THRU 4010-EXIT
                    UNTIL FIM-ARQUIVO.
            CLOSE FERIAS.
       4000-EXIT.
            EXIT.

       4010-CONFERE-FERIAS.
            READ FERIAS NEXT RECORD
                AT END
                    MOVE "S" TO W-EOF
                    GO TO 4010-EXIT.
            MOVE FER-CODIGO TO CODIGO.
            PERFORM 6000-CONFERE-CODIGO THRU 6000-EXIT.
            IF ST-ERRO = "00" OR W-EXCLUIDO = "S"
                GO TO 4010-EXIT.
            MOVE SPACES TO W-CHAVE W-ACAO.
            STRING FER-CODIGO " " FER-PERIODO-INI
                DELIMITED BY SIZE INTO W-CHAVE.
            MOVE 4 TO W-REGRA.
            PERFORM 7000-OCORRENCIA THRU 7000-EXIT.
       4010-EXIT.
            EXIT.

      * O MOVIMENTO DE PONTO DE QUEM NAO ESTA NO CADFUNC NUNCA E LIDO
      * PELA FOLHA: NO MODO REPARO E EXCLUIDO.

       4100-MOVFUNC.
            IF MODO-REPARO
                OPEN I-O MOVFUNC
            ELSE
                OPEN INPUT MOVFUNC.
            IF ST-MOV NOT = "00"
                MOVE "MOVFUNC" TO WA-ARQUIVO
                PERFORM 7200-AUSENTE THRU 7200-EXIT
                GO TO 4100-EXIT.
            MOVE "N" TO W-EOF.
            PERFORM 4110-CONFERE-MOVFUNC THRU 4110-EXIT
                    UNTIL FIM-ARQUIVO.
            CLOSE MOVFUNC.
       4100-EXIT.
            EXIT.

       4110-CONFERE-MOVFUNC.
            READ MOVFUNC NEXT RECORD
                AT END
                    MOVE "S" TO W-EOF
                    GO TO 4110-EXIT.
            MOVE MOV-CODIGO TO CODIGO.
            READ CADFUNC.
            IF ST-ERRO = "00"
                GO TO 4110-EXIT.
            MOVE SPACES TO W-CHAVE W-ACAO.
            STRING MOV-CODIGO " " MOV-COMPET
                DELIMITED BY SIZE INTO W-CHAVE.
            IF MODO-REPARO
                DELETE MOVFUNC RECORD
                IF ST-MOV = "00"
                    MOVE "EXCLUIDO" TO W-ACAO
                    MOVE SPACES TO HIST-DADOS
                    MOVE "REPARO MOVFUNC EXCLUIDO" TO HIST-NOME
                    STRING "CODIGO " MOV-CODIGO " COMPET " MOV-COMPET
                        DELIMITED BY SIZE INTO HIST-EMAIL
                    PERFORM 7100-GRAVA-REPARO THRU 7100-EXIT
                ELSE
                    DISPLAY "ERRO NA EXCLUSAO DO MOVFUNC - STATUS "
                        ST-MOV.
            MOVE 5 TO W-REGRA.
            PERFORM 7000-OCORRENCIA THRU 7000-EXIT.
       4110-EXIT.
            EXIT.

       4200-VERBFUNC.
            OPEN INPUT VERBFUNC.
            IF ST-VRB NOT = "00"
                MOVE "VERBFUNC" TO WA-ARQUIVO
                PERFORM 7200-AUSENTE THRU 7200-EXIT
                GO TO 4200-EXIT.
            MOVE "N" TO W-EOF.
            PERFORM 4210-CONFERE-VERBFUNC THRU 4210-EXIT
                    UNTIL FIM-ARQUIVO.
            CLOSE VERBFUNC.
       4200-EXIT.
            EXIT.

       4210-CONFERE-VERBFUNC.
            READ VERBFUNC NEXT RECORD
                AT END
                    MOVE "S" TO W-EOF
                    GO TO 4210-EXIT.
            MOVE VRB-CODIGO TO CODIGO.
            PERFORM 6000-CONFERE-CODIGO THRU 6000-EXIT.
            IF ST-ERRO = "00" OR W-EXCLUIDO = "S"
                GO TO 4210-EXIT.
            MOVE SPACES TO W-CHAVE W-ACAO.
            STRING VRB-CODIGO " VERBA " VRB-VERBA
                DELIMITED BY SIZE INTO W-CHAVE.
            MOVE 6 TO W-REGRA.
            PERFORM 7000-OCORRENCIA THRU 7000-EXIT.
       4210-EXIT.
            EXIT.

      * CREDITO SEM FUNCIONARIO (NEM EXCLUSAO REGISTRADA) SAIRIA NA
      * REMESSA SEM CADASTRO POR TRAS: E CRITICO E NAO E REPARADO.

       4300-FOLHAPAG.
            OPEN INPUT FOLHAPAG.
            IF ST-FPG NOT = "00"
                MOVE "FOLHAPAG" TO WA-ARQUIVO
                PERFORM 7200-AUSENTE THRU 7200-EXIT
                GO TO 4300-EXIT.
            MOVE "N" TO W-EOF.
            PERFORM 4310-CONFERE-FOLHAPAG THRU 4310-EXIT
                    UNTIL FIM-ARQUIVO.
            CLOSE FOLHAPAG.
       4300-EXIT.
            EXIT.

       4310-CONFERE-FOLHAPAG.
            READ FOLHAPAG NEXT RECORD
                AT END
                    MOVE "S" TO W-EOF
                    GO TO 4310-EXIT.
            MOVE FP-CODIGO TO CODIGO.
            PERFORM 6000-CONFERE-CODIGO THRU 6000-EXIT.
            IF ST-ERRO = "00" OR W-EXCLUIDO = "S"
                GO TO 4310-EXIT.
            MOVE SPACES TO W-CHAVE W-ACAO.
            STRING FP-CODIGO " " FP-COMPET
                DELIMITED BY SIZE INTO W-CHAVE.
            MOVE 7 TO W-REGRA.
            PERFORM 7000-OCORRENCIA THRU 7000-EXIT.
       4310-EXIT.
            EXIT.

       4400-FOLHAHIS.
            OPEN INPUT FOLHAHIS.
            IF ST-FHI NOT = "00"
                MOVE "FOLHAHIS" TO WA-ARQUIVO
                PERFORM 7200-AUSENTE THRU 7200-EXIT
                GO TO 4400-EXIT.
            MOVE "N" TO W-EOF.
            PERFORM 4410-CONFERE-FOLHAHIS THRU 4410-EXIT
                    UNTIL FIM-ARQUIVO.
            CLOSE FOLHAHIS.
       4400-EXIT.
            EXIT.

       4410-CONFERE-FOLHAHIS.
            READ FOLHAHIS NEXT RECORD
                AT END
                    MOVE "S" TO W-EOF
                    GO TO 4410-EXIT.
            MOVE FH-CODIGO TO CODIGO.
            PERFORM 6000-CONFERE-CODIGO THRU 6000-EXIT.
            IF ST-ERRO = "00" OR W-EXCLUIDO = "S"
                GO TO 4410-EXIT.
            MOVE SPACES TO W-CHAVE W-ACAO.
            STRING FH-CODIGO " " FH-COMPET
                DELIMITED BY SIZE INTO W-CHAVE.
            MOVE 8 TO W-REGRA.
            PERFORM 7000-OCORRENCIA THRU 7000-EXIT.
       4410-EXIT.
            EXIT.

      ******************************************************************
      * VAGAS: O PAR DEPARTAMENTO/CARGO TEM QUE EXISTIR NOS CADASTROS.
      ******************************************************************

       4500-VAGAS.
            OPEN INPUT VAGAS.
            IF ST-VAG NOT = "00"
                MOVE "VAGAS" TO WA-ARQUIVO
                PERFORM 7200-AUSENTE THRU 7200-EXIT
                GO TO 4500-EXIT.
            MOVE "N" TO W-EOF.
            PERFORM 4510-CONFERE-VAGAS THRU 4510-EXIT
                    UNTIL FIM-ARQUIVO.
            CLOSE VAGAS.
       4500-EXIT.
            EXIT.

       4510-CONFERE-VAGAS.
            READ VAGAS NEXT RECORD
                AT END
                    MOVE "S" TO W-EOF
                    GO TO 4510-EXIT.
            MOVE SPACES TO W-CHAVE W-ACAO.
            STRING "DEPTO " VAG-DEPTO " CARGO " VAG-CARGO
                DELIMITED BY SIZE INTO W-CHAVE.
            MOVE VAG-DEPTO TO DEPTO-CODIGO.
            READ DEPTO.
            IF ST-DEPTO NOT = "00"
                MOVE 9 TO W-REGRA
                PERFORM 7000-OCORRENCIA THRU 7000-EXIT.
            MOVE VAG-CARGO TO CARGO-CODIGO.
            READ CARGOS.
            IF ST-CARGO NOT = "00"
                MOVE 10 TO W-REGRA
                PERFORM 7000-OCORRENCIA THRU 7000-EXIT.
       4510-EXIT.
            EXIT.

      * LE O CADFUNC PELO CODIGO JA MOVIDO; SE NAO ACHAR, VE SE O
      * CODIGO FOI EXCLUIDO (W-EXCLUIDO = "S").

       6000-CONFERE-CODIGO.
            MOVE "N" TO W-EXCLUIDO.
            READ CADFUNC.
            IF ST-ERRO = "00"
                GO TO 6000-EXIT.
            PERFORM 6010-PROCURA-EXCLUIDO THRU 6010-EXIT
                    VARYING W-IDX FROM 1 BY 1
                    UNTIL W-IDX > W-EXC-QTDE OR W-EXCLUIDO = "S".
       6000-EXIT.
            EXIT.

       6010-PROCURA-EXCLUIDO.
            IF W-EXC-CODIGO(W-IDX) = CODIGO
                MOVE "S" TO W-EXCLUIDO.
       6010-EXIT.
            EXIT.

      ******************************************************************
      * OCORRENCIA DA REGRA W-REGRA COM A CHAVE EM W-CHAVE E A ACAO DO
      * REPARO EM W-ACAO. OCORRENCIA REPARADA NAO CONTA COMO PENDENTE.
      ******************************************************************

       7000-OCORRENCIA.
            ADD 1 TO W-REGRA-QTDE(W-REGRA).
            MOVE SPACES TO W-DETALHE.
            MOVE W-REGRA-ARQ(W-REGRA) TO WD-ARQUIVO.
            MOVE W-REGRA-TXT(W-REGRA) TO WD-REGRA.
            MOVE W-CHAVE TO WD-CHAVE.
            MOVE W-ACAO  TO WD-ACAO.
            IF W-REGRA-GRAV(W-REGRA) = "C"
                MOVE "CRITICO" TO WD-GRAVIDADE
            ELSE
                MOVE "AVISO" TO WD-GRAVIDADE.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA FROM W-DETALHE.
            IF W-ACAO NOT = SPACES
                ADD 1 TO W-TOTAL-REPARO
                GO TO 7000-EXIT.
            IF W-REGRA-GRAV(W-REGRA) = "C"
                ADD 1 TO W-TOTAL-CRITICO
            ELSE
                ADD 1 TO W-TOTAL-AVISO.
       7000-EXIT.
            EXIT.

      * LOG DO REPARO NO HISTFUNC: TIPO "R", SEM IMAGEM DE FUNCIONARIO
      * (HIST-CODIGO EM BRANCO), DESCRICAO EM HIST-NOME/HIST-EMAIL.

       7100-GRAVA-REPARO.
            IF W-HIST-ABERTO NOT = "S"
                GO TO 7100-EXIT.
            ACCEPT W-DATA8 FROM DATE YYYYMMDD.
            ACCEPT W-HORA8 FROM TIME.
            MOVE W-DATA8         TO HIST-DATA.
            MOVE W-HORA8(1:6)    TO HIST-HORA.
            MOVE W-OPERADOR      TO HIST-OPERADOR.
            MOVE "R"             TO HIST-TIPO.
            MOVE SPACES          TO HIST-CODIGO.
            MOVE ZEROS TO HIST-DEPARTAMENTO HIST-CARGO HIST-DATAADMISSAO
                HIST-SALARIOBASE HIST-DATADESLIG HIST-DEPENDENTES
                HIST-BANCO HIST-AGENCIA HIST-CONTA.
            WRITE REGHIST.
       7100-EXIT.
            EXIT.

       7200-AUSENTE.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA FROM W-LINHA-AUSENTE.
       7200-EXIT.
            EXIT.

       8000-FINALIZACAO.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE "OCORRENCIAS POR ARQUIVO E REGRA" TO REL-LINHA.
            WRITE REL-LINHA.
            PERFORM 8100-TOTAL-REGRA THRU 8100-EXIT
                    VARYING W-REGRA FROM 1 BY 1 UNTIL W-REGRA > 10.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE SPACES TO W-LINHA-TOTAL.
            MOVE "CRITICOS PENDENTES" TO WT-REGRA.
            MOVE W-TOTAL-CRITICO TO WT-QTDE.
            WRITE REL-LINHA FROM W-LINHA-TOTAL.
            MOVE "AVISOS" TO WT-REGRA.
            MOVE W-TOTAL-AVISO TO WT-QTDE.
            WRITE REL-LINHA FROM W-LINHA-TOTAL.
            MOVE "REPAROS EFETUADOS" TO WT-REGRA.
            MOVE W-TOTAL-REPARO TO WT-QTDE.
            WRITE REL-LINHA FROM W-LINHA-TOTAL.
            DISPLAY "FUNCIONARIOS: " W-TOTAL-FUNC
                " CRITICOS: " W-TOTAL-CRITICO
                " AVISOS: " W-TOTAL-AVISO
                " REPAROS: " W-TOTAL-REPARO.
            IF W-TOTAL-CRITICO > ZEROS
                DISPLAY "HA ERROS CRITICOS DE INTEGRIDADE - VEJA "
                    "INTEGR.REL".
            MOVE W-TOTAL-CRITICO TO RUN-CONT-A.
            MOVE W-TOTAL-AVISO   TO RUN-CONT-B.
            MOVE W-TOTAL-REPARO  TO RUN-CONT-C.
            MOVE W-TOTAL-FUNC    TO RUN-CONT-D.
            PERFORM RUN-ENCERRA THRU RUN-ENCERRA-EXIT.
            IF W-HIST-ABERTO = "S"
                CLOSE HISTFUNC.
            CLOSE CADFUNC DEPTO CARGOS RELINTEG.
       8000-EXIT.
            EXIT.

       8100-TOTAL-REGRA.
            MOVE SPACES TO W-LINHA-TOTAL.
            MOVE W-REGRA-ARQ(W-REGRA) TO WT-ARQUIVO.
            MOVE W-REGRA-TXT(W-REGRA) TO WT-REGRA.
            MOVE W-REGRA-QTDE(W-REGRA) TO WT-QTDE.
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
