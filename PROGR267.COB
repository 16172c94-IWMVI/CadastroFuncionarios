      *************************************************************************
      * AUTHOR. WALLACE MARTINS VIEIRA
      * DATA : 15/10/2026
      * FICHA DE REGISTRO DE EMPREGADO (FICHAREG.REL) - PARA UM CODIGO
      * OU PARA TODOS OS FUNCIONARIOS DE UM DEPARTAMENTO, IMPRIME A
      * FICHA DATADA COM OS DADOS DE ADMISSAO DO CADFUNC, AS ALTERACOES
      * DE CARGO, DEPARTAMENTO E SALARIO NA ORDEM EM QUE FORAM FEITAS
      * (IMAGENS ANTERIORES DO HISTFUNC.DAT COMPARADAS COM A IMAGEM
      * SEGUINTE OU COM O CADASTRO ATUAL), OS PERIODOS DE FERIAS DO
      * FERIAS.DAT, OS TOTAIS ANUAIS DO HISTORICO DA FOLHA
      * (FOLHAHIS.DAT) E O DESLIGAMENTO COM O LIQUIDO DA RESCISAO.
      * FUNCIONARIOS JA EXCLUIDOS DO CADFUNC SAO IMPRESSOS A PARTIR DA
      * ULTIMA IMAGEM GRAVADA NO HISTFUNC (EXCLUSAO DO PROGR231).
      *************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGR267.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CADFSEL.
       COPY HISTSEL.
       COPY FERSEL.
       COPY FHISEL.
       COPY DEPTSEL.
       COPY CARGOSEL.
       SELECT RELFICHA ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ST-REL.
       DATA DIVISION.
       FILE SECTION.
       COPY CADFFD.
       COPY HISTFD.
       COPY FERFD.
       COPY FHIFD.
       COPY DEPTFD.
       COPY CARGOFD.

       FD RELFICHA
          LABEL RECORD IS STANDARD
          VALUE OF FILE-ID IS "FICHAREG.REL".
       01 REL-LINHA               PIC X(100).

       WORKING-STORAGE SECTION.
       01 ST-ERRO                 PIC X(02) VALUE "00".
       01 ST-HIST                 PIC X(02) VALUE "00".
       01 ST-FER                  PIC X(02) VALUE "00".
       01 ST-FHI                  PIC X(02) VALUE "00".
       01 ST-DEPTO                PIC X(02) VALUE "00".
       01 ST-CARGO                PIC X(02) VALUE "00".
       01 ST-REL                  PIC X(02) VALUE "00".
       01 W-EOF                   PIC X(01) VALUE "N".
           88 FIM-CADFUNC                    VALUE "S".
       01 W-EOF-HIST              PIC X(01) VALUE "N".
           88 FIM-HISTFUNC                   VALUE "S".
       01 W-EOF-GRUPO             PIC X(01) VALUE "N".
           88 FIM-GRUPO                      VALUE "S".
       01 W-TEM-HIST              PIC X(01) VALUE "N".
       01 W-TEM-FERIAS            PIC X(01) VALUE "N".
       01 W-TEM-FOLHAHIS          PIC X(01) VALUE "N".
       01 W-SEL-CODIGO            PIC X(06) VALUE SPACES.
       01 W-SEL-DEPTO             PIC 9(02) VALUE ZEROS.
       01 W-FIC-CODIGO            PIC X(06) VALUE SPACES.
       01 W-FIC-EXCLUIDO          PIC X(01) VALUE "N".
       01 W-FIC-DATA-EXC          PIC 9(08) VALUE ZEROS.
       01 W-ULT-DADOS             PIC X(140) VALUE SPACES.
       01 W-TOTAL-FICHAS          PIC 9(06) VALUE ZEROS.
       01 W-QTDE-LINHAS           PIC 9(04) VALUE ZEROS.
       01 W-IDX                   PIC 9(03) VALUE ZEROS.
       01 W-IDX2                  PIC 9(03) VALUE ZEROS.
       01 W-DATA8                 PIC 9(08) VALUE ZEROS.
       01 W-HOJE8                 PIC 9(08) VALUE ZEROS.
       01 W-DESL-COMPET           PIC 9(06) VALUE ZEROS.
       01 W-EDITA-VALOR           PIC ZZZ.ZZZ.ZZ9,99.
       01 W-EDITA-COD             PIC 9(02).
       01 W-TEXTO                 PIC X(40) VALUE SPACES.

      * VALORES DEPOIS DE CADA ALTERACAO (IMAGEM SEGUINTE OU CADASTRO).
       01 W-NOVO-DEPTO            PIC 9(02) VALUE ZEROS.
       01 W-NOVO-CARGO            PIC 9(02) VALUE ZEROS.
       01 W-NOVO-SALARIO          PIC 9(06)V99 VALUE ZEROS.

      * IMAGENS DO FUNCIONARIO NO HISTFUNC, NA ORDEM DE GRAVACAO.
       01 W-IMG-QTDE              PIC 9(03) VALUE ZEROS.
       01 W-IMG-TAB.
           05 W-IMG-OCC OCCURS 300 TIMES.
               10 W-IMG-DATA        PIC 9(08).
               10 W-IMG-TIPO        PIC X(01).
               10 W-IMG-DEPTO       PIC 9(02).
               10 W-IMG-CARGO       PIC 9(02).
               10 W-IMG-SALARIO     PIC 9(06)V99.

      * CODIGOS EXCLUIDOS DO CADFUNC QUE ERAM DO DEPARTAMENTO.
       01 W-EXC-QTDE              PIC 9(03) VALUE ZEROS.
       01 W-EXC-TAB.
           05 W-EXC-CODIGO OCCURS 500 TIMES PIC X(06).

       01 W-ANO-ATUAL             PIC 9(04) VALUE ZEROS.
       01 W-ANO-QTDE              PIC 9(02) VALUE ZEROS.
       01 W-ANO-BRUTO             PIC 9(11)V99 VALUE ZEROS.
       01 W-ANO-INSS              PIC 9(11)V99 VALUE ZEROS.
       01 W-ANO-IRRF              PIC 9(11)V99 VALUE ZEROS.
       01 W-ANO-LIQUIDO           PIC 9(11)V99 VALUE ZEROS.

       01 W-DATA-INV.
           03 W-INV-DIA              PIC 9(02).
           03 W-INV-MES              PIC 9(02).
           03 W-INV-ANO              PIC 9(04).
       01 W-DATA-EDIT             PIC 99/99/9999.

       01 W-LINHA-SEP             PIC X(100) VALUE ALL "=".

       01 W-CAB-FICHA.
           03 FILLER               PIC X(62) VALUE
              "FICHA DE REGISTRO DE EMPREGADO".
           03 FILLER               PIC X(11) VALUE "EMITIDA EM ".
           03 WH-EMISSAO           PIC 99/99/9999.

       01 W-CAB-SECAO.
           03 FILLER               PIC X(04) VALUE "--- ".
           03 WT-TITULO            PIC X(60).

       01 W-LINHA-CAMPO.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WC-ROTULO            PIC X(26).
           03 FILLER               PIC X(02) VALUE ": ".
           03 WC-VALOR             PIC X(60).

       01 W-CAB-ALT.
           03 FILLER               PIC X(14) VALUE "  DATA".
           03 FILLER               PIC X(14) VALUE "CAMPO".
           03 FILLER               PIC X(36) VALUE "DE".
           03 FILLER               PIC X(36) VALUE "PARA".

       01 W-LINHA-ALT.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WA-DATA              PIC 99/99/9999.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WA-CAMPO             PIC X(14).
           03 WA-DE                PIC X(36).
           03 WA-PARA              PIC X(36).

       01 W-CAB-FER.
           03 FILLER               PIC X(28) VALUE
              "  PERIODO AQUISITIVO".
           03 FILLER               PIC X(14) VALUE "INICIO GOZO".
           03 FILLER               PIC X(06) VALUE "DIAS".
           03 FILLER               PIC X(12) VALUE "SITUACAO".

       01 W-LINHA-FER.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WF-AQ-INI            PIC 99/99/9999.
           03 FILLER               PIC X(03) VALUE " A ".
           03 WF-AQ-FIM            PIC 99/99/9999.
           03 FILLER               PIC X(03) VALUE SPACES.
           03 WF-GOZO              PIC 99/99/9999.
           03 FILLER               PIC X(04) VALUE SPACES.
           03 WF-DIAS              PIC Z9.
           03 FILLER               PIC X(04) VALUE SPACES.
           03 WF-SITUACAO          PIC X(12).

       01 W-CAB-ANO.
           03 FILLER               PIC X(08) VALUE "  ANO".
           03 FILLER               PIC X(06) VALUE "MESES".
           03 FILLER               PIC X(15) VALUE "          BRUTO".
           03 FILLER               PIC X(15) VALUE "           INSS".
           03 FILLER               PIC X(15) VALUE "           IRRF".
           03 FILLER               PIC X(15) VALUE "        LIQUIDO".

       01 W-LINHA-ANO.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WY-ANO               PIC 9(04).
           03 FILLER               PIC X(03) VALUE SPACES.
           03 WY-QTDE              PIC Z9.
           03 FILLER               PIC X(04) VALUE SPACES.
           03 WY-BRUTO             PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WY-INSS              PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WY-IRRF              PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WY-LIQUIDO           PIC ZZZ.ZZZ.ZZ9,99.

       01 W-LINHA-AVISO.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WV-TEXTO             PIC X(60).

       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
            IF W-SEL-CODIGO NOT = SPACES
                PERFORM 2000-FICHA-CODIGO THRU 2000-EXIT
            ELSE
                PERFORM 2100-FICHAS-DEPTO THRU 2100-EXIT
                        UNTIL FIM-CADFUNC
                PERFORM 2200-EXCLUIDOS-DEPTO THRU 2200-EXIT.
            PERFORM 8000-FINALIZACAO THRU 8000-EXIT.
            GO TO 9999-FIM.

       1000-INICIALIZACAO.
            DISPLAY "CODIGO (BRANCO = POR DEPARTAMENTO): "
                WITH NO ADVANCING.
            ACCEPT W-SEL-CODIGO.
            IF W-SEL-CODIGO = SPACES
                DISPLAY "DEPARTAMENTO......................: "
                    WITH NO ADVANCING
                ACCEPT W-SEL-DEPTO
                IF W-SEL-DEPTO = ZEROS
                    DISPLAY "INFORME O CODIGO OU O DEPARTAMENTO"
                    GO TO 9999-FIM.
            ACCEPT W-HOJE8 FROM DATE YYYYMMDD.
            MOVE W-HOJE8 TO W-DATA8.
            PERFORM 7000-EDITA-DATA THRU 7000-EXIT.
            MOVE W-DATA-EDIT TO WH-EMISSAO.
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
      * HISTORICOS AUSENTES SO DEIXAM A SECAO CORRESPONDENTE VAZIA.
            OPEN INPUT HISTFUNC.
            IF ST-HIST = "00"
                MOVE "S" TO W-TEM-HIST
                CLOSE HISTFUNC.
            OPEN INPUT FERIAS.
            IF ST-FER = "00"
                MOVE "S" TO W-TEM-FERIAS.
            OPEN INPUT FOLHAHIS.
            IF ST-FHI = "00"
                MOVE "S" TO W-TEM-FOLHAHIS.
            OPEN OUTPUT RELFICHA.
            IF ST-REL NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO FICHAREG.REL - STATUS "
                    ST-REL
                PERFORM 8100-FECHA-ENTRADAS THRU 8100-EXIT
                GO TO 9999-FIM.
            IF W-SEL-CODIGO = SPACES
                PERFORM 2900-LE-CADFUNC THRU 2900-EXIT.
       1000-EXIT.
            EXIT.

      ******************************************************************
      * SELECAO: UM CODIGO (NO CADFUNC OU SO NO HISTFUNC, SE EXCLUIDO)
      * OU TODOS OS DO DEPARTAMENTO - OS DO CADFUNC, ATIVOS OU
      * DESLIGADOS, E DEPOIS OS EXCLUIDOS CUJA ULTIMA IMAGEM ERA DELE.
      ******************************************************************

       2000-FICHA-CODIGO.
            MOVE W-SEL-CODIGO TO W-FIC-CODIGO.
            PERFORM 3000-CARREGA-IMAGENS THRU 3000-EXIT.
            MOVE W-SEL-CODIGO TO CODIGO.
            READ CADFUNC.
            IF ST-ERRO NOT = "00"
                IF W-IMG-QTDE = ZEROS
                    DISPLAY "CODIGO NAO ENCONTRADO NO CADFUNC NEM NO "
                        "HISTFUNC"
                    GO TO 2000-EXIT
                ELSE
                    MOVE W-ULT-DADOS TO REGFUNC
                    MOVE "S" TO W-FIC-EXCLUIDO.
            PERFORM 4000-IMPRIME-FICHA THRU 4000-EXIT.
       2000-EXIT.
            EXIT.

       2100-FICHAS-DEPTO.
            IF DEPARTAMENTO = W-SEL-DEPTO
                MOVE CODIGO TO W-FIC-CODIGO
                PERFORM 3000-CARREGA-IMAGENS THRU 3000-EXIT
                PERFORM 4000-IMPRIME-FICHA THRU 4000-EXIT.
            PERFORM 2900-LE-CADFUNC THRU 2900-EXIT.
       2100-EXIT.
            EXIT.

       2200-EXCLUIDOS-DEPTO.
            IF W-TEM-HIST NOT = "S"
                GO TO 2200-EXIT.
            MOVE ZEROS TO W-EXC-QTDE.
            MOVE "N" TO W-EOF-HIST.
            OPEN INPUT HISTFUNC.
            PERFORM 2300-PROCURA-EXCLUIDO THRU 2300-EXIT
                    UNTIL FIM-HISTFUNC.
            CLOSE HISTFUNC.
            PERFORM 2400-FICHA-EXCLUIDO THRU 2400-EXIT
                    VARYING W-IDX2 FROM 1 BY 1
                    UNTIL W-IDX2 > W-EXC-QTDE.
       2200-EXIT.
            EXIT.

       2300-PROCURA-EXCLUIDO.
            READ HISTFUNC
                AT END
                    MOVE "S" TO W-EOF-HIST
                    GO TO 2300-EXIT.
            IF HIST-TIPO NOT = "E"
                OR HIST-DEPARTAMENTO NOT = W-SEL-DEPTO
                OR HIST-CODIGO = SPACES
                GO TO 2300-EXIT.
            IF W-EXC-QTDE < 500
                ADD 1 TO W-EXC-QTDE
                MOVE HIST-CODIGO TO W-EXC-CODIGO(W-EXC-QTDE)
            ELSE
                DISPLAY "MAIS DE 500 EXCLUIDOS NO DEPARTAMENTO - "
                    "CODIGO " HIST-CODIGO " NAO IMPRESSO".
       2300-EXIT.
            EXIT.

       2400-FICHA-EXCLUIDO.
            MOVE W-EXC-CODIGO(W-IDX2) TO CODIGO W-FIC-CODIGO.
            READ CADFUNC.
            IF ST-ERRO = "00"
                GO TO 2400-EXIT.
            PERFORM 3000-CARREGA-IMAGENS THRU 3000-EXIT.
            IF W-IMG-QTDE = ZEROS
                GO TO 2400-EXIT.
            MOVE W-ULT-DADOS TO REGFUNC.
            MOVE "S" TO W-FIC-EXCLUIDO.
            PERFORM 4000-IMPRIME-FICHA THRU 4000-EXIT.
       2400-EXIT.
            EXIT.

       2900-LE-CADFUNC.
            READ CADFUNC NEXT RECORD
                AT END
                    MOVE "S" TO W-EOF.
       2900-EXIT.
            EXIT.

      ******************************************************************
      * IMAGENS DO HISTFUNC DO FUNCIONARIO. CADA IMAGEM E O CADASTRO
      * ANTES DE UMA ALTERACAO, DESLIGAMENTO OU EXCLUSAO, GRAVADA NA
      * ORDEM EM QUE ACONTECERAM. A ULTIMA FICA INTEIRA EM
      * W-ULT-DADOS PARA O FUNCIONARIO JA EXCLUIDO DO CADFUNC.
      ******************************************************************

       3000-CARREGA-IMAGENS.
            MOVE ZEROS  TO W-IMG-QTDE W-FIC-DATA-EXC.
            MOVE SPACES TO W-ULT-DADOS.
            MOVE "N"    TO W-FIC-EXCLUIDO.
            IF W-TEM-HIST NOT = "S"
                GO TO 3000-EXIT.
            MOVE "N" TO W-EOF-HIST.
            OPEN INPUT HISTFUNC.
            PERFORM 3100-LE-IMAGEM THRU 3100-EXIT
                    UNTIL FIM-HISTFUNC.
            CLOSE HISTFUNC.
       3000-EXIT.
            EXIT.

       3100-LE-IMAGEM.
            READ HISTFUNC
                AT END
                    MOVE "S" TO W-EOF-HIST
                    GO TO 3100-EXIT.
            IF HIST-CODIGO NOT = W-FIC-CODIGO
                GO TO 3100-EXIT.
            MOVE HIST-DADOS TO W-ULT-DADOS.
            IF HIST-TIPO = "E"
                MOVE HIST-DATA TO W-FIC-DATA-EXC.
            IF W-IMG-QTDE NOT < 300
                GO TO 3100-EXIT.
            ADD 1 TO W-IMG-QTDE.
            MOVE HIST-DATA         TO W-IMG-DATA(W-IMG-QTDE).
            MOVE HIST-TIPO         TO W-IMG-TIPO(W-IMG-QTDE).
            MOVE HIST-DEPARTAMENTO TO W-IMG-DEPTO(W-IMG-QTDE).
            MOVE HIST-CARGO        TO W-IMG-CARGO(W-IMG-QTDE).
            MOVE HIST-SALARIOBASE  TO W-IMG-SALARIO(W-IMG-QTDE).
       3100-EXIT.
            EXIT.

      ******************************************************************
      *        IMPRESSAO DA FICHA (REGFUNC E IMAGENS JA CARREGADOS)
      ******************************************************************

       4000-IMPRIME-FICHA.
            ADD 1 TO W-TOTAL-FICHAS.
            IF W-TOTAL-FICHAS > 1
                MOVE SPACES TO REL-LINHA
                WRITE REL-LINHA.
            MOVE W-LINHA-SEP TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA FROM W-CAB-FICHA.
            MOVE W-LINHA-SEP TO REL-LINHA.
            WRITE REL-LINHA.
            PERFORM 4100-ADMISSAO THRU 4100-EXIT.
            PERFORM 4200-ALTERACOES THRU 4200-EXIT.
            PERFORM 4300-FERIAS THRU 4300-EXIT.
            PERFORM 4400-TOTAIS-ANUAIS THRU 4400-EXIT.
            PERFORM 4500-DESLIGAMENTO THRU 4500-EXIT.
       4000-EXIT.
            EXIT.

      * DEPARTAMENTO, CARGO E SALARIO DA ADMISSAO SAO OS DA PRIMEIRA
      * IMAGEM DO HISTFUNC; SEM IMAGENS, OS DO CADASTRO ATUAL.
       4100-ADMISSAO.
            MOVE "DADOS DE ADMISSAO" TO WT-TITULO.
            PERFORM 7200-SECAO THRU 7200-EXIT.
            MOVE "CODIGO" TO WC-ROTULO.
            MOVE CODIGO TO WC-VALOR.
            PERFORM 7300-CAMPO THRU 7300-EXIT.
            MOVE "NOME" TO WC-ROTULO.
            MOVE NOME TO WC-VALOR.
            PERFORM 7300-CAMPO THRU 7300-EXIT.
            MOVE "SEXO" TO WC-ROTULO.
            MOVE SEXO TO WC-VALOR.
            PERFORM 7300-CAMPO THRU 7300-EXIT.
            MOVE "E-MAIL" TO WC-ROTULO.
            MOVE EMAIL TO WC-VALOR.
            PERFORM 7300-CAMPO THRU 7300-EXIT.
            MOVE "DATA DE ADMISSAO" TO WC-ROTULO.
            MOVE ADMISSAO TO WC-VALOR.
            PERFORM 7300-CAMPO THRU 7300-EXIT.
            IF W-IMG-QTDE > ZEROS
                MOVE W-IMG-DEPTO(1)   TO W-NOVO-DEPTO
                MOVE W-IMG-CARGO(1)   TO W-NOVO-CARGO
                MOVE W-IMG-SALARIO(1) TO W-NOVO-SALARIO
            ELSE
                MOVE DEPARTAMENTO TO W-NOVO-DEPTO
                MOVE CARGO        TO W-NOVO-CARGO
                MOVE SALARIOBASE  TO W-NOVO-SALARIO.
            MOVE "DEPARTAMENTO NA ADMISSAO" TO WC-ROTULO.
            PERFORM 7400-NOME-DEPTO THRU 7400-EXIT.
            MOVE W-TEXTO TO WC-VALOR.
            PERFORM 7300-CAMPO THRU 7300-EXIT.
            MOVE "CARGO NA ADMISSAO" TO WC-ROTULO.
            PERFORM 7500-NOME-CARGO THRU 7500-EXIT.
            MOVE W-TEXTO TO WC-VALOR.
            PERFORM 7300-CAMPO THRU 7300-EXIT.
            MOVE "SALARIO NA ADMISSAO" TO WC-ROTULO.
            MOVE W-NOVO-SALARIO TO W-EDITA-VALOR.
            MOVE W-EDITA-VALOR TO WC-VALOR.
            PERFORM 7300-CAMPO THRU 7300-EXIT.
            MOVE "TIPO DE SALARIO" TO WC-ROTULO.
            MOVE TPSALARIO TO WC-VALOR.
            PERFORM 7300-CAMPO THRU 7300-EXIT.
            MOVE "SITUACAO" TO WC-ROTULO.
            IF W-FIC-EXCLUIDO = "S"
                MOVE "EXCLUIDO DO CADASTRO" TO WC-VALOR
            ELSE
                IF SITUACAO = "D"
                    MOVE "DESLIGADO" TO WC-VALOR
                ELSE
                    MOVE "ATIVO" TO WC-VALOR.
            PERFORM 7300-CAMPO THRU 7300-EXIT.
            MOVE "BANCO / AGENCIA / CONTA" TO WC-ROTULO.
            MOVE SPACES TO WC-VALOR.
            STRING BANCO " / " AGENCIA " / " CONTA "-" CONTADV
                DELIMITED BY SIZE INTO WC-VALOR.
            PERFORM 7300-CAMPO THRU 7300-EXIT.
       4100-EXIT.
            EXIT.

      * A ALTERACAO GRAVADA NA DATA DA IMAGEM N LEVOU O CADASTRO DOS
      * VALORES DA IMAGEM N PARA OS DA IMAGEM N+1 (OU DO CADASTRO
      * ATUAL, DEPOIS DA ULTIMA IMAGEM).
       4200-ALTERACOES.
            MOVE "ALTERACOES DE CARGO, DEPARTAMENTO E SALARIO"
                TO WT-TITULO.
            PERFORM 7200-SECAO THRU 7200-EXIT.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA FROM W-CAB-ALT.
            MOVE ZEROS TO W-QTDE-LINHAS.
            PERFORM 4210-COMPARA-IMAGEM THRU 4210-EXIT
                    VARYING W-IDX FROM 1 BY 1
                    UNTIL W-IDX > W-IMG-QTDE.
            IF W-QTDE-LINHAS = ZEROS
                MOVE "NENHUMA ALTERACAO REGISTRADA" TO WV-TEXTO
                PERFORM 7600-AVISO THRU 7600-EXIT.
       4200-EXIT.
            EXIT.

       4210-COMPARA-IMAGEM.
            IF W-IDX < W-IMG-QTDE
                COMPUTE W-IDX2 = W-IDX + 1
                MOVE W-IMG-DEPTO(W-IDX2)   TO W-NOVO-DEPTO
                MOVE W-IMG-CARGO(W-IDX2)   TO W-NOVO-CARGO
                MOVE W-IMG-SALARIO(W-IDX2) TO W-NOVO-SALARIO
            ELSE
                MOVE DEPARTAMENTO TO W-NOVO-DEPTO
                MOVE CARGO        TO W-NOVO-CARGO
                MOVE SALARIOBASE  TO W-NOVO-SALARIO.
            MOVE W-IMG-DATA(W-IDX) TO W-DATA8.
            PERFORM 7000-EDITA-DATA THRU 7000-EXIT.
            IF W-NOVO-DEPTO NOT = W-IMG-DEPTO(W-IDX)
                MOVE SPACES TO W-LINHA-ALT
                MOVE W-DATA-EDIT    TO WA-DATA
                MOVE "DEPARTAMENTO" TO WA-CAMPO
                PERFORM 7400-NOME-DEPTO THRU 7400-EXIT
                MOVE W-TEXTO TO WA-PARA
                MOVE W-NOVO-DEPTO TO W-EDITA-COD
                MOVE W-IMG-DEPTO(W-IDX) TO W-NOVO-DEPTO
                PERFORM 7400-NOME-DEPTO THRU 7400-EXIT
                MOVE W-TEXTO TO WA-DE
                MOVE W-EDITA-COD TO W-NOVO-DEPTO
                PERFORM 4220-LINHA-ALT THRU 4220-EXIT.
            IF W-NOVO-CARGO NOT = W-IMG-CARGO(W-IDX)
                MOVE SPACES TO W-LINHA-ALT
                MOVE W-DATA-EDIT TO WA-DATA
                MOVE "CARGO"     TO WA-CAMPO
                PERFORM 7500-NOME-CARGO THRU 7500-EXIT
                MOVE W-TEXTO TO WA-PARA
                MOVE W-NOVO-CARGO TO W-EDITA-COD
                MOVE W-IMG-CARGO(W-IDX) TO W-NOVO-CARGO
                PERFORM 7500-NOME-CARGO THRU 7500-EXIT
                MOVE W-TEXTO TO WA-DE
                MOVE W-EDITA-COD TO W-NOVO-CARGO
                PERFORM 4220-LINHA-ALT THRU 4220-EXIT.
            IF W-NOVO-SALARIO NOT = W-IMG-SALARIO(W-IDX)
                MOVE SPACES TO W-LINHA-ALT
                MOVE W-DATA-EDIT TO WA-DATA
                MOVE "SALARIO"   TO WA-CAMPO
                MOVE W-IMG-SALARIO(W-IDX) TO W-EDITA-VALOR
                MOVE W-EDITA-VALOR TO WA-DE
                MOVE W-NOVO-SALARIO TO W-EDITA-VALOR
                MOVE W-EDITA-VALOR TO WA-PARA
                PERFORM 4220-LINHA-ALT THRU 4220-EXIT.
       4210-EXIT.
            EXIT.

       4220-LINHA-ALT.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA FROM W-LINHA-ALT.
            ADD 1 TO W-QTDE-LINHAS.
       4220-EXIT.
            EXIT.

       4300-FERIAS.
            MOVE "FERIAS" TO WT-TITULO.
            PERFORM 7200-SECAO THRU 7200-EXIT.
            MOVE ZEROS TO W-QTDE-LINHAS.
            IF W-TEM-FERIAS NOT = "S"
                GO TO 4300-FIM.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA FROM W-CAB-FER.
            MOVE CODIGO TO FER-CODIGO.
            MOVE ZEROS  TO FER-PERIODO-INI.
            MOVE "N" TO W-EOF-GRUPO.
            START FERIAS KEY IS NOT LESS THAN FER-CHAVE
                INVALID KEY
                    MOVE "S" TO W-EOF-GRUPO.
            PERFORM 4310-LINHA-FERIAS THRU 4310-EXIT
                    UNTIL FIM-GRUPO.
       4300-FIM.
            IF W-QTDE-LINHAS = ZEROS
                MOVE "NENHUM PERIODO DE FERIAS REGISTRADO" TO WV-TEXTO
                PERFORM 7600-AVISO THRU 7600-EXIT.
       4300-EXIT.
            EXIT.

       4310-LINHA-FERIAS.
            READ FERIAS NEXT RECORD
                AT END
                    MOVE "S" TO W-EOF-GRUPO
                    GO TO 4310-EXIT.
            IF FER-CODIGO NOT = CODIGO
                MOVE "S" TO W-EOF-GRUPO
                GO TO 4310-EXIT.
            MOVE SPACES TO W-LINHA-FER.
            MOVE FER-PERIODO-INI TO W-DATA8.
            PERFORM 7000-EDITA-DATA THRU 7000-EXIT.
            MOVE W-DATA-EDIT TO WF-AQ-INI.
            MOVE FER-PERIODO-FIM TO W-DATA8.
            PERFORM 7000-EDITA-DATA THRU 7000-EXIT.
            MOVE W-DATA-EDIT TO WF-AQ-FIM.
            MOVE FER-GOZO-INI TO W-DATA8.
            PERFORM 7000-EDITA-DATA THRU 7000-EXIT.
            MOVE W-DATA-EDIT TO WF-GOZO.
            MOVE FER-DIAS TO WF-DIAS.
            IF FER-SITUACAO = "G"
                MOVE "GOZADA" TO WF-SITUACAO
            ELSE
                MOVE "PROGRAMADA" TO WF-SITUACAO.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA FROM W-LINHA-FER.
            ADD 1 TO W-QTDE-LINHAS.
       4310-EXIT.
            EXIT.

      * TOTAIS POR ANO CIVIL DE TODAS AS COMPETENCIAS DO FOLHAHIS
      * (FOLHA MENSAL, PARCELAS DO 13O E RESCISAO).
       4400-TOTAIS-ANUAIS.
            MOVE "TOTAIS ANUAIS DA FOLHA" TO WT-TITULO.
            PERFORM 7200-SECAO THRU 7200-EXIT.
            MOVE ZEROS TO W-QTDE-LINHAS W-ANO-ATUAL.
            IF W-TEM-FOLHAHIS NOT = "S"
                GO TO 4400-FIM.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA FROM W-CAB-ANO.
            MOVE CODIGO TO FH-CODIGO.
            MOVE ZEROS  TO FH-COMPET.
            MOVE "N" TO W-EOF-GRUPO.
            START FOLHAHIS KEY IS NOT LESS THAN FH-CHAVE
                INVALID KEY
                    MOVE "S" TO W-EOF-GRUPO.
            PERFORM 4410-ACUMULA-ANO THRU 4410-EXIT
                    UNTIL FIM-GRUPO.
            IF W-ANO-ATUAL NOT = ZEROS
                PERFORM 4420-LINHA-ANO THRU 4420-EXIT.
       4400-FIM.
            IF W-QTDE-LINHAS = ZEROS
                MOVE "NENHUMA COMPETENCIA NO HISTORICO DA FOLHA"
                    TO WV-TEXTO
                PERFORM 7600-AVISO THRU 7600-EXIT.
       4400-EXIT.
            EXIT.

       4410-ACUMULA-ANO.
            READ FOLHAHIS NEXT RECORD
                AT END
                    MOVE "S" TO W-EOF-GRUPO
                    GO TO 4410-EXIT.
            IF FH-CODIGO NOT = CODIGO
                MOVE "S" TO W-EOF-GRUPO
                GO TO 4410-EXIT.
            IF FH-COMPET(1:4) NOT = W-ANO-ATUAL
                IF W-ANO-ATUAL NOT = ZEROS
                    PERFORM 4420-LINHA-ANO THRU 4420-EXIT
                END-IF
                MOVE FH-COMPET(1:4) TO W-ANO-ATUAL
                MOVE ZEROS TO W-ANO-QTDE W-ANO-BRUTO W-ANO-INSS
                    W-ANO-IRRF W-ANO-LIQUIDO.
            ADD 1          TO W-ANO-QTDE.
            ADD FH-BRUTO   TO W-ANO-BRUTO.
            ADD FH-INSS    TO W-ANO-INSS.
            ADD FH-IRRF    TO W-ANO-IRRF.
            ADD FH-LIQUIDO TO W-ANO-LIQUIDO.
       4410-EXIT.
            EXIT.

       4420-LINHA-ANO.
            MOVE SPACES TO W-LINHA-ANO.
            MOVE W-ANO-ATUAL   TO WY-ANO.
            MOVE W-ANO-QTDE    TO WY-QTDE.
            MOVE W-ANO-BRUTO   TO WY-BRUTO.
            MOVE W-ANO-INSS    TO WY-INSS.
            MOVE W-ANO-IRRF    TO WY-IRRF.
            MOVE W-ANO-LIQUIDO TO WY-LIQUIDO.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA FROM W-LINHA-ANO.
            ADD 1 TO W-QTDE-LINHAS.
       4420-EXIT.
            EXIT.

      * A RESCISAO FICA NO FOLHAHIS NA COMPETENCIA DO DESLIGAMENTO
      * (PROGR250).
       4500-DESLIGAMENTO.
            IF SITUACAO NOT = "D" AND W-FIC-EXCLUIDO NOT = "S"
                GO TO 4500-EXIT.
            MOVE "DESLIGAMENTO" TO WT-TITULO.
            PERFORM 7200-SECAO THRU 7200-EXIT.
            IF W-FIC-EXCLUIDO = "S"
                MOVE "EXCLUIDO DO CADASTRO EM" TO WC-ROTULO
                MOVE W-FIC-DATA-EXC TO W-DATA8
                PERFORM 7000-EDITA-DATA THRU 7000-EXIT
                MOVE W-DATA-EDIT TO WC-VALOR
                PERFORM 7300-CAMPO THRU 7300-EXIT.
            IF SITUACAO NOT = "D"
                GO TO 4500-EXIT.
            MOVE "DATA DO DESLIGAMENTO" TO WC-ROTULO.
            MOVE DESLIGAMENTO TO WC-VALOR.
            PERFORM 7300-CAMPO THRU 7300-EXIT.
            MOVE "TIPO DO DESLIGAMENTO" TO WC-ROTULO.
            MOVE "NAO INFORMADO" TO WC-VALOR.
            IF TPDESLIG = "S"
                MOVE "SEM JUSTA CAUSA" TO WC-VALOR.
            IF TPDESLIG = "J"
                MOVE "JUSTA CAUSA" TO WC-VALOR.
            IF TPDESLIG = "P"
                MOVE "PEDIDO DE DEMISSAO" TO WC-VALOR.
            IF TPDESLIG = "A"
                MOVE "ACORDO" TO WC-VALOR.
            IF TPDESLIG = "T"
                MOVE "TERMINO DE CONTRATO" TO WC-VALOR.
            PERFORM 7300-CAMPO THRU 7300-EXIT.
            IF W-TEM-FOLHAHIS NOT = "S" OR DATADESLIGAMENTO = ZEROS
                GO TO 4500-SEM-RESCISAO.
            MOVE DATADESLIGAMENTO TO W-DATA8.
            MOVE W-DATA8(1:6) TO W-DESL-COMPET.
            MOVE CODIGO        TO FH-CODIGO.
            MOVE W-DESL-COMPET TO FH-COMPET.
            READ FOLHAHIS.
            IF ST-FHI NOT = "00"
                GO TO 4500-SEM-RESCISAO.
            MOVE "BRUTO DA RESCISAO" TO WC-ROTULO.
            MOVE FH-BRUTO TO W-EDITA-VALOR.
            MOVE W-EDITA-VALOR TO WC-VALOR.
            PERFORM 7300-CAMPO THRU 7300-EXIT.
            MOVE "LIQUIDO DA RESCISAO" TO WC-ROTULO.
            MOVE FH-LIQUIDO TO W-EDITA-VALOR.
            MOVE W-EDITA-VALOR TO WC-VALOR.
            PERFORM 7300-CAMPO THRU 7300-EXIT.
            GO TO 4500-EXIT.
       4500-SEM-RESCISAO.
            MOVE "RESCISAO NAO ENCONTRADA NO HISTORICO DA FOLHA"
                TO WV-TEXTO.
            PERFORM 7600-AVISO THRU 7600-EXIT.
       4500-EXIT.
            EXIT.

      ******************************************************************
      *                     ROTINAS DE FORMATACAO
      ******************************************************************

      * W-DATA8 (AAAAMMDD) PARA W-DATA-EDIT (DD/MM/AAAA).
       7000-EDITA-DATA.
            MOVE W-DATA8(7:2) TO W-INV-DIA.
            MOVE W-DATA8(5:2) TO W-INV-MES.
            MOVE W-DATA8(1:4) TO W-INV-ANO.
            COMPUTE W-DATA-EDIT = W-INV-DIA * 1000000
                                + W-INV-MES * 10000 + W-INV-ANO.
       7000-EXIT.
            EXIT.

       7200-SECAO.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            WRITE REL-LINHA FROM W-CAB-SECAO.
       7200-EXIT.
            EXIT.

       7300-CAMPO.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA FROM W-LINHA-CAMPO.
            MOVE SPACES TO WC-VALOR.
       7300-EXIT.
            EXIT.

      * CODIGO E NOME DO DEPARTAMENTO W-NOVO-DEPTO EM W-TEXTO.
       7400-NOME-DEPTO.
            MOVE SPACES TO W-TEXTO.
            MOVE W-NOVO-DEPTO TO DEPTO-CODIGO.
            READ DEPTO.
            IF ST-DEPTO NOT = "00"
                MOVE "NAO CADASTRADO" TO DEPTO-NOME.
            STRING W-NOVO-DEPTO " - " DEPTO-NOME
                DELIMITED BY SIZE INTO W-TEXTO.
       7400-EXIT.
            EXIT.

      * CODIGO E NOME DO CARGO W-NOVO-CARGO EM W-TEXTO.
       7500-NOME-CARGO.
            MOVE SPACES TO W-TEXTO.
            MOVE W-NOVO-CARGO TO CARGO-CODIGO.
            READ CARGOS.
            IF ST-CARGO NOT = "00"
                MOVE "NAO CADASTRADO" TO CARGO-NOME.
            STRING W-NOVO-CARGO " - " CARGO-NOME
                DELIMITED BY SIZE INTO W-TEXTO.
       7500-EXIT.
            EXIT.

       7600-AVISO.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA FROM W-LINHA-AVISO.
       7600-EXIT.
            EXIT.

       8000-FINALIZACAO.
            DISPLAY "FICHAS IMPRESSAS EM FICHAREG.REL: " W-TOTAL-FICHAS.
            PERFORM 8100-FECHA-ENTRADAS THRU 8100-EXIT.
            CLOSE RELFICHA.
       8000-EXIT.
            EXIT.

       8100-FECHA-ENTRADAS.
            CLOSE CADFUNC DEPTO CARGOS.
            IF W-TEM-FERIAS = "S"
                CLOSE FERIAS.
            IF W-TEM-FOLHAHIS = "S"
                CLOSE FOLHAHIS.
       8100-EXIT.
            EXIT.

       9999-FIM.
            GOBACK.
