      *************************************************************************
      * AUTHOR. WALLACE MARTINS VIEIRA
      * DATA : 15/10/2026
      * CADASTRO E CONSULTA DE AFASTAMENTOS (AFASTAM.DAT) - UM REGISTRO
      * POR FUNCIONARIO E DATA DE INICIO, COM O TIPO (DOENCA, ACIDENTE
      * DE TRABALHO, MATERNIDADE OU LICENCA NAO REMUNERADA) E A DATA
      * DE TERMINO (EM BRANCO = SEM PREVISAO DE RETORNO). AO INFORMAR
      * O CODIGO, LISTA OS AFASTAMENTOS JA REGISTRADOS DO FUNCIONARIO.
      * OS EFEITOS NA FOLHA, 13O, FERIAS E RESCISAO ESTAO NO
      * AFASCALC.CPY.
      *************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGR260.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CADFSEL.
       COPY AFASSEL.
       DATA DIVISION.
       FILE SECTION.
       COPY CADFFD.
       COPY AFASFD.

       WORKING-STORAGE SECTION.
       01 W-OPCAO             PIC X(01) VALUE SPACES.
       01 W-ACT               PIC 9(02) VALUE ZEROS.
       01 ST-ERRO             PIC X(02) VALUE "00".
       01 ST-AFA              PIC X(02) VALUE "00".
       01 W-CONT              PIC 9(06) VALUE ZEROS.
       01 MENSAGEM            PIC X(65) VALUE SPACES.

       01 W-SEL               PIC 9(01) VALUE ZEROS.

       01 W-INI-TELA          PIC X(10) VALUE SPACES.
       01 W-FIM-TELA          PIC X(10) VALUE SPACES.
       01 W-TIPO-DESC         PIC X(25) VALUE SPACES.
       01 W-FUNC-NOME         PIC X(30) VALUE SPACES.
       01 W-FUNC-ACHOU        PIC X(01) VALUE "N".
       01 W-COD-TXT           PIC X(06) VALUE SPACES.
       01 W-ADM8              PIC 9(08) VALUE ZEROS.
       01 W-DATA8             PIC 9(08) VALUE ZEROS.
       01 W-DATA-TXT          PIC X(10) VALUE SPACES.
       01 W-LST-EOF           PIC X(01) VALUE "N".
       01 W-QTDE              PIC 9(02) VALUE ZEROS.
       01 W-IDX               PIC 9(02) VALUE ZEROS.
       01 W-PUXA              PIC 9(02) VALUE ZEROS.
       01 W-LINHA             PIC 9(02) VALUE ZEROS.
       01 W-SOBREPOE          PIC X(01) VALUE "N".
       01 W-FIM-CMP           PIC 9(08) VALUE ZEROS.
       01 W-OUT-FIM           PIC 9(08) VALUE ZEROS.
       01 W-AFA-SALVA         PIC X(23) VALUE SPACES.

       COPY DATAVWS.

      ******************************************************************
      * JANELA DOS 7 AFASTAMENTOS MAIS RECENTES DO FUNCIONARIO: QUANDO
      * A TABELA ENCHE, AS LINHAS SOBEM E O NOVO ENTRA NO FIM.
      ******************************************************************

       01 W-LST-TAB.
           05 W-LST-OCC OCCURS 7 TIMES.
               10 W-LT-INICIO       PIC 9(08).
               10 W-LT-FIM          PIC 9(08).
               10 W-LT-TIPO         PIC X(01).

       01 W-LST-TXT.
           03 W-LX-INICIO      PIC X(10).
           03 FILLER           PIC X(03) VALUE SPACES.
           03 W-LX-FIM         PIC X(10).
           03 FILLER           PIC X(03) VALUE SPACES.
           03 W-LX-TIPO        PIC X(01).
           03 FILLER           PIC X(03) VALUE " - ".
           03 W-LX-DESC        PIC X(22).

       SCREEN SECTION.

       01  TELAAFAST.
           05  LINE 01  COLUMN 01
               VALUE  "========================================".
           05  LINE 01  COLUMN 41
               VALUE  "========================================".
           05  LINE 02  COLUMN 01
               VALUE  "                              AFASTAMENT".
           05  LINE 02  COLUMN 41
               VALUE  "OS".
           05  LINE 03  COLUMN 01
               VALUE  "========================================".
           05  LINE 03  COLUMN 41
               VALUE  "========================================".
           05  LINE 05  COLUMN 01
               VALUE  "CODIGO          :".
           05  LINE 05  COLUMN 41
               VALUE  " FUNCIONARIO:".
           05  LINE 07  COLUMN 01
               VALUE  "INICIO          :".
           05  LINE 09  COLUMN 01
               VALUE  "TERMINO         :".
           05  LINE 09  COLUMN 41
               VALUE  " (EM BRANCO = SEM PREVISAO)".
           05  LINE 11  COLUMN 01
               VALUE  "TIPO (D/A/M/N)  :".
           05  LINE 13  COLUMN 01
               VALUE  "========================================".
           05  LINE 13  COLUMN 41
               VALUE  "========================================".
           05  LINE 14  COLUMN 03
               VALUE  "INICIO        TERMINO       TIPO".
           05  LINE 22  COLUMN 01
               VALUE  "========================================".
           05  LINE 22  COLUMN 41
               VALUE  "========================================".
           05  LINE 23  COLUMN 01
               VALUE  "MENSAGEM :".
           05  LINE 24  COLUMN 01
               VALUE  "========================================".
           05  LINE 24  COLUMN 41
               VALUE  "========================================".
           05  WS-AFA-CODIGO
               LINE 05  COLUMN 19  PIC X(06)
               USING  AFA-CODIGO
               HIGHLIGHT     REQUIRED.
           05  WS-FUNC-NOME
               LINE 05  COLUMN 56  PIC X(24)
               USING  W-FUNC-NOME.
           05  WS-INI-TELA
               LINE 07  COLUMN 19  PIC X(10)
               USING  W-INI-TELA
               HIGHLIGHT.
           05  WS-FIM-TELA
               LINE 09  COLUMN 19  PIC X(10)
               USING  W-FIM-TELA
               HIGHLIGHT.
           05  WS-AFA-TIPO
               LINE 11  COLUMN 19  PIC X(01)
               USING  AFA-TIPO
               HIGHLIGHT.
           05  WS-TIPO-DESC
               LINE 11  COLUMN 42  PIC X(25)
               USING  W-TIPO-DESC.
           05  WS-MENSAGEM
               LINE 23  COLUMN 12  PIC X(65)
               USING  MENSAGEM
               HIGHLIGHT.

       01 TELALIMPAR.

           05  LINE 23 COLUMN 12
               VALUE  "                                               ".

       01 TELALISTA.

           05  LINE 15  COLUMN 01
               VALUE  "                                               ".
           05  LINE 15  COLUMN 41
               VALUE  "                    ".
           05  LINE 16  COLUMN 01
               VALUE  "                                               ".
           05  LINE 16  COLUMN 41
               VALUE  "                    ".
           05  LINE 17  COLUMN 01
               VALUE  "                                               ".
           05  LINE 17  COLUMN 41
               VALUE  "                    ".
           05  LINE 18  COLUMN 01
               VALUE  "                                               ".
           05  LINE 18  COLUMN 41
               VALUE  "                    ".
           05  LINE 19  COLUMN 01
               VALUE  "                                               ".
           05  LINE 19  COLUMN 41
               VALUE  "                    ".
           05  LINE 20  COLUMN 01
               VALUE  "                                               ".
           05  LINE 20  COLUMN 41
               VALUE  "                    ".
           05  LINE 21  COLUMN 01
               VALUE  "                                               ".
           05  LINE 21  COLUMN 41
               VALUE  "                    ".

       PROCEDURE DIVISION.
       INICIO.

       F0.
            OPEN I-O AFASTAM
            IF ST-AFA NOT = "00"
               IF ST-AFA = "30" OR ST-AFA = "35"
                   OPEN OUTPUT AFASTAM
                   MOVE "CRIANDO ARQUIVO" TO MENSAGEM
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE AFASTAM
                   GO TO F0
               ELSE
                   MOVE "ERRO NA ABERTURA DO ARQUIVO" TO MENSAGEM
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
       F0A.
            OPEN INPUT CADFUNC
            IF ST-ERRO NOT = "00"
               MOVE "CADASTRO DE FUNCIONARIOS NAO ENCONTRADO"
                   TO MENSAGEM
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE AFASTAM
               GO TO ROT-FIM.
       F1.
            MOVE SPACES TO AFA-CODIGO W-FUNC-NOME W-INI-TELA
            W-FIM-TELA AFA-TIPO W-TIPO-DESC
            MOVE ZEROS TO AFA-INICIO AFA-FIM W-SEL.

       FTELA.
            DISPLAY TELAAFAST.
            DISPLAY TELALISTA.

      ************************ ENTRADA DE DADOS ************************

       F2.
            ACCEPT WS-AFA-CODIGO
            ACCEPT W-ACT FROM ESCAPE KEY
            IF W-ACT = 01
                CLOSE AFASTAM CADFUNC
                GOBACK.
            IF AFA-CODIGO = SPACES OR AFA-CODIGO = ZEROS
                MOVE "CODIGO NAO PODE FICAR EM BRANCO" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO F2.
            PERFORM AJUSTA-CODIGO THRU AJUSTA-CODIGO-EXIT
            PERFORM BUSCA-FUNC THRU BUSCA-FUNC-EXIT
            IF W-FUNC-ACHOU NOT = "S"
                MOVE "FUNCIONARIO NAO CADASTRADO" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO F2.
            DISPLAY TELAAFAST.
            PERFORM MOSTRA-LISTA THRU MOSTRA-LISTA-EXIT.

       F3.
            ACCEPT WS-INI-TELA
            ACCEPT W-ACT FROM ESCAPE KEY
            IF W-ACT = 01
                GO TO F2.
            MOVE W-INI-TELA TO W-DTV-DATA
            PERFORM DTV-CHECA-CAL THRU DTV-CHECA-CAL-EXIT
            IF NOT DTV-VALIDA
                MOVE "DATA DE INICIO INVALIDA" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO F3.
            MOVE DATAADMISSAO TO W-ADM8.
            IF W-DTV-NUM < W-ADM8
                MOVE "INICIO ANTERIOR A ADMISSAO" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO F3.
            MOVE W-DTV-NUM TO AFA-INICIO.

       LER-AFAST.
            READ AFASTAM
            IF ST-AFA NOT = "23"
                IF ST-AFA = "00"
                   MOVE SPACES TO W-FIM-TELA
                   IF AFA-FIM NOT = ZEROS
                       MOVE AFA-FIM TO W-DATA8
                       PERFORM FORMATA-DATA THRU FORMATA-DATA-EXIT
                       MOVE W-DATA-TXT TO W-FIM-TELA
                   END-IF
                   PERFORM MOSTRA-TIPO THRU MOSTRA-TIPO-EXIT
                   DISPLAY TELAAFAST
                   MOVE "AFASTAMENTO JA REGISTRADO" TO MENSAGEM
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FCE-001
                ELSE
                    MOVE "ERRO NA LEITURA DO ARQUIVO" TO MENSAGEM
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM
            ELSE
                MOVE "AFASTAMENTO NAO REGISTRADO" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM.

       F4.
            ACCEPT WS-FIM-TELA
            ACCEPT W-ACT FROM ESCAPE KEY
            IF W-ACT = 01
                GO TO F3.
            IF W-FIM-TELA = SPACES
                MOVE ZEROS TO AFA-FIM
                GO TO F5.
            MOVE W-FIM-TELA TO W-DTV-DATA
            PERFORM DTV-CHECA-CAL THRU DTV-CHECA-CAL-EXIT
            IF NOT DTV-VALIDA
                MOVE "DATA DE TERMINO INVALIDA" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO F4.
            IF W-DTV-NUM < AFA-INICIO
                MOVE "TERMINO ANTERIOR AO INICIO" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO F4.
            MOVE W-DTV-NUM TO AFA-FIM.

       F5.
            ACCEPT WS-AFA-TIPO
            ACCEPT W-ACT FROM ESCAPE KEY
            IF W-ACT = 01
                GO TO F4.
            IF AFA-TIPO NOT = "D" AND AFA-TIPO NOT = "A"
                AND AFA-TIPO NOT = "M" AND AFA-TIPO NOT = "N"
                MOVE "TIPO DEVE SER D, A, M OU N" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO F5.
            PERFORM MOSTRA-TIPO THRU MOSTRA-TIPO-EXIT
            DISPLAY WS-TIPO-DESC.

      * DOIS AFASTAMENTOS DO MESMO FUNCIONARIO NAO PODEM COBRIR O
      * MESMO DIA, SENAO A FOLHA DESCONTARIA O DIA DUAS VEZES.

       F6.
            PERFORM CHECA-SOBREPOSICAO THRU CHECA-SOBREPOSICAO-EXIT
            IF W-SOBREPOE = "S"
                MOVE "PERIODO COINCIDE COM OUTRO AFASTAMENTO"
                    TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO F4.

       FLIMPAR.
            DISPLAY TELALIMPAR.
            IF W-SEL = 1
                GO TO FAT-OPC.

       FNC-OPC.
            DISPLAY (23, 12) "DESEJA SALVAR (S/N): ".
            ACCEPT W-OPCAO
            ACCEPT W-ACT FROM ESCAPE KEY
            IF W-ACT = 01
                GO TO F5.
            IF W-OPCAO = "N" OR "n"
                MOVE "DADOS NAO FORAM SALVOS" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO F1.
            IF W-OPCAO NOT = "S" AND W-OPCAO NOT = "s"
                MOVE "DIGITE APENAS S = SIM OU N = NAO" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO FNC-OPC.

       FNC-WR1.
            WRITE REGAFAST
            IF ST-AFA = "00" OR ST-AFA = "02"
                MOVE "DADOS GRAVADOS" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO F1.
            IF ST-AFA = "22"
                MOVE "AFASTAMENTO JA REGISTRADO" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO F1
            ELSE
                MOVE "ERRO NA GRAVACAO DO AFASTAMENTO" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      ******************************************************************
      *                        ROTINAS DE ALTERAÇÃO
      ******************************************************************

       FCE-001.
            DISPLAY TELALIMPAR
            DISPLAY (23, 12)
               "N = NOVO REGISTRO A = ALTERAR E = EXCLUIR - OPCAO : "
            ACCEPT W-OPCAO
            IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                AND W-OPCAO NOT = "E"
                GO TO FCE-001.
            MOVE SPACES TO MENSAGEM
            IF W-OPCAO = "N"
                GO TO F1
            ELSE
                IF W-OPCAO = "A"
                   MOVE 1 TO W-SEL
                   GO TO F4
            ELSE
                IF W-OPCAO = "E"
                    GO TO FXC-OPC
             DISPLAY TELALIMPAR.

       FXC-OPC.
            DISPLAY TELALIMPAR
            DISPLAY (23, 12) "EXCLUIR (S/N): "
            ACCEPT W-OPCAO
            IF W-OPCAO = "N" OR "n"
                MOVE "REGISTRO MANTIDO" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO F1.
            IF W-OPCAO NOT = "S" AND "s"
                MOVE "DIGITE APENAS S = SIM OU N = NAO" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO FXC-OPC.

       FXC-DL1.
            DELETE AFASTAM RECORD
            IF ST-AFA = "00"
                MOVE "AFASTAMENTO EXCLUIDO" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO F1.
            MOVE "ERRO NA EXCLUSAO DO REGISTRO" TO MENSAGEM
            PERFORM ROT-MENS THRU ROT-MENS-FIM
            GO TO ROT-FIM.

       FAT-OPC.
            DISPLAY (23, 12) "ALTERAR (S/N): "
            ACCEPT (23, 27) W-OPCAO
            ACCEPT W-ACT FROM ESCAPE KEY
            IF W-ACT = 01
                GO TO F1.
            IF W-OPCAO = "N" OR "n"
                MOVE "INFORMACOES MANTIDAS" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO F1.
            IF W-OPCAO NOT = "S" AND W-OPCAO NOT = "s"
                MOVE "DIGITE APENAS S = SIM OU N = NAO" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO FAT-OPC.

       FAT-RW1.
            REWRITE REGAFAST
            IF ST-AFA = "00" OR ST-AFA = "02"
                MOVE "REGISTRO ALTERADO" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO F1.
            MOVE "ERRO NA ALTERACAO DO ARQUIVO" TO MENSAGEM
            PERFORM ROT-MENS THRU ROT-MENS-FIM
            GO TO ROT-FIM.

       ROT-FIM.
            CLOSE AFASTAM CADFUNC.
            GOBACK.
      ******************************************************************
      *     LISTA DOS AFASTAMENTOS DO FUNCIONARIO (ORDEM DA CHAVE)
      ******************************************************************

       MOSTRA-LISTA.
            DISPLAY TELALISTA.
            MOVE REGAFAST TO W-AFA-SALVA.
            MOVE ZEROS TO W-QTDE.
            MOVE ZEROS TO AFA-INICIO.
            START AFASTAM KEY IS NOT LESS THAN AFA-CHAVE
                INVALID KEY
                    GO TO MOSTRA-LISTA-FIM.
            MOVE "N" TO W-LST-EOF.
            PERFORM CARREGA-1 THRU CARREGA-1-EXIT
                    UNTIL W-LST-EOF = "S".
            PERFORM MOSTRA-1 THRU MOSTRA-1-EXIT
                    VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > W-QTDE.
       MOSTRA-LISTA-FIM.
            MOVE W-AFA-SALVA TO REGAFAST.
            IF W-QTDE = ZEROS
                MOVE "NENHUM AFASTAMENTO REGISTRADO" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       MOSTRA-LISTA-EXIT.
            EXIT.

       CARREGA-1.
            READ AFASTAM NEXT RECORD
                AT END
                    MOVE "S" TO W-LST-EOF
                    GO TO CARREGA-1-EXIT.
            IF AFA-CODIGO NOT = W-AFA-SALVA(1:6)
                MOVE "S" TO W-LST-EOF
                GO TO CARREGA-1-EXIT.
            IF W-QTDE = 7
                PERFORM CARREGA-SOBE THRU CARREGA-SOBE-EXIT
                        VARYING W-PUXA FROM 2 BY 1
                        UNTIL W-PUXA > 7
                MOVE 6 TO W-QTDE.
            ADD 1 TO W-QTDE.
            MOVE AFA-INICIO TO W-LT-INICIO(W-QTDE).
            MOVE AFA-FIM    TO W-LT-FIM(W-QTDE).
            MOVE AFA-TIPO   TO W-LT-TIPO(W-QTDE).
       CARREGA-1-EXIT.
            EXIT.

       CARREGA-SOBE.
            COMPUTE W-IDX = W-PUXA - 1.
            MOVE W-LST-OCC(W-PUXA) TO W-LST-OCC(W-IDX).
       CARREGA-SOBE-EXIT.
            EXIT.

       MOSTRA-1.
            MOVE W-LT-INICIO(W-IDX) TO W-DATA8.
            PERFORM FORMATA-DATA THRU FORMATA-DATA-EXIT.
            MOVE W-DATA-TXT TO W-LX-INICIO.
            IF W-LT-FIM(W-IDX) = ZEROS
                MOVE "EM ABERTO" TO W-LX-FIM
            ELSE
                MOVE W-LT-FIM(W-IDX) TO W-DATA8
                PERFORM FORMATA-DATA THRU FORMATA-DATA-EXIT
                MOVE W-DATA-TXT TO W-LX-FIM.
            MOVE W-LT-TIPO(W-IDX) TO W-LX-TIPO AFA-TIPO.
            PERFORM MOSTRA-TIPO THRU MOSTRA-TIPO-EXIT.
            MOVE W-TIPO-DESC TO W-LX-DESC.
            COMPUTE W-LINHA = 14 + W-IDX.
            DISPLAY (W-LINHA, 03) W-LST-TXT.
       MOSTRA-1-EXIT.
            EXIT.
      ******************************************************************
      * VERIFICA SE O PERIODO DIGITADO COINCIDE COM OUTRO AFASTAMENTO
      * DO FUNCIONARIO (O PROPRIO REGISTRO, NA ALTERACAO, E IGNORADO).
      * AFASTAMENTO SEM TERMINO E TRATADO COMO SE NUNCA TERMINASSE.
      ******************************************************************

       CHECA-SOBREPOSICAO.
            MOVE "N" TO W-SOBREPOE.
            MOVE REGAFAST TO W-AFA-SALVA.
            MOVE AFA-FIM TO W-FIM-CMP.
            IF W-FIM-CMP = ZEROS
                MOVE 99999999 TO W-FIM-CMP.
            MOVE ZEROS TO AFA-INICIO.
            START AFASTAM KEY IS NOT LESS THAN AFA-CHAVE
                INVALID KEY
                    GO TO CHECA-SOBREPOSICAO-FIM.
            MOVE "N" TO W-LST-EOF.
            PERFORM CHECA-1 THRU CHECA-1-EXIT
                    UNTIL W-LST-EOF = "S".
       CHECA-SOBREPOSICAO-FIM.
            MOVE W-AFA-SALVA TO REGAFAST.
       CHECA-SOBREPOSICAO-EXIT.
            EXIT.

       CHECA-1.
            READ AFASTAM NEXT RECORD
                AT END
                    MOVE "S" TO W-LST-EOF
                    GO TO CHECA-1-EXIT.
            IF AFA-CODIGO NOT = W-AFA-SALVA(1:6)
                MOVE "S" TO W-LST-EOF
                GO TO CHECA-1-EXIT.
            IF AFA-CHAVE = W-AFA-SALVA(1:14)
                GO TO CHECA-1-EXIT.
            MOVE AFA-FIM TO W-OUT-FIM.
            IF W-OUT-FIM = ZEROS
                MOVE 99999999 TO W-OUT-FIM.
            MOVE W-AFA-SALVA(7:8) TO W-DATA8.
            IF AFA-INICIO NOT > W-FIM-CMP
                AND W-OUT-FIM NOT < W-DATA8
                MOVE "S" TO W-SOBREPOE
                MOVE "S" TO W-LST-EOF.
       CHECA-1-EXIT.
            EXIT.
      ******************************************************************
      *                  DESCRICAO DO TIPO E FORMATO DE DATA
      ******************************************************************

       MOSTRA-TIPO.
            MOVE SPACES TO W-TIPO-DESC.
            IF AFA-TIPO = "D"
                MOVE "DOENCA" TO W-TIPO-DESC.
            IF AFA-TIPO = "A"
                MOVE "ACIDENTE DE TRABALHO" TO W-TIPO-DESC.
            IF AFA-TIPO = "M"
                MOVE "MATERNIDADE" TO W-TIPO-DESC.
            IF AFA-TIPO = "N"
                MOVE "LICENCA NAO REMUNERADA" TO W-TIPO-DESC.
       MOSTRA-TIPO-EXIT.
            EXIT.

       FORMATA-DATA.
            MOVE W-DATA8(7:2)  TO W-DATA-TXT(1:2).
            MOVE "/"           TO W-DATA-TXT(3:1).
            MOVE W-DATA8(5:2)  TO W-DATA-TXT(4:2).
            MOVE "/"           TO W-DATA-TXT(6:1).
            MOVE W-DATA8(1:4)  TO W-DATA-TXT(7:4).
       FORMATA-DATA-EXIT.
            EXIT.
      ******************************************************************
      *        ROTINA DE LOCALIZACAO DO FUNCIONARIO PELO CODIGO
      ******************************************************************

       BUSCA-FUNC.
            MOVE "N" TO W-FUNC-ACHOU.
            MOVE SPACES TO W-FUNC-NOME.
            MOVE AFA-CODIGO TO CODIGO.
            READ CADFUNC.
            IF ST-ERRO = "00"
                MOVE NOME TO W-FUNC-NOME
                MOVE "S" TO W-FUNC-ACHOU.
       BUSCA-FUNC-EXIT.
            EXIT.
      ******************************************************************
      *      ROTINA DE AJUSTE DO CODIGO DIGITADO (CHAVE PRIMARIA)
      * O CODIGO E GRAVADO COM ZEROS A ESQUERDA; AQUI O VALOR DIGITADO
      * E ALINHADO A DIREITA E COMPLETADO COM ZEROS PARA A LEITURA.
      ******************************************************************

       AJUSTA-CODIGO.
            PERFORM AJUSTA-CODIGO-GIRA THRU AJUSTA-CODIGO-GIRA-EXIT
                    UNTIL AFA-CODIGO(6:1) NOT = " ".
            INSPECT AFA-CODIGO REPLACING LEADING " " BY "0".
       AJUSTA-CODIGO-EXIT.
            EXIT.

       AJUSTA-CODIGO-GIRA.
            MOVE AFA-CODIGO(1:5) TO W-COD-TXT(2:5).
            MOVE " "             TO W-COD-TXT(1:1).
            MOVE W-COD-TXT       TO AFA-CODIGO.
       AJUSTA-CODIGO-GIRA-EXIT.
            EXIT.
      ******************************************************************
      *                  ROTINA DE VALIDACAO DE DATA
      ******************************************************************

       COPY DATAVAL.
      ******************************************************************
      *                        ROTINAS DE MENSAGENS
      ******************************************************************

       COPY ROTMENS.
       ROT-FIM-TEMPO.
