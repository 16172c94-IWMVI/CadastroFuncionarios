      *************************************************************************
      * AUTHOR. WALLACE MARTINS VIEIRA
      * DATA : 15/10/2026
      * CADASTRO DE DEPENDENTES (DEPEND.DAT) - UM REGISTRO POR
      * FUNCIONARIO E SEQUENCIA, COM NOME, CPF, NASCIMENTO, PARENTESCO
      * E OS INDICADORES DE DEPENDENTE PARA O IRRF E PARA O
      * SALARIO-FAMILIA. AO INFORMAR O CODIGO, LISTA OS DEPENDENTES JA
      * CADASTRADOS. A FOLHA, O 13O E A RESCISAO CONTAM OS ELEGIVEIS
      * DE CADA COMPETENCIA PELAS DATAS DE NASCIMENTO (DPNCALC.CPY).
      *************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGR261.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CADFSEL.
       COPY DPNSEL.
       DATA DIVISION.
       FILE SECTION.
       COPY CADFFD.
       COPY DPNFD.

       WORKING-STORAGE SECTION.
       01 W-OPCAO             PIC X(01) VALUE SPACES.
       01 W-ACT               PIC 9(02) VALUE ZEROS.
       01 ST-ERRO             PIC X(02) VALUE "00".
       01 ST-DPN              PIC X(02) VALUE "00".
       01 W-CONT              PIC 9(06) VALUE ZEROS.
       01 MENSAGEM            PIC X(65) VALUE SPACES.

       01 W-SEL               PIC 9(01) VALUE ZEROS.

       01 W-SEQ-TELA          PIC X(02) VALUE SPACES.
       01 W-CPF-TELA          PIC X(11) VALUE SPACES.
       01 W-NASC-TELA         PIC X(10) VALUE SPACES.
       01 W-PAR-DESC          PIC X(25) VALUE SPACES.
       01 W-FUNC-NOME         PIC X(30) VALUE SPACES.
       01 W-FUNC-ACHOU        PIC X(01) VALUE "N".
       01 W-COD-TXT           PIC X(06) VALUE SPACES.
       01 W-DATA8             PIC 9(08) VALUE ZEROS.
       01 W-DATA-TXT          PIC X(10) VALUE SPACES.
       01 W-LST-EOF           PIC X(01) VALUE "N".
       01 W-QTDE              PIC 9(02) VALUE ZEROS.
       01 W-ULT-SEQ           PIC 9(02) VALUE ZEROS.
       01 W-LINHA             PIC 9(02) VALUE ZEROS.
       01 W-DPN-SALVA         PIC X(61) VALUE SPACES.

      ******************************************************************
      * VALIDACAO DO CPF: DIGITOS VERIFICADORES POR MODULO 11.
      ******************************************************************

       01 W-CPF-NUM           PIC 9(11) VALUE ZEROS.
       01 W-CPF-TAB REDEFINES W-CPF-NUM.
           05 W-CPF-DIG       PIC 9(01) OCCURS 11 TIMES.
       01 W-CPF-OK            PIC X(01) VALUE "S".
       01 W-CPF-IDX           PIC 9(02) VALUE ZEROS.
       01 W-CPF-PESO          PIC 9(02) VALUE ZEROS.
       01 W-CPF-QTD           PIC 9(02) VALUE ZEROS.
       01 W-CPF-SOMA          PIC 9(04) VALUE ZEROS.
       01 W-CPF-QUOC          PIC 9(04) VALUE ZEROS.
       01 W-CPF-RESTO         PIC 9(02) VALUE ZEROS.
       01 W-CPF-DV            PIC 9(01) VALUE ZEROS.

       COPY DATAVWS.

       01 W-LST-TXT.
           03 W-LX-SEQ         PIC 9(02).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 W-LX-NOME        PIC X(30).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 W-LX-NASC        PIC X(10).
           03 FILLER           PIC X(03) VALUE SPACES.
           03 W-LX-PAR         PIC X(01).
           03 FILLER           PIC X(04) VALUE SPACES.
           03 W-LX-IRRF        PIC X(01).
           03 FILLER           PIC X(04) VALUE SPACES.
           03 W-LX-SALFAM      PIC X(01).

       SCREEN SECTION.

       01  TELADEPEN.
           05  LINE 01  COLUMN 01
               VALUE  "========================================".
           05  LINE 01  COLUMN 41
               VALUE  "========================================".
           05  LINE 02  COLUMN 01
               VALUE  "                              DEPENDENTE".
           05  LINE 02  COLUMN 41
               VALUE  "S".
           05  LINE 03  COLUMN 01
               VALUE  "========================================".
           05  LINE 03  COLUMN 41
               VALUE  "========================================".
           05  LINE 05  COLUMN 01
               VALUE  "CODIGO          :".
           05  LINE 05  COLUMN 41
               VALUE  " FUNCIONARIO:".
           05  LINE 07  COLUMN 01
               VALUE  "SEQUENCIA       :".
           05  LINE 07  COLUMN 41
               VALUE  " (EM BRANCO = NOVO DEPENDENTE)".
           05  LINE 08  COLUMN 01
               VALUE  "NOME            :".
           05  LINE 09  COLUMN 01
               VALUE  "CPF             :".
           05  LINE 10  COLUMN 01
               VALUE  "NASCIMENTO      :".
           05  LINE 11  COLUMN 01
               VALUE  "PARENTESCO      :".
           05  LINE 11  COLUMN 23
               VALUE  "(F/E/I/C/P/O)".
           05  LINE 12  COLUMN 01
               VALUE  "UNIVERSITARIO   :".
           05  LINE 12  COLUMN 23
               VALUE  "DEP. IRRF :".
           05  LINE 12  COLUMN 38
               VALUE  "SALARIO-FAMILIA :".
           05  LINE 13  COLUMN 01
               VALUE  "========================================".
           05  LINE 13  COLUMN 41
               VALUE  "========================================".
           05  LINE 14  COLUMN 03
               VALUE  "SQ  NOME                            NASCIMEN".
           05  LINE 14  COLUMN 47
               VALUE  "TO  PAR  IR  SF".
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
           05  WS-DPN-CODIGO
               LINE 05  COLUMN 19  PIC X(06)
               USING  DPN-CODIGO
               HIGHLIGHT     REQUIRED.
           05  WS-FUNC-NOME
               LINE 05  COLUMN 56  PIC X(24)
               USING  W-FUNC-NOME.
           05  WS-SEQ-TELA
               LINE 07  COLUMN 19  PIC X(02)
               USING  W-SEQ-TELA
               HIGHLIGHT.
           05  WS-DPN-NOME
               LINE 08  COLUMN 19  PIC X(30)
               USING  DPN-NOME
               HIGHLIGHT.
           05  WS-CPF-TELA
               LINE 09  COLUMN 19  PIC X(11)
               USING  W-CPF-TELA
               HIGHLIGHT.
           05  WS-NASC-TELA
               LINE 10  COLUMN 19  PIC X(10)
               USING  W-NASC-TELA
               HIGHLIGHT.
           05  WS-DPN-PARENTESCO
               LINE 11  COLUMN 19  PIC X(01)
               USING  DPN-PARENTESCO
               HIGHLIGHT.
           05  WS-PAR-DESC
               LINE 11  COLUMN 42  PIC X(25)
               USING  W-PAR-DESC.
           05  WS-DPN-ESTUDANTE
               LINE 12  COLUMN 19  PIC X(01)
               USING  DPN-ESTUDANTE
               HIGHLIGHT.
           05  WS-DPN-IRRF
               LINE 12  COLUMN 35  PIC X(01)
               USING  DPN-IRRF
               HIGHLIGHT.
           05  WS-DPN-SALFAM
               LINE 12  COLUMN 56  PIC X(01)
               USING  DPN-SALFAM
               HIGHLIGHT.
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
               VALUE  "                         ".
           05  LINE 16  COLUMN 01
               VALUE  "                                               ".
           05  LINE 16  COLUMN 41
               VALUE  "                         ".
           05  LINE 17  COLUMN 01
               VALUE  "                                               ".
           05  LINE 17  COLUMN 41
               VALUE  "                         ".
           05  LINE 18  COLUMN 01
               VALUE  "                                               ".
           05  LINE 18  COLUMN 41
               VALUE  "                         ".
           05  LINE 19  COLUMN 01
               VALUE  "                                               ".
           05  LINE 19  COLUMN 41
               VALUE  "                         ".
           05  LINE 20  COLUMN 01
               VALUE  "                                               ".
           05  LINE 20  COLUMN 41
               VALUE  "                         ".
           05  LINE 21  COLUMN 01
               VALUE  "                                               ".
           05  LINE 21  COLUMN 41
               VALUE  "                         ".

       PROCEDURE DIVISION.
       INICIO.

       F0.
            OPEN I-O DEPENDEN
            IF ST-DPN NOT = "00"
               IF ST-DPN = "30" OR ST-DPN = "35"
                   OPEN OUTPUT DEPENDEN
                   MOVE "CRIANDO ARQUIVO" TO MENSAGEM
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE DEPENDEN
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
               CLOSE DEPENDEN
               GO TO ROT-FIM.
       F1.
            MOVE SPACES TO DPN-CODIGO W-FUNC-NOME.
            MOVE ZEROS TO W-ULT-SEQ.

       F1A.
            MOVE SPACES TO W-SEQ-TELA DPN-NOME W-CPF-TELA W-NASC-TELA
            DPN-PARENTESCO W-PAR-DESC DPN-ESTUDANTE DPN-IRRF DPN-SALFAM
            MOVE ZEROS TO DPN-SEQ DPN-CPF DPN-NASC W-SEL.

       FTELA.
            DISPLAY TELADEPEN.
            IF DPN-CODIGO NOT = SPACES
                PERFORM MOSTRA-LISTA THRU MOSTRA-LISTA-EXIT
                GO TO F3.
            DISPLAY TELALISTA.

      ************************ ENTRADA DE DADOS ************************

       F2.
            ACCEPT WS-DPN-CODIGO
            ACCEPT W-ACT FROM ESCAPE KEY
            IF W-ACT = 01
                CLOSE DEPENDEN CADFUNC
                GOBACK.
            IF DPN-CODIGO = SPACES OR DPN-CODIGO = ZEROS
                MOVE "CODIGO NAO PODE FICAR EM BRANCO" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO F2.
            PERFORM AJUSTA-CODIGO THRU AJUSTA-CODIGO-EXIT
            PERFORM BUSCA-FUNC THRU BUSCA-FUNC-EXIT
            IF W-FUNC-ACHOU NOT = "S"
                MOVE "FUNCIONARIO NAO CADASTRADO" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO F2.
            DISPLAY TELADEPEN.
            PERFORM MOSTRA-LISTA THRU MOSTRA-LISTA-EXIT.

       F3.
            ACCEPT WS-SEQ-TELA
            ACCEPT W-ACT FROM ESCAPE KEY
            IF W-ACT = 01
                GO TO F1.
            IF W-SEQ-TELA = SPACES
                IF W-ULT-SEQ = 99
                    MOVE "LIMITE DE 99 DEPENDENTES ATINGIDO" TO MENSAGEM
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO F3
                ELSE
                    COMPUTE DPN-SEQ = W-ULT-SEQ + 1
                    MOVE DPN-SEQ TO W-SEQ-TELA
                    DISPLAY WS-SEQ-TELA
                    GO TO F4.
            IF W-SEQ-TELA(2:1) = SPACE
                MOVE W-SEQ-TELA(1:1) TO W-SEQ-TELA(2:1)
                MOVE "0" TO W-SEQ-TELA(1:1).
            IF W-SEQ-TELA(1:1) = SPACE
                MOVE "0" TO W-SEQ-TELA(1:1).
            IF W-SEQ-TELA NOT NUMERIC OR W-SEQ-TELA = "00"
                MOVE "SEQUENCIA DEVE SER DE 01 A 99" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO F3.
            MOVE W-SEQ-TELA TO DPN-SEQ.

       LER-DEPEN.
            READ DEPENDEN
            IF ST-DPN NOT = "23"
                IF ST-DPN = "00"
                   MOVE DPN-CPF TO W-CPF-TELA
                   MOVE DPN-NASC TO W-DATA8
                   PERFORM FORMATA-DATA THRU FORMATA-DATA-EXIT
                   MOVE W-DATA-TXT TO W-NASC-TELA
                   PERFORM MOSTRA-PARENTESCO
                       THRU MOSTRA-PARENTESCO-EXIT
                   DISPLAY TELADEPEN
                   MOVE "DEPENDENTE JA CADASTRADO" TO MENSAGEM
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FCE-001
                ELSE
                    MOVE "ERRO NA LEITURA DO ARQUIVO" TO MENSAGEM
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM
            ELSE
                MOVE "DEPENDENTE NAO CADASTRADO" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM.

       F4.
            ACCEPT WS-DPN-NOME
            ACCEPT W-ACT FROM ESCAPE KEY
            IF W-ACT = 01
                GO TO F1A.
            IF DPN-NOME = SPACES
                MOVE "NOME NAO PODE FICAR EM BRANCO" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO F4.

       F5.
            ACCEPT WS-CPF-TELA
            ACCEPT W-ACT FROM ESCAPE KEY
            IF W-ACT = 01
                GO TO F4.
            IF W-CPF-TELA NOT NUMERIC
                MOVE "CPF DEVE TER 11 DIGITOS" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO F5.
            MOVE W-CPF-TELA TO W-CPF-NUM.
            PERFORM CHECA-CPF THRU CHECA-CPF-EXIT.
            IF W-CPF-OK NOT = "S"
                MOVE "CPF INVALIDO" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO F5.
            MOVE W-CPF-NUM TO DPN-CPF.

       F6.
            ACCEPT WS-NASC-TELA
            ACCEPT W-ACT FROM ESCAPE KEY
            IF W-ACT = 01
                GO TO F5.
            MOVE W-NASC-TELA TO W-DTV-DATA
            PERFORM DTV-CHECA THRU DTV-CHECA-EXIT
            IF NOT DTV-VALIDA
                MOVE "DATA DE NASCIMENTO INVALIDA" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO F6.
            MOVE W-DTV-NUM TO DPN-NASC.

       F7.
            ACCEPT WS-DPN-PARENTESCO
            ACCEPT W-ACT FROM ESCAPE KEY
            IF W-ACT = 01
                GO TO F6.
            PERFORM MOSTRA-PARENTESCO THRU MOSTRA-PARENTESCO-EXIT
            IF W-PAR-DESC = SPACES
                MOVE "PARENTESCO DEVE SER F, E, I, C, P OU O"
                    TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO F7.
            DISPLAY WS-PAR-DESC.

      * O LIMITE DE 24 ANOS DO UNIVERSITARIO SO EXISTE PARA FILHO E
      * ENTEADO; PARA OS DEMAIS O CAMPO FICA "N".

       F8.
            IF DPN-PARENTESCO NOT = "F" AND DPN-PARENTESCO NOT = "E"
                MOVE "N" TO DPN-ESTUDANTE
                DISPLAY WS-DPN-ESTUDANTE
                GO TO F9.
            ACCEPT WS-DPN-ESTUDANTE
            ACCEPT W-ACT FROM ESCAPE KEY
            IF W-ACT = 01
                GO TO F7.
            IF DPN-ESTUDANTE NOT = "S" AND DPN-ESTUDANTE NOT = "N"
                MOVE "DIGITE APENAS S = SIM OU N = NAO" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO F8.

       F9.
            ACCEPT WS-DPN-IRRF
            ACCEPT W-ACT FROM ESCAPE KEY
            IF W-ACT = 01
                GO TO F7.
            IF DPN-IRRF NOT = "S" AND DPN-IRRF NOT = "N"
                MOVE "DIGITE APENAS S = SIM OU N = NAO" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO F9.

       F10.
            ACCEPT WS-DPN-SALFAM
            ACCEPT W-ACT FROM ESCAPE KEY
            IF W-ACT = 01
                GO TO F9.
            IF DPN-SALFAM NOT = "S" AND DPN-SALFAM NOT = "N"
                MOVE "DIGITE APENAS S = SIM OU N = NAO" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO F10.
            IF DPN-SALFAM = "S"
                AND DPN-PARENTESCO NOT = "F"
                AND DPN-PARENTESCO NOT = "E"
                AND DPN-PARENTESCO NOT = "I"
                MOVE "SALARIO-FAMILIA SO PARA FILHO OU ENTEADO"
                    TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO F10.

       FLIMPAR.
            DISPLAY TELALIMPAR.
            IF W-SEL = 1
                GO TO FAT-OPC.

       FNC-OPC.
            DISPLAY (23, 12) "DESEJA SALVAR (S/N): ".
            ACCEPT W-OPCAO
            ACCEPT W-ACT FROM ESCAPE KEY
            IF W-ACT = 01
                GO TO F10.
            IF W-OPCAO = "N" OR "n"
                MOVE "DADOS NAO FORAM SALVOS" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO F1A.
            IF W-OPCAO NOT = "S" AND W-OPCAO NOT = "s"
                MOVE "DIGITE APENAS S = SIM OU N = NAO" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO FNC-OPC.

       FNC-WR1.
            WRITE REGDEPEN
            IF ST-DPN = "00" OR ST-DPN = "02"
                MOVE "DADOS GRAVADOS" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO F1A.
            IF ST-DPN = "22"
                MOVE "DEPENDENTE JA CADASTRADO" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO F1A
            ELSE
                MOVE "ERRO NA GRAVACAO DO DEPENDENTE" TO MENSAGEM
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
                GO TO F1A
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
                GO TO F1A.
            IF W-OPCAO NOT = "S" AND "s"
                MOVE "DIGITE APENAS S = SIM OU N = NAO" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO FXC-OPC.

       FXC-DL1.
            DELETE DEPENDEN RECORD
            IF ST-DPN = "00"
                MOVE "DEPENDENTE EXCLUIDO" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO F1A.
            MOVE "ERRO NA EXCLUSAO DO REGISTRO" TO MENSAGEM
            PERFORM ROT-MENS THRU ROT-MENS-FIM
            GO TO ROT-FIM.

       FAT-OPC.
            DISPLAY (23, 12) "ALTERAR (S/N): "
            ACCEPT (23, 27) W-OPCAO
            ACCEPT W-ACT FROM ESCAPE KEY
            IF W-ACT = 01
                GO TO F1A.
            IF W-OPCAO = "N" OR "n"
                MOVE "INFORMACOES MANTIDAS" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO F1A.
            IF W-OPCAO NOT = "S" AND W-OPCAO NOT = "s"
                MOVE "DIGITE APENAS S = SIM OU N = NAO" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO FAT-OPC.

       FAT-RW1.
            REWRITE REGDEPEN
            IF ST-DPN = "00" OR ST-DPN = "02"
                MOVE "REGISTRO ALTERADO" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO F1A.
            MOVE "ERRO NA ALTERACAO DO ARQUIVO" TO MENSAGEM
            PERFORM ROT-MENS THRU ROT-MENS-FIM
            GO TO ROT-FIM.

       ROT-FIM.
            CLOSE DEPENDEN CADFUNC.
            GOBACK.
      ******************************************************************
      *    LISTA DOS DEPENDENTES DO FUNCIONARIO (OS 7 PRIMEIROS NA
      *    ORDEM DA SEQUENCIA) E ULTIMA SEQUENCIA USADA
      ******************************************************************

       MOSTRA-LISTA.
            DISPLAY TELALISTA.
            MOVE REGDEPEN TO W-DPN-SALVA.
            MOVE ZEROS TO W-QTDE W-ULT-SEQ.
            MOVE ZEROS TO DPN-SEQ.
            START DEPENDEN KEY IS NOT LESS THAN DPN-CHAVE
                INVALID KEY
                    GO TO MOSTRA-LISTA-FIM.
            MOVE "N" TO W-LST-EOF.
            PERFORM MOSTRA-1 THRU MOSTRA-1-EXIT
                    UNTIL W-LST-EOF = "S".
       MOSTRA-LISTA-FIM.
            MOVE W-DPN-SALVA TO REGDEPEN.
            IF W-QTDE = ZEROS
                MOVE "NENHUM DEPENDENTE CADASTRADO" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
            IF W-QTDE > 7
                MOVE "HA MAIS DEPENDENTES - INFORME A SEQUENCIA"
                    TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       MOSTRA-LISTA-EXIT.
            EXIT.

       MOSTRA-1.
            READ DEPENDEN NEXT RECORD
                AT END
                    MOVE "S" TO W-LST-EOF
                    GO TO MOSTRA-1-EXIT.
            IF DPN-CODIGO NOT = W-DPN-SALVA(1:6)
                MOVE "S" TO W-LST-EOF
                GO TO MOSTRA-1-EXIT.
            MOVE DPN-SEQ TO W-ULT-SEQ.
            ADD 1 TO W-QTDE.
            IF W-QTDE > 7
                GO TO MOSTRA-1-EXIT.
            MOVE DPN-SEQ        TO W-LX-SEQ.
            MOVE DPN-NOME       TO W-LX-NOME.
            MOVE DPN-NASC       TO W-DATA8.
            PERFORM FORMATA-DATA THRU FORMATA-DATA-EXIT.
            MOVE W-DATA-TXT     TO W-LX-NASC.
            MOVE DPN-PARENTESCO TO W-LX-PAR.
            MOVE DPN-IRRF       TO W-LX-IRRF.
            MOVE DPN-SALFAM     TO W-LX-SALFAM.
            COMPUTE W-LINHA = 14 + W-QTDE.
            DISPLAY (W-LINHA, 03) W-LST-TXT.
       MOSTRA-1-EXIT.
            EXIT.
      ******************************************************************
      * CPF: OS DOIS ULTIMOS DIGITOS SAO VERIFICADORES (MODULO 11 COM
      * PESOS DE 10 A 2 E DE 11 A 2). CPF COM TODOS OS DIGITOS IGUAIS
      * E RECUSADO.
      ******************************************************************

       CHECA-CPF.
            MOVE "S" TO W-CPF-OK.
            MOVE ZEROS TO W-CPF-QTD.
            PERFORM CHECA-CPF-IGUAL THRU CHECA-CPF-IGUAL-EXIT
                    VARYING W-CPF-IDX FROM 2 BY 1 UNTIL W-CPF-IDX > 11.
            IF W-CPF-QTD = 10
                MOVE "N" TO W-CPF-OK
                GO TO CHECA-CPF-EXIT.
            MOVE 9 TO W-CPF-QTD.
            PERFORM CHECA-CPF-DV THRU CHECA-CPF-DV-EXIT.
            IF W-CPF-DV NOT = W-CPF-DIG(10)
                MOVE "N" TO W-CPF-OK
                GO TO CHECA-CPF-EXIT.
            MOVE 10 TO W-CPF-QTD.
            PERFORM CHECA-CPF-DV THRU CHECA-CPF-DV-EXIT.
            IF W-CPF-DV NOT = W-CPF-DIG(11)
                MOVE "N" TO W-CPF-OK.
       CHECA-CPF-EXIT.
            EXIT.

       CHECA-CPF-IGUAL.
            IF W-CPF-DIG(W-CPF-IDX) = W-CPF-DIG(1)
                ADD 1 TO W-CPF-QTD.
       CHECA-CPF-IGUAL-EXIT.
            EXIT.

       CHECA-CPF-DV.
            MOVE ZEROS TO W-CPF-SOMA.
            PERFORM CHECA-CPF-SOMA THRU CHECA-CPF-SOMA-EXIT
                    VARYING W-CPF-IDX FROM 1 BY 1
                    UNTIL W-CPF-IDX > W-CPF-QTD.
            DIVIDE W-CPF-SOMA BY 11 GIVING W-CPF-QUOC
                REMAINDER W-CPF-RESTO.
            IF W-CPF-RESTO < 2
                MOVE ZEROS TO W-CPF-DV
            ELSE
                COMPUTE W-CPF-DV = 11 - W-CPF-RESTO.
       CHECA-CPF-DV-EXIT.
            EXIT.

       CHECA-CPF-SOMA.
            COMPUTE W-CPF-PESO = W-CPF-QTD + 2 - W-CPF-IDX.
            COMPUTE W-CPF-SOMA = W-CPF-SOMA
                               + W-CPF-DIG(W-CPF-IDX) * W-CPF-PESO.
       CHECA-CPF-SOMA-EXIT.
            EXIT.
      ******************************************************************
      *               DESCRICAO DO PARENTESCO E FORMATO DE DATA
      ******************************************************************

       MOSTRA-PARENTESCO.
            MOVE SPACES TO W-PAR-DESC.
            IF DPN-PARENTESCO = "F"
                MOVE "FILHO(A)" TO W-PAR-DESC.
            IF DPN-PARENTESCO = "E"
                MOVE "ENTEADO(A)/TUTELADO(A)" TO W-PAR-DESC.
            IF DPN-PARENTESCO = "I"
                MOVE "FILHO(A)/ENTEADO INCAPAZ" TO W-PAR-DESC.
            IF DPN-PARENTESCO = "C"
                MOVE "CONJUGE/COMPANHEIRO(A)" TO W-PAR-DESC.
            IF DPN-PARENTESCO = "P"
                MOVE "PAI/MAE" TO W-PAR-DESC.
            IF DPN-PARENTESCO = "O"
                MOVE "OUTROS" TO W-PAR-DESC.
       MOSTRA-PARENTESCO-EXIT.
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
            MOVE DPN-CODIGO TO CODIGO.
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
                    UNTIL DPN-CODIGO(6:1) NOT = " ".
            INSPECT DPN-CODIGO REPLACING LEADING " " BY "0".
       AJUSTA-CODIGO-EXIT.
            EXIT.

       AJUSTA-CODIGO-GIRA.
            MOVE DPN-CODIGO(1:5) TO W-COD-TXT(2:5).
            MOVE " "             TO W-COD-TXT(1:1).
            MOVE W-COD-TXT       TO DPN-CODIGO.
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
