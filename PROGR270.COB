      *************************************************************************
      * AUTHOR. WALLACE MARTINS VIEIRA
      * DATA : 15/10/2026
      * CADASTRO DE BENEFICIARIOS DE PENSAO ALIMENTICIA (PENSAO.DAT) -
      * UM REGISTRO POR VERBA DE DESCONTO DO FUNCIONARIO (VERBFUNC.DAT,
      * TIPO "D"), COM NOME E CPF DO BENEFICIARIO, DOMICILIO BANCARIO
      * PARA O CREDITO DIRETO, PERCENTUAL DA DECISAO JUDICIAL SOBRE O
      * BRUTO OU O LIQUIDO E NUMERO DO PROCESSO. A FOLHA (PROGR233)
      * DEDUZ A PENSAO DA BASE DO IRRF E GRAVA O PAGAMENTO NO
      * PENSPAG.DAT; A REMESSA (PROGR247) CREDITA O BENEFICIARIO.
      *************************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGR270.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CADFSEL.
       COPY VRBSEL.
       COPY PNSSEL.
       DATA DIVISION.
       FILE SECTION.
       COPY CADFFD.
       COPY VRBFD.
       COPY PNSFD.

       WORKING-STORAGE SECTION.
       01 W-OPCAO             PIC X(01) VALUE SPACES.
       01 W-ACT               PIC 9(02) VALUE ZEROS.
       01 ST-ERRO             PIC X(02) VALUE "00".
       01 ST-VRB              PIC X(02) VALUE "00".
       01 ST-PNS              PIC X(02) VALUE "00".
       01 W-CONT              PIC 9(06) VALUE ZEROS.
       01 MENSAGEM            PIC X(65) VALUE SPACES.

       01 W-SEL               PIC 9(01) VALUE ZEROS.

       01 W-FUNC-NOME         PIC X(30) VALUE SPACES.
       01 W-FUNC-ACHOU        PIC X(01) VALUE "N".
       01 W-COD-TXT           PIC X(06) VALUE SPACES.
       01 W-VRB-DESC          PIC X(20) VALUE SPACES.
       01 W-CPF-TELA          PIC X(11) VALUE SPACES.
       01 W-BASE-DESC         PIC X(24) VALUE SPACES.

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

       SCREEN SECTION.

       01  TELAPENSAO.
           05  LINE 01  COLUMN 01
               VALUE  "========================================".
           05  LINE 01  COLUMN 41
               VALUE  "========================================".
           05  LINE 02  COLUMN 01
               VALUE  "                 BENEFICIARIOS DE PENSAO".
           05  LINE 02  COLUMN 41
               VALUE  " ALIMENTICIA".
           05  LINE 03  COLUMN 01
               VALUE  "========================================".
           05  LINE 03  COLUMN 41
               VALUE  "========================================".
           05  LINE 05  COLUMN 01
               VALUE  "CODIGO          :".
           05  LINE 05  COLUMN 41
               VALUE  " FUNCIONARIO:".
           05  LINE 07  COLUMN 01
               VALUE  "VERBA (NUMERO)  :".
           05  LINE 07  COLUMN 41
               VALUE  " DESCRICAO  :".
           05  LINE 09  COLUMN 01
               VALUE  "BENEFICIARIO    :".
           05  LINE 10  COLUMN 01
               VALUE  "CPF             :".
           05  LINE 12  COLUMN 01
               VALUE  "BANCO           :".
           05  LINE 12  COLUMN 25
               VALUE  "AG. :".
           05  LINE 12  COLUMN 41
               VALUE  " CONTA      :".
           05  LINE 12  COLUMN 64
               VALUE  "-".
           05  LINE 14  COLUMN 01
               VALUE  "PERCENTUAL      :".
           05  LINE 14  COLUMN 25
               VALUE  "(ZERO = VALOR DA VERBA)".
           05  LINE 15  COLUMN 01
               VALUE  "BASE (B/L)      :".
           05  LINE 16  COLUMN 01
               VALUE  "PROCESSO        :".
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
           05  WS-PNS-CODIGO
               LINE 05  COLUMN 19  PIC X(06)
               USING  PNS-CODIGO
               HIGHLIGHT     REQUIRED.
           05  WS-FUNC-NOME
               LINE 05  COLUMN 56  PIC X(24)
               USING  W-FUNC-NOME.
           05  WS-PNS-VERBA
               LINE 07  COLUMN 19  PIC 9(03)
               USING  PNS-VERBA
               HIGHLIGHT.
           05  WS-VRB-DESC
               LINE 07  COLUMN 56  PIC X(20)
               USING  W-VRB-DESC.
           05  WS-PNS-NOME
               LINE 09  COLUMN 19  PIC X(30)
               USING  PNS-NOME
               HIGHLIGHT.
           05  WS-CPF-TELA
               LINE 10  COLUMN 19  PIC X(11)
               USING  W-CPF-TELA
               HIGHLIGHT.
           05  WS-PNS-BANCO
               LINE 12  COLUMN 19  PIC 9(03)
               USING  PNS-BANCO
               HIGHLIGHT.
           05  WS-PNS-AGENCIA
               LINE 12  COLUMN 31  PIC 9(04)
               USING  PNS-AGENCIA
               HIGHLIGHT.
           05  WS-PNS-CONTA
               LINE 12  COLUMN 55  PIC 9(08)
               USING  PNS-CONTA
               HIGHLIGHT.
           05  WS-PNS-CONTADV
               LINE 12  COLUMN 65  PIC X(01)
               USING  PNS-CONTADV
               HIGHLIGHT.
           05  WS-PNS-PERCENT
               LINE 14  COLUMN 19  PIC 99,99
               USING  PNS-PERCENT
               HIGHLIGHT.
           05  WS-PNS-BASE
               LINE 15  COLUMN 19  PIC X(01)
               USING  PNS-BASE
               HIGHLIGHT.
           05  WS-BASE-DESC
               LINE 15  COLUMN 25  PIC X(24)
               USING  W-BASE-DESC.
           05  WS-PNS-PROCESSO
               LINE 16  COLUMN 19  PIC X(25)
               USING  PNS-PROCESSO
               HIGHLIGHT.
           05  WS-MENSAGEM
               LINE 23  COLUMN 12  PIC X(65)
               USING  MENSAGEM
               HIGHLIGHT.

       01 TELALIMPAR.

           05  LINE 23 COLUMN 12
               VALUE  "                                               ".

       PROCEDURE DIVISION.
       INICIO.

       V0.
            OPEN I-O PENSAO
            IF ST-PNS NOT = "00"
               IF ST-PNS = "30" OR ST-PNS = "35"
                   OPEN OUTPUT PENSAO
                   MOVE "CRIANDO ARQUIVO" TO MENSAGEM
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE PENSAO
                   GO TO V0
               ELSE
                   MOVE "ERRO NA ABERTURA DO ARQUIVO" TO MENSAGEM
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
       V0A.
            OPEN INPUT CADFUNC
            IF ST-ERRO NOT = "00"
               MOVE "CADASTRO DE FUNCIONARIOS NAO ENCONTRADO"
                   TO MENSAGEM
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE PENSAO
               GO TO ROT-FIM.
       V0B.
            OPEN INPUT VERBFUNC
            IF ST-VRB NOT = "00"
               MOVE "CADASTRE ANTES A VERBA DE PENSAO (PROGR256)"
                   TO MENSAGEM
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE PENSAO CADFUNC
               GO TO ROT-FIM.
       V1.
            MOVE SPACES TO PNS-CODIGO W-FUNC-NOME.

       V1A.
            MOVE SPACES TO W-VRB-DESC PNS-NOME W-CPF-TELA PNS-CONTADV
            PNS-BASE W-BASE-DESC PNS-PROCESSO
            MOVE ZEROS TO PNS-VERBA PNS-CPF PNS-BANCO PNS-AGENCIA
            PNS-CONTA PNS-PERCENT W-SEL.

       VTELA.
            DISPLAY TELAPENSAO.
            IF PNS-CODIGO NOT = SPACES
                GO TO V3.

      ************************ ENTRADA DE DADOS ************************

       V2.
            ACCEPT WS-PNS-CODIGO
            ACCEPT W-ACT FROM ESCAPE KEY
            IF W-ACT = 01
                CLOSE PENSAO CADFUNC VERBFUNC
                GOBACK.
            IF PNS-CODIGO = SPACES OR PNS-CODIGO = ZEROS
                MOVE "CODIGO NAO PODE FICAR EM BRANCO" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO V2.
            PERFORM AJUSTA-CODIGO THRU AJUSTA-CODIGO-EXIT
            PERFORM BUSCA-FUNC THRU BUSCA-FUNC-EXIT
            IF W-FUNC-ACHOU NOT = "S"
                MOVE "FUNCIONARIO NAO CADASTRADO" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO V2.
            DISPLAY TELAPENSAO.

      * O BENEFICIARIO FICA PRESO A UMA VERBA DE DESCONTO JA CADASTRADA
      * NO VERBFUNC.DAT, QUE DA A VIGENCIA E A DESCRICAO DA PENSAO.

       V3.
            ACCEPT WS-PNS-VERBA
            ACCEPT W-ACT FROM ESCAPE KEY
            IF W-ACT = 01
                GO TO V1.
            IF PNS-VERBA = ZEROS
                MOVE "NUMERO DA VERBA NAO PODE FICAR EM BRANCO"
                    TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO V3.
            MOVE PNS-CODIGO TO VRB-CODIGO.
            MOVE PNS-VERBA  TO VRB-VERBA.
            READ VERBFUNC
            IF ST-VRB NOT = "00"
                MOVE "VERBA NAO CADASTRADA PARA O FUNCIONARIO"
                    TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO V3.
            IF VRB-TIPO NOT = "D"
                MOVE "A VERBA DA PENSAO DEVE SER DE DESCONTO (TIPO D)"
                    TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO V3.
            MOVE VRB-DESCRICAO TO W-VRB-DESC.
            DISPLAY WS-VRB-DESC.

       LER-PENSAO.
            READ PENSAO
            IF ST-PNS NOT = "23"
                IF ST-PNS = "00"
                   MOVE PNS-CPF TO W-CPF-TELA
                   PERFORM MOSTRA-BASE THRU MOSTRA-BASE-EXIT
                   DISPLAY TELAPENSAO
                   MOVE "BENEFICIARIO JA CADASTRADO" TO MENSAGEM
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VCE-001
                ELSE
                    MOVE "ERRO NA LEITURA DO ARQUIVO" TO MENSAGEM
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM
            ELSE
                MOVE "BENEFICIARIO NAO CADASTRADO" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM.

       V4.
            ACCEPT WS-PNS-NOME
            ACCEPT W-ACT FROM ESCAPE KEY
            IF W-ACT = 01
                GO TO V1A.
            IF PNS-NOME = SPACES
                MOVE "NOME NAO PODE FICAR EM BRANCO" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO V4.

       V5.
            ACCEPT WS-CPF-TELA
            ACCEPT W-ACT FROM ESCAPE KEY
            IF W-ACT = 01
                GO TO V4.
            IF W-CPF-TELA NOT NUMERIC
                MOVE "CPF DEVE TER 11 DIGITOS" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO V5.
            MOVE W-CPF-TELA TO W-CPF-NUM.
            PERFORM CHECA-CPF THRU CHECA-CPF-EXIT.
            IF W-CPF-OK NOT = "S"
                MOVE "CPF INVALIDO" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO V5.
            MOVE W-CPF-NUM TO PNS-CPF.

      * DOMICILIO BANCARIO DO BENEFICIARIO (OPCIONAL - SEM BANCO A
      * PENSAO SAI NA RELACAO DE PENDENTES DA REMESSA DO PROGR247).

       V6.
            ACCEPT WS-PNS-BANCO
            ACCEPT W-ACT FROM ESCAPE KEY
            IF W-ACT = 01
                GO TO V5.

       V7.
            ACCEPT WS-PNS-AGENCIA
            ACCEPT W-ACT FROM ESCAPE KEY
            IF W-ACT = 01
                GO TO V6.

       V8.
            ACCEPT WS-PNS-CONTA
            ACCEPT W-ACT FROM ESCAPE KEY
            IF W-ACT = 01
                GO TO V7.

       V9.
            ACCEPT WS-PNS-CONTADV
            ACCEPT W-ACT FROM ESCAPE KEY
            IF W-ACT = 01
                GO TO V8.
            IF PNS-BANCO > ZEROS
                AND (PNS-AGENCIA = ZEROS OR PNS-CONTA = ZEROS)
                MOVE "INFORME AGENCIA E CONTA DO BANCO" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO V7.

      * PERCENTUAL ZERADO: A FOLHA DESCONTA O VALOR DA PROPRIA VERBA E
      * A BASE NAO SE APLICA.

       V10.
            ACCEPT WS-PNS-PERCENT
            ACCEPT W-ACT FROM ESCAPE KEY
            IF W-ACT = 01
                GO TO V9.
            IF PNS-PERCENT = ZEROS
                MOVE SPACES TO PNS-BASE
                PERFORM MOSTRA-BASE THRU MOSTRA-BASE-EXIT
                DISPLAY WS-PNS-BASE WS-BASE-DESC
                GO TO V12.

       V11.
            ACCEPT WS-PNS-BASE
            ACCEPT W-ACT FROM ESCAPE KEY
            IF W-ACT = 01
                GO TO V10.
            IF PNS-BASE NOT = "B" AND PNS-BASE NOT = "L"
                MOVE "BASE DEVE SER B = BRUTO OU L = LIQUIDO"
                    TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO V11.
            PERFORM MOSTRA-BASE THRU MOSTRA-BASE-EXIT.
            DISPLAY WS-BASE-DESC.

       V12.
            ACCEPT WS-PNS-PROCESSO
            ACCEPT W-ACT FROM ESCAPE KEY
            IF W-ACT = 01
                GO TO V10.

       VLIMPAR.
            DISPLAY TELALIMPAR.
            IF W-SEL = 1
                GO TO VAT-OPC.

       VNC-OPC.
            DISPLAY (23, 12) "DESEJA SALVAR (S/N): ".
            ACCEPT W-OPCAO
            ACCEPT W-ACT FROM ESCAPE KEY
            IF W-ACT = 01
                GO TO V12.
            IF W-OPCAO = "N" OR "n"
                MOVE "DADOS NAO FORAM SALVOS" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO V1A.
            IF W-OPCAO NOT = "S" AND W-OPCAO NOT = "s"
                MOVE "DIGITE APENAS S = SIM OU N = NAO" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO VNC-OPC.

       VNC-WR1.
            WRITE REG-PENSAO
            IF ST-PNS = "00" OR ST-PNS = "02"
                MOVE "DADOS GRAVADOS" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO V1A.
            IF ST-PNS = "22"
                MOVE "BENEFICIARIO JA CADASTRADO" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO V1A
            ELSE
                MOVE "ERRO NA GRAVACAO DO BENEFICIARIO" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      ******************************************************************
      *                        ROTINAS DE ALTERACAO
      ******************************************************************

       VCE-001.
            DISPLAY TELALIMPAR
            DISPLAY (23, 12)
               "N = NOVO REGISTRO A = ALTERAR E = EXCLUIR - OPCAO : "
            ACCEPT W-OPCAO
            IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                AND W-OPCAO NOT = "E"
                GO TO VCE-001.
            MOVE SPACES TO MENSAGEM
            IF W-OPCAO = "N"
                GO TO V1A
            ELSE
                IF W-OPCAO = "A"
                   MOVE 1 TO W-SEL
                   GO TO V4
            ELSE
                IF W-OPCAO = "E"
                    GO TO VXC-OPC
             DISPLAY TELALIMPAR.

      * A EXCLUSAO SO TIRA O BENEFICIARIO; OS PAGAMENTOS JA FEITOS
      * CONTINUAM NO PENSPAG.DAT PARA O INFORME E O RELATORIO AO JUIZO.

       VXC-OPC.
            DISPLAY TELALIMPAR
            DISPLAY (23, 12) "EXCLUIR (S/N): "
            ACCEPT W-OPCAO
            IF W-OPCAO = "N" OR "n"
                MOVE "REGISTRO MANTIDO" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO V1A.
            IF W-OPCAO NOT = "S" AND "s"
                MOVE "DIGITE APENAS S = SIM OU N = NAO" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO VXC-OPC.

       VXC-DL1.
            DELETE PENSAO RECORD
            IF ST-PNS = "00"
                MOVE "BENEFICIARIO EXCLUIDO" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO V1A.
            MOVE "ERRO NA EXCLUSAO DO REGISTRO" TO MENSAGEM
            PERFORM ROT-MENS THRU ROT-MENS-FIM
            GO TO ROT-FIM.

       VAT-OPC.
            DISPLAY (23, 12) "ALTERAR (S/N): "
            ACCEPT (23, 27) W-OPCAO
            ACCEPT W-ACT FROM ESCAPE KEY
            IF W-ACT = 01
                GO TO V1A.
            IF W-OPCAO = "N" OR "n"
                MOVE "INFORMACOES MANTIDAS" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO V1A.
            IF W-OPCAO NOT = "S" AND W-OPCAO NOT = "s"
                MOVE "DIGITE APENAS S = SIM OU N = NAO" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO VAT-OPC.

       VAT-RW1.
            REWRITE REG-PENSAO
            IF ST-PNS = "00" OR ST-PNS = "02"
                MOVE "REGISTRO ALTERADO" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO V1A.
            MOVE "ERRO NA ALTERACAO DO ARQUIVO" TO MENSAGEM
            PERFORM ROT-MENS THRU ROT-MENS-FIM
            GO TO ROT-FIM.

       ROT-FIM.
            CLOSE PENSAO CADFUNC VERBFUNC.
            GOBACK.
      ******************************************************************
      *               DESCRICAO DA BASE DO PERCENTUAL
      ******************************************************************

       MOSTRA-BASE.
            MOVE SPACES TO W-BASE-DESC.
            IF PNS-PERCENT = ZEROS
                MOVE "VALOR DA VERBA" TO W-BASE-DESC.
            IF PNS-BASE = "B"
                MOVE "BRUTO" TO W-BASE-DESC.
            IF PNS-BASE = "L"
                MOVE "BRUTO - INSS - IRRF" TO W-BASE-DESC.
       MOSTRA-BASE-EXIT.
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
      *        ROTINA DE LOCALIZACAO DO FUNCIONARIO PELO CODIGO
      ******************************************************************

       BUSCA-FUNC.
            MOVE "N" TO W-FUNC-ACHOU.
            MOVE SPACES TO W-FUNC-NOME.
            MOVE PNS-CODIGO TO CODIGO.
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
                    UNTIL PNS-CODIGO(6:1) NOT = " ".
            INSPECT PNS-CODIGO REPLACING LEADING " " BY "0".
       AJUSTA-CODIGO-EXIT.
            EXIT.

       AJUSTA-CODIGO-GIRA.
            MOVE PNS-CODIGO(1:5) TO W-COD-TXT(2:5).
            MOVE " "             TO W-COD-TXT(1:1).
            MOVE W-COD-TXT       TO PNS-CODIGO.
       AJUSTA-CODIGO-GIRA-EXIT.
            EXIT.
      ******************************************************************
      *                        ROTINAS DE MENSAGENS
      ******************************************************************

       COPY ROTMENS.
       ROT-FIM-TEMPO.
