       01 W-OPC-TXT.
           03 W-OPC-NUM        PIC 9(02).
           03 FILLER           PIC X(03) VALUE " - ".
           03 W-OPC-DESC       PIC X(21).

      ******************************************************************
      * TABELA DE FUNCOES DO MENU: PROGRAMA, NIVEL MINIMO E DESCRICAO.
      * W-MENU-QTDE ACOMPANHA O OCCURS DE W-MENU-ITEM.
      ******************************************************************
       01 W-MENU-QTDE         PIC 9(02) VALUE 40.

       01 W-MENU-VALORES.
           03 FILLER PIC X(30) VALUE
              "PROGR2311CADASTRO FUNCIONARIOS".
           03 FILLER PIC X(30) VALUE
              "PROGR2361HISTORICO ALTERACOES".
           03 FILLER PIC X(30) VALUE
              "PROGR2371QUADRO DE PESSOAL".
           03 FILLER PIC X(30) VALUE
              "PROGR2381E-MAILS DUPLICADOS".
           03 FILLER PIC X(30) VALUE
              "PROGR2461ALERTA DE FERIAS".
           03 FILLER PIC X(30) VALUE
              "PROGR2322CADASTRO DEPARTAMENTO".
           03 FILLER PIC X(30) VALUE
              "PROGR2402CADASTRO DE CARGOS".
           03 FILLER PIC X(30) VALUE
              "PROGR2422MOVIMENTO DE PONTO".
           03 FILLER PIC X(30) VALUE
              "PROGR2332FOLHA DE PAGAMENTO".
           03 FILLER PIC X(30) VALUE
              "PROGR2342EXPORTA BENEFICIOS".
           03 FILLER PIC X(30) VALUE
              "PROGR2452PROGRAMACAO DE FERIAS".
           03 FILLER PIC X(30) VALUE
              "PROGR2472REMESSA BANCARIA".
           03 FILLER PIC X(30) VALUE
              "PROGR2482RETORNO BANCARIO".
           03 FILLER PIC X(30) VALUE
              "PROGR2413REAJUSTE SALARIAL".
           03 FILLER PIC X(30) VALUE
              "PROGR2353CARGA DE ADMISSOES".
           03 FILLER PIC X(30) VALUE
              "PROGR2393BACKUP/REORGANIZACAO".
           03 FILLER PIC X(30) VALUE
              "PROGR2433CONVERSAO DO CADASTRO".
           03 FILLER PIC X(30) VALUE
              "PROGR2443CADASTRO OPERADORES".
           03 FILLER PIC X(30) VALUE
              "PROGR2492FOLHA DO 13O SALARIO".
           03 FILLER PIC X(30) VALUE
              "PROGR2513TABELAS DA FOLHA".
           03 FILLER PIC X(30) VALUE
              "PROGR2521INFORME RENDIMENTOS".
           03 FILLER PIC X(30) VALUE
              "PROGR2531HISTORICO DA FOLHA".
           03 FILLER PIC X(30) VALUE
              "PROGR2542CONTABILIZACAO FOLHA".
           03 FILLER PIC X(30) VALUE
              "PROGR2552PONTO ELETRONICO".
           03 FILLER PIC X(30) VALUE
              "PROGR2562VERBAS RECORRENTES".
           03 FILLER PIC X(30) VALUE
              "PROGR2572FECHAMENTO DO MES".
           03 FILLER PIC X(30) VALUE
              "PROGR2583QUADRO DE VAGAS".
           03 FILLER PIC X(30) VALUE
              "PROGR2591RELATORIO DE VAGAS".
           03 FILLER PIC X(30) VALUE
              "PROGR2602AFASTAMENTOS".
           03 FILLER PIC X(30) VALUE
              "PROGR2612DEPENDENTES".
           03 FILLER PIC X(30) VALUE
              "PROGR2621PERDA DE DEPENDENTES".
           03 FILLER PIC X(30) VALUE
              "PROGR2632ADIANTAMENTO SALARIAL".
           03 FILLER PIC X(30) VALUE
              "PROGR2642ENCARGOS SOCIAIS".
           03 FILLER PIC X(30) VALUE
              "PROGR2652CRITICA DA FOLHA".
           03 FILLER PIC X(30) VALUE
              "PROGR2663APROVACAO DA FOLHA".
           03 FILLER PIC X(30) VALUE
              "PROGR2672FICHA DE REGISTRO".
           03 FILLER PIC X(30) VALUE
              "PROGR2682MOVIMENTO CAGED".
           03 FILLER PIC X(30) VALUE
              "PROGR2692INTEGRIDADE ARQUIVOS".
           03 FILLER PIC X(30) VALUE
              "PROGR2702PENSAO ALIMENTICIA".
           03 FILLER PIC X(30) VALUE
              "PROGR2712RELATORIO DE PENSOES".

       01 W-MENU-TAB REDEFINES W-MENU-VALORES.
           03 W-MENU-ITEM OCCURS 40 TIMES.
               05 W-MENU-PROG      PIC X(08).
               05 W-MENU-NIVEL     PIC 9(01).
               05 W-MENU-DESC      PIC X(21).

       SCREEN SECTION.

            DISPLAY TELAMENU.
            MOVE ZEROS TO W-QTD-OPCOES.
            PERFORM MENU-MONTA-1 THRU MENU-MONTA-1-EXIT
                    VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > W-MENU-QTDE.
            DISPLAY (20, 02) "00 - SAIR".

       MENU-002.
            DISPLAY (23, 12) "OPCAO DESEJADA : "
                GO TO ROT-FIM-FECHA.
            IF W-OPCAO = ZEROS
                GO TO ROT-FIM-FECHA.
            IF W-OPCAO > W-MENU-QTDE
                MOVE "OPCAO INVALIDA" TO MENSAGEM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO MENU-002.
            GO TO MENU-001.

      ******************************************************************
      * MONTA O MENU EM TRES COLUNAS DE ATE 14 OPCOES (LINHAS 5 A 18).
      ******************************************************************

       MENU-MONTA-1.
            IF W-MENU-NIVEL(W-IDX) NOT > W-NIVEL
                ADD 1 TO W-QTD-OPCOES
                IF W-QTD-OPCOES > 28
                    COMPUTE W-LINHA = W-QTD-OPCOES - 24
                    MOVE 54 TO W-COLUNA
                ELSE
                    IF W-QTD-OPCOES > 14
                        COMPUTE W-LINHA = W-QTD-OPCOES - 10
                        MOVE 28 TO W-COLUNA
                    ELSE
                        COMPUTE W-LINHA = W-QTD-OPCOES + 4
                        MOVE 02 TO W-COLUNA
                    END-IF
                END-IF
                MOVE W-IDX             TO W-OPC-NUM
                MOVE W-MENU-DESC(W-IDX) TO W-OPC-DESC
