            ELSE
                MOVE ZEROS           TO DEPENDENTES.
            MOVE ZEROS             TO BANCO AGENCIA CONTA.
            MOVE SPACES            TO CONTADV TPDESLIG.
            WRITE REGFUNC.
      * CODIGO JA EM USO (UM REINICIO POS-FALHA PODE TER CONSUMIDO
      * CODIGOS ALEM DO PONTO DE CONTROLE): AVANCA ATE O PROXIMO
