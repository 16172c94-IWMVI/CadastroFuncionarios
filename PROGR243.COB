        03 AGENCIAN            PIC 9(04).
        03 CONTAN              PIC 9(08).
        03 CONTADVN            PIC X(01).
        03 TPDESLIGN           PIC X(01).

       FD CODCTRL
          LABEL RECORD IS STANDARD
            MOVE "A"            TO SITUACAON.
            MOVE ZEROS          TO DATADESLIGAMENTON DEPENDENTESN
                                   BANCON AGENCIAN CONTAN.
            MOVE SPACES         TO DESLIGAMENTON CONTADVN
                                   TPDESLIGN.
            IF CODIGOV NUMERIC AND CODIGOV NOT = ZEROS
                MOVE CODIGOV TO W-CODIGO-NUM
                IF W-CODIGO-NUM > W-MAIOR-CODIGO
