        03 AGENCIA2            PIC 9(04).
        03 CONTA2              PIC 9(08).
        03 CONTADV2            PIC X(01).
        03 TPDESLIG2           PIC X(01).

       FD BACKUP
          LABEL RECORD IS STANDARD.
       01 BKP-LINHA               PIC X(158).

       WORKING-STORAGE SECTION.
       01 ST-ERRO                 PIC X(02) VALUE "00".
           03 WK-CONTA               PIC 9(08).
           03 FILLER                 PIC X(01) VALUE ";".
           03 WK-CONTADV             PIC X(01).
           03 FILLER                 PIC X(01) VALUE ";".
           03 WK-TPDESLIG            PIC X(01).

       PROCEDURE DIVISION.
       0000-MAINLINE.
            MOVE AGENCIA           TO WK-AGENCIA.
            MOVE CONTA             TO WK-CONTA.
            MOVE CONTADV           TO WK-CONTADV.
            MOVE TPDESLIG          TO WK-TPDESLIG.
            MOVE SPACES            TO BKP-LINHA.
            WRITE BKP-LINHA FROM W-LINHA-BKP.
       2100-EXIT.
