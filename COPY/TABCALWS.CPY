       01 W-IRRF-VIG              PIC 9(06) VALUE ZEROS.
       01 W-DEP-VIG               PIC 9(06) VALUE ZEROS.
       01 W-SALFAM-VIG            PIC 9(06) VALUE ZEROS.
       01 W-ADT-VIG               PIC 9(06) VALUE ZEROS.
       01 W-TAB-EOF               PIC X(01) VALUE "N".
           88 FIM-TABDESC                    VALUE "S".
       01 W-TAB-OK                PIC X(01) VALUE "S".
       01 W-DEP-DEDUCAO           PIC 9(07)V99 VALUE ZEROS.
       01 W-SALFAM-LIMITE         PIC 9(07)V99 VALUE ZEROS.
       01 W-SALFAM-VALOR          PIC 9(07)V99 VALUE ZEROS.
       01 W-ADT-PERC              PIC 9(02)V99 VALUE 40.
       01 W-ADT-CORTE             PIC 9(02) VALUE 15.

       01 W-ENC-TABELA.
           05 W-ENC-ITEM OCCURS 5 TIMES.
               10 W-ENC-VIG          PIC 9(06).
               10 W-ENC-ALQ          PIC 9(02)V99.

       01 W-CRT-TABELA.
           05 W-CRT-ITEM OCCURS 2 TIMES.
               10 W-CRT-VIG          PIC 9(06).
               10 W-CRT-PERC         PIC 9(02)V99.

       01 W-CALC-BASE             PIC 9(09)V99 VALUE ZEROS.
       01 W-CALC-DEP              PIC 9(02) VALUE ZEROS.
