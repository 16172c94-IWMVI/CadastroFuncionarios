      *****************************************************************
      * APRCWS - CAMPOS DE TRABALHO DA CONFERENCIA DE APROVACAO DA
      * FOLHA (VER APRCALC.CPY). O PROGRAMA MOVE A COMPETENCIA
      * (AAAAMM) PARA W-APR-COMPET E RECEBE FOLHA-APROVADA OU O
      * MOTIVO DA RECUSA EM W-APR-MOTIVO.
      *****************************************************************
       01 W-APR-COMPET            PIC 9(06) VALUE ZEROS.
       01 W-APR-MES               PIC 9(02) VALUE ZEROS.
       01 W-APR-OK                PIC X(01) VALUE "N".
           88 FOLHA-APROVADA                 VALUE "S".
       01 W-APR-MOTIVO            PIC X(44) VALUE SPACES.
       01 W-APR-OPERADOR          PIC X(08) VALUE SPACES.
       01 W-APR-CARIMBO           PIC 9(14) VALUE ZEROS.
       01 W-APR-CARIMBO-FOLHA     PIC 9(14) VALUE ZEROS.
