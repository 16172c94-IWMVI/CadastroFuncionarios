      *****************************************************************
      * DPNCWS - CAMPOS DE TRABALHO DA CONTAGEM DE DEPENDENTES (VER
      * DPNCALC.CPY). O PROGRAMA MOVE O CODIGO PARA W-DPC-CODIGO E A
      * COMPETENCIA (AAAAMM) PARA W-DPC-COMPET E RECEBE AS
      * QUANTIDADES ELEGIVEIS PARA O IRRF E O SALARIO-FAMILIA.
      *****************************************************************
       01 ST-DPN                  PIC X(02) VALUE "00".
       01 W-DPC-CODIGO            PIC X(06) VALUE SPACES.
       01 W-DPC-COMPET            PIC 9(06) VALUE ZEROS.
       01 W-DPC-QT-IRRF           PIC 9(02) VALUE ZEROS.
       01 W-DPC-QT-SALFAM         PIC 9(02) VALUE ZEROS.
       01 W-DPC-EOF               PIC X(01) VALUE "N".
           88 FIM-DEPENDEN                   VALUE "S".
       01 W-DPC-OK-IRRF           PIC X(01) VALUE "N".
           88 DPN-ELEGIVEL-IRRF              VALUE "S".
       01 W-DPC-OK-SALFAM         PIC X(01) VALUE "N".
           88 DPN-ELEGIVEL-SALFAM            VALUE "S".
       01 W-DPC-NASC-MES          PIC 9(06) VALUE ZEROS.
       01 W-DPC-LIM-MES           PIC 9(06) VALUE ZEROS.
       01 W-DPC-IDADE             PIC 9(02) VALUE ZEROS.
