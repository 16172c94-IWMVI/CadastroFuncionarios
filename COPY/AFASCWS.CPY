      *****************************************************************
      * AFASCWS - CAMPOS DE TRABALHO DA APURACAO DE AFASTAMENTOS (VER
      * AFASCALC.CPY). O PROGRAMA MOVE O CODIGO PARA W-AFC-CODIGO E A
      * COMPETENCIA (AAAAMM) PARA W-AFC-COMPET, OU O PERIODO
      * (AAAAMMDD) PARA W-AFC-INI/W-AFC-FIM, E RECEBE OS DIAS
      * AFASTADOS POR RESPONSAVEL PELO PAGAMENTO.
      *****************************************************************
       01 ST-AFA                  PIC X(02) VALUE "00".
       01 W-AFC-CODIGO            PIC X(06) VALUE SPACES.
       01 W-AFC-COMPET            PIC 9(06) VALUE ZEROS.
       01 W-AFC-INI               PIC 9(08) VALUE ZEROS.
       01 W-AFC-FIM               PIC 9(08) VALUE ZEROS.
       01 W-AFC-DIAS-MES          PIC 9(02) VALUE ZEROS.
       01 W-AFC-DIAS              PIC 9(05) VALUE ZEROS.
       01 W-AFC-DIAS-EMPRESA      PIC 9(05) VALUE ZEROS.
       01 W-AFC-DIAS-INSS         PIC 9(05) VALUE ZEROS.
       01 W-AFC-DIAS-MATER        PIC 9(05) VALUE ZEROS.
       01 W-AFC-DIAS-NREM         PIC 9(05) VALUE ZEROS.
       01 W-AFC-DIAS-DESC         PIC 9(02) VALUE ZEROS.
       01 W-AFC-EOF               PIC X(01) VALUE "N".
           88 FIM-AFASTAM                    VALUE "S".
       01 W-AFC-PERDA             PIC X(01) VALUE "N".
           88 AQUISITIVO-PERDIDO             VALUE "S".
       01 W-AFC-AVO-PERDA         PIC X(01) VALUE "N".
           88 AVO-PERDIDO                    VALUE "S".
       01 W-AFC-NDIAS             PIC 9(05) VALUE ZEROS.
       01 W-AFC-DATA              PIC 9(08) VALUE ZEROS.
       01 W-AFC-JUL               PIC 9(07) VALUE ZEROS.
       01 W-AFC-JINI              PIC 9(07) VALUE ZEROS.
       01 W-AFC-JFIM              PIC 9(07) VALUE ZEROS.
       01 W-AFC-J15               PIC 9(07) VALUE ZEROS.
       01 W-AFC-OV-INI            PIC 9(08) VALUE ZEROS.
       01 W-AFC-OV-FIM            PIC 9(08) VALUE ZEROS.
       01 W-AFC-QT                PIC 9(05) VALUE ZEROS.
       01 W-AFC-QT-EMP            PIC 9(05) VALUE ZEROS.
       01 W-AFC-J-ANO             PIC 9(04) VALUE ZEROS.
       01 W-AFC-J-MES             PIC 9(02) VALUE ZEROS.
       01 W-AFC-J-DIA             PIC 9(02) VALUE ZEROS.
       01 W-AFC-J-A               PIC 9(01) VALUE ZEROS.
       01 W-AFC-J-Y               PIC 9(05) VALUE ZEROS.
       01 W-AFC-J-M               PIC 9(02) VALUE ZEROS.
       01 W-AFC-J-T1              PIC 9(05) VALUE ZEROS.
       01 W-AFC-J-P1              PIC 9(05) VALUE ZEROS.
       01 W-AFC-J-P4              PIC 9(05) VALUE ZEROS.
       01 W-AFC-J-P100            PIC 9(05) VALUE ZEROS.
       01 W-AFC-J-P400            PIC 9(05) VALUE ZEROS.
       01 W-AFC-MAXDIA            PIC 9(02) VALUE ZEROS.
       01 W-AFC-TEMP              PIC 9(04) VALUE ZEROS.
       01 W-AFC-REM4              PIC 9(04) VALUE ZEROS.
       01 W-AFC-REM100            PIC 9(04) VALUE ZEROS.
       01 W-AFC-REM400            PIC 9(04) VALUE ZEROS.
