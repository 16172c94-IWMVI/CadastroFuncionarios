      *****************************************************************
      * SALCWS - CAMPOS DE TRABALHO DO HISTORICO SALARIAL (VER
      * SALCALC.CPY E DIFCALC.CPY). W-SLG-* = GRAVACAO DE UMA
      * MUDANCA, W-SLC-* = SALARIO VIGENTE NA COMPETENCIA, W-DFC-* =
      * DIFERENCAS DE COMPETENCIAS ANTERIORES.
      *****************************************************************
       01 ST-SAL                  PIC X(02) VALUE "00".
       01 W-SLG-CODIGO            PIC X(06) VALUE SPACES.
       01 W-SLG-VIGENCIA          PIC 9(08) VALUE ZEROS.
       01 W-SLG-ADMISSAO          PIC 9(08) VALUE ZEROS.
       01 W-SLG-SALARIO           PIC 9(06)V99 VALUE ZEROS.
       01 W-SLG-TPSAL             PIC X(01) VALUE SPACES.
       01 W-SLG-CARGO             PIC 9(02) VALUE ZEROS.
       01 W-SLG-DEPTO             PIC 9(02) VALUE ZEROS.
       01 W-SLG-ANT-SALARIO       PIC 9(06)V99 VALUE ZEROS.
       01 W-SLG-ANT-TPSAL         PIC X(01) VALUE SPACES.
       01 W-SLG-ANT-CARGO         PIC 9(02) VALUE ZEROS.
       01 W-SLG-ANT-DEPTO         PIC 9(02) VALUE ZEROS.
       01 W-SLG-OPERADOR          PIC X(08) VALUE SPACES.
       01 W-SLG-ULT-VIG           PIC 9(08) VALUE ZEROS.
       01 W-SLG-DATA8             PIC 9(08) VALUE ZEROS.
       01 W-SLG-HORA8             PIC 9(08) VALUE ZEROS.
       01 W-SLG-EOF               PIC X(01) VALUE "N".
           88 FIM-SALHIST-GRAVA              VALUE "S".
       01 W-SLG-OK                PIC X(01) VALUE "N".
           88 SAL-GRAVADO                    VALUE "S".
       01 W-SLC-CODIGO            PIC X(06) VALUE SPACES.
       01 W-SLC-COMPET            PIC 9(06) VALUE ZEROS.
       01 W-SLC-DIAS              PIC 9(02) VALUE ZEROS.
       01 W-SLC-CORTE             PIC 9(14) VALUE ZEROS.
       01 W-SLC-COMPET-DIF        PIC 9(06) VALUE ZEROS.
       01 W-SLC-SALARIO           PIC 9(06)V99 VALUE ZEROS.
       01 W-SLC-SAL-FIM           PIC 9(06)V99 VALUE ZEROS.
       01 W-SLC-TPSAL             PIC X(01) VALUE SPACES.
       01 W-SLC-CARGO             PIC 9(02) VALUE ZEROS.
       01 W-SLC-DEPTO             PIC 9(02) VALUE ZEROS.
       01 W-SLC-ACHOU             PIC X(01) VALUE "N".
           88 SAL-HISTORIADO                 VALUE "S".
       01 W-SLC-MUDOU             PIC X(01) VALUE "N".
           88 SAL-MUDOU-NO-MES               VALUE "S".
       01 W-SLC-EOF               PIC X(01) VALUE "N".
           88 FIM-SALHIST                    VALUE "S".
       01 W-SLC-INI-MES           PIC 9(08) VALUE ZEROS.
       01 W-SLC-LIMITE            PIC 9(08) VALUE ZEROS.
       01 W-SLC-DIA               PIC 9(02) VALUE ZEROS.
       01 W-SLC-DIA-INI           PIC 9(02) VALUE ZEROS.
       01 W-SLC-ACUM              PIC 9(09)V99 VALUE ZEROS.
       01 W-SLC-REG               PIC 9(14) VALUE ZEROS.
       01 W-DFC-CODIGO            PIC X(06) VALUE SPACES.
       01 W-DFC-COMPET            PIC 9(06) VALUE ZEROS.
       01 W-DFC-SALARIO           PIC 9(06)V99 VALUE ZEROS.
       01 W-DFC-TPSAL             PIC X(01) VALUE SPACES.
       01 W-DFC-CARGO             PIC 9(02) VALUE ZEROS.
       01 W-DFC-DEPTO             PIC 9(02) VALUE ZEROS.
       01 W-DFC-VALOR             PIC 9(09)V99 VALUE ZEROS.
       01 W-DFC-MESES             PIC 9(02) VALUE ZEROS.
       01 W-DFC-HORAS-MES         PIC 9(03) VALUE 220.
       01 W-DFC-INI               PIC 9(06) VALUE ZEROS.
       01 W-DFC-MES               PIC 9(06) VALUE ZEROS.
       01 W-DFC-ANO-AUX           PIC 9(04) VALUE ZEROS.
       01 W-DFC-MES-AUX           PIC 9(02) VALUE ZEROS.
       01 W-DFC-VIG-COMPET        PIC 9(06) VALUE ZEROS.
       01 W-DFC-NOVO              PIC 9(09)V99 VALUE ZEROS.
       01 W-DFC-ANTIGO            PIC 9(09)V99 VALUE ZEROS.
       01 W-DFC-TPSAL-MES         PIC X(01) VALUE SPACES.
       01 W-DFC-CARIMBO           PIC 9(14) VALUE ZEROS.
       01 W-DFC-EOF               PIC X(01) VALUE "N".
           88 FIM-SALHIST-DIF                VALUE "S".
       01 W-DFC-QTDE              PIC 9(02) VALUE ZEROS.
       01 W-DFC-IDX               PIC 9(02) VALUE ZEROS.
       01 W-DFC-FOLHAS.
           05 W-DFC-FOLHA OCCURS 24 TIMES.
               10 W-DFC-FL-COMPET    PIC 9(06).
               10 W-DFC-FL-CARIMBO   PIC 9(14).
