      *****************************************************************
      * SALFD - FD E LAYOUT DO HISTORICO SALARIAL (REGSALH). UM
      * REGISTRO POR FUNCIONARIO E DATA DE VIGENCIA (AAAAMMDD) COM O
      * SALARIO, TIPO DE SALARIO, CARGO E DEPARTAMENTO QUE PASSAM A
      * VALER NESSA DATA E VALEM ATE A VIGENCIA SEGUINTE. O CADFUNC
      * GUARDA SO A SITUACAO ATUAL.
      * SAL-DATA-REG/SAL-HORA-REG = QUANDO A MUDANCA FOI DIGITADA;
      * ZERADOS NO REGISTRO DE ABERTURA, QUE GUARDA A SITUACAO DO
      * CADFUNC ANTERIOR A PRIMEIRA MUDANCA HISTORIADA. A VIGENCIA
      * PODE SER ANTERIOR A DIGITACAO (REAJUSTE RETROATIVO): A FOLHA
      * SEGUINTE PAGA AS DIFERENCAS DAS COMPETENCIAS JA PROCESSADAS
      * E GRAVA EM SAL-COMPET-DIF A COMPETENCIA (AAAAMM) EM QUE AS
      * PAGOU (ZEROS = DIFERENCAS AINDA NAO PAGAS).
      *****************************************************************
       FD SALHIST
          LABEL RECORD IS STANDARD
          VALUE OF FILE-ID IS "SALHIST.DAT".

       01 REGSALH.
        03 SAL-CHAVE.
          05 SAL-CODIGO        PIC X(06).
          05 SAL-VIGENCIA      PIC 9(08).
        03 SAL-SALARIOBASE     PIC 9(06)V99.
        03 SAL-TPSALARIO       PIC X(01).
        03 SAL-CARGO           PIC 9(02).
        03 SAL-DEPARTAMENTO    PIC 9(02).
        03 SAL-DATA-REG        PIC 9(08).
        03 SAL-HORA-REG        PIC 9(06).
        03 SAL-OPERADOR        PIC X(08).
        03 SAL-COMPET-DIF      PIC 9(06).
