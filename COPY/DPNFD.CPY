      *****************************************************************
      * DPNFD - FD E LAYOUT DO REGISTRO DE DEPENDENTE (REGDEPEN).
      * UM REGISTRO POR FUNCIONARIO E SEQUENCIA (01 A 99).
      * DPN-NASC = DATA DE NASCIMENTO (AAAAMMDD). DPN-PARENTESCO:
      *   "F" = FILHO(A)            "E" = ENTEADO(A) OU TUTELADO(A)
      *   "I" = FILHO(A)/ENTEADO(A) INCAPAZ (SEM LIMITE DE IDADE)
      *   "C" = CONJUGE/COMPANHEIRO "P" = PAI/MAE
      *   "O" = OUTROS
      * DPN-IRRF / DPN-SALFAM ("S"/"N") INDICAM SE O FUNCIONARIO
      * DECLAROU O DEPENDENTE PARA O IRRF E PARA O SALARIO-FAMILIA.
      * DPN-ESTUDANTE = "S" PARA UNIVERSITARIO (IRRF ATE 24 ANOS).
      * A ELEGIBILIDADE EM CADA COMPETENCIA SAI DO DPNCALC.CPY.
      *****************************************************************
       FD DEPENDEN
          LABEL RECORD IS STANDARD
          VALUE OF FILE-ID IS "DEPEND.DAT".

       01 REGDEPEN.
        03 DPN-CHAVE.
          05 DPN-CODIGO        PIC X(06).
          05 DPN-SEQ           PIC 9(02).
        03 DPN-NOME            PIC X(30).
        03 DPN-CPF             PIC 9(11).
        03 DPN-NASC            PIC 9(08).
        03 DPN-PARENTESCO      PIC X(01).
        03 DPN-ESTUDANTE       PIC X(01).
        03 DPN-IRRF            PIC X(01).
        03 DPN-SALFAM          PIC X(01).
