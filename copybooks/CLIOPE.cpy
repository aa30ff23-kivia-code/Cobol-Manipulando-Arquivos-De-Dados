              88 OPE-DEVE-TROCAR     VALUE 'S'.
           05 OPE-DATA-SENHA         PIC 9(08).
           05 OPE-FALHAS             PIC 9(01).
      *    FILIAL DO OPERADOR (ZERO OU BRANCO = 001, MATRIZ); O
      *    ACESSO A TODAS AS FILIAIS SO VALE PARA SUPERVISOR
           05 OPE-FILIAL             PIC 9(03).
           05 OPE-TODAS-FILIAIS      PIC X(01).
              88 OPE-ACESSO-TODAS    VALUE 'S'.
           05 FILLER                 PIC X(06).
