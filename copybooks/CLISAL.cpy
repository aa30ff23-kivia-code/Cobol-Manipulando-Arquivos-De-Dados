      *OBJETIVO: LAYOUT DO REGISTRO DE SALDO DO CLIENTE NO PERIODO
      *          (SALDOS): UM REGISTRO POR MES FECHADO E CLIENTE COM
      *          MOVIMENTO NO MES OU SALDO EM ABERTO. PARCELAS DE
      *          ACORDO NAO ENTRAM NAS FATURAS: SO REPARCELAM A
      *          DIVIDA QUE JA ESTA NO SALDO
       01  SAL-REGISTRO.
           05 SAL-CHAVE.
              10 SAL-PERIODO         PIC 9(06).
              10 SAL-CLI-CODIGO      PIC 9(06).
           05 SAL-SALDO-ANTERIOR     PIC S9(11)V99.
           05 SAL-FATURAS            PIC 9(11)V99.
           05 SAL-PAGAMENTOS         PIC 9(11)V99.
           05 SAL-SALDO-FINAL        PIC S9(11)V99.
           05 SAL-QTDE-MOVIMENTOS    PIC 9(04).
           05 SAL-TIMESTAMP          PIC 9(14).
           05 FILLER                 PIC X(10).
