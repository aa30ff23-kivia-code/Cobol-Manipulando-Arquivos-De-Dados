      *OBJETIVO: LAYOUT DO REGISTRO DE PERIODO FECHADO (PERIODOS):
      *          UM REGISTRO POR MES JA FECHADO PELO CLIFEC01; O
      *          CLIFIN01 RECUSA MOVIMENTO DATADO EM MES FECHADO
       01  PER-REGISTRO.
           05 PER-PERIODO            PIC 9(06).
           05 PER-OPERADOR           PIC X(08).
           05 PER-TIMESTAMP          PIC 9(14).
           05 PER-QTDE-CLIENTES      PIC 9(06).
           05 PER-TOTAL-FATURAS      PIC 9(13)V99.
           05 PER-TOTAL-PAGAMENTOS   PIC 9(13)V99.
           05 PER-SALDO-FINAL        PIC S9(13)V99.
           05 FILLER                 PIC X(10).
