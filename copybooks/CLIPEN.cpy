      *OBJETIVO: LAYOUT DO REGISTRO DE PENDENCIA DE APROVACAO
      *          (PENDENCIAS): INATIVACAO, RESTAURACAO E
      *          ANONIMIZACAO DO TITULAR (LGPD) EXIGEM QUATRO
      *          OLHOS - UM OPERADOR SOLICITA E UM SUPERVISOR
      *          DIFERENTE APROVA OU REJEITA
       01  PEN-REGISTRO.
           05 PEN-NUMERO             PIC 9(06).
           05 PEN-ACAO               PIC X(01).
              88 PEN-INATIVACAO      VALUE 'D'.
              88 PEN-RESTAURACAO     VALUE 'R'.
              88 PEN-ANONIMIZACAO    VALUE 'N'.
           05 PEN-CLI-CODIGO         PIC 9(06).
           05 PEN-MOTIVO             PIC X(40).
           05 PEN-SOLICITANTE        PIC X(08).
