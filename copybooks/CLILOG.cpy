              88 LOG-INCLUSAO        VALUE 'I'.
              88 LOG-ALTERACAO       VALUE 'A'.
              88 LOG-EXCLUSAO        VALUE 'D'.
              88 LOG-ANONIMIZACAO    VALUE 'N'.
              88 LOG-TRANSFERENCIA   VALUE 'T'.
           05 LOG-CLI-CODIGO         PIC 9(06).
           05 LOG-SOLICITANTE        PIC X(08).
      *    FILIAIS DE ORIGEM E DESTINO, SO NA TRANSFERENCIA
           05 LOG-FILIAL-ORIGEM      PIC 9(03).
           05 LOG-FILIAL-DESTINO     PIC 9(03).
           05 FILLER                 PIC X(06).
