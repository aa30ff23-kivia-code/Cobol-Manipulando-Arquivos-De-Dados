      *OBJETIVO: LAYOUT DO REGISTRO DE PONTO DE REINICIO DE CARGA
      *          (CHECKPOINTS): UM REGISTRO POR JOB COM A ULTIMA LINHA
      *          CONFIRMADA DO ARQUIVO DE ENTRADA, A PRIMEIRA E A
      *          ULTIMA LINHA PARA RECONHECER O MESMO ARQUIVO NA
      *          NOVA RODADA E OS CONTADORES ATE AQUELE PONTO
       01  CKP-REGISTRO.
           05 CKP-JOB                PIC X(08).
           05 CKP-SITUACAO           PIC X(01).
              88 CKP-EM-ANDAMENTO    VALUE 'E'.
              88 CKP-CONCLUIDO       VALUE 'C'.
           05 CKP-TIMESTAMP          PIC 9(14).
           05 CKP-QTDE-LIDOS         PIC 9(06).
           05 CKP-PRIMEIRA-LINHA     PIC X(80).
           05 CKP-ULTIMA-LINHA       PIC X(80).
           05 CKP-QTDE-GRAVADOS      PIC 9(06).
           05 CKP-QTDE-REJEITADOS    PIC 9(06).
           05 CKP-QTDE-LIQUIDADAS    PIC 9(06).
           05 CKP-QTDE-DUPLICADOS    PIC 9(06).
           05 FILLER                 PIC X(10).
