      *OBJETIVO: LAYOUT DO REGISTRO DE ACORDO DE PARCELAMENTO
      *          (ACORDOS): FATURAS EM ABERTO DO CLIENTE
      *          RENEGOCIADAS EM PARCELAS FUTURAS NOS MOVIMENTOS,
      *          LIGADAS AO ACORDO PELO MOV-ACORDO
       01  ACD-REGISTRO.
           05 ACD-NUMERO             PIC 9(06).
           05 ACD-CLI-CODIGO         PIC 9(06).
           05 ACD-DATA               PIC 9(08).
           05 ACD-QTDE-ORIGINAIS     PIC 9(02).
           05 ACD-VALOR-ORIGINAL     PIC 9(11)V99.
           05 ACD-QTDE-PARCELAS      PIC 9(02).
           05 ACD-VALOR-PARCELA      PIC 9(09)V99.
           05 ACD-PRIMEIRO-VENC      PIC 9(08).
           05 ACD-SITUACAO           PIC X(01).
              88 ACD-ATIVO           VALUE 'A'.
              88 ACD-QUITADO         VALUE 'Q'.
              88 ACD-ROMPIDO         VALUE 'R'.
           05 ACD-OPERADOR           PIC X(08).
           05 ACD-TIMESTAMP          PIC 9(14).
           05 ACD-DATA-ENCERRAMENTO  PIC 9(08).
           05 FILLER                 PIC X(10).
