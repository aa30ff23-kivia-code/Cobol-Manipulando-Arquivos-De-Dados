      *OBJETIVO: LAYOUT DO REGISTRO DE MOVIMENTO FINANCEIRO DO
      *          CLIENTE (MOVIMENTOS) - FATURAS EMITIDAS E
      *          PAGAMENTOS RECEBIDOS DO FATURAMENTO; FATURAS
      *          RENEGOCIADAS E PARCELAS DE ACORDO LEVAM O NUMERO
      *          DO ACORDO DE PARCELAMENTO (CLIACD)
       01  MOV-REGISTRO.
           05 MOV-CHAVE.
              10 MOV-CLI-CODIGO      PIC 9(06).
           05 MOV-SITUACAO           PIC X(01).
              88 MOV-ABERTO          VALUE 'A'.
              88 MOV-LIQUIDADO       VALUE 'L'.
              88 MOV-RENEGOCIADO     VALUE 'R'.
              88 MOV-CANCELADO       VALUE 'C'.
           05 MOV-ACORDO             PIC 9(06).
           05 MOV-PARCELA            PIC 9(02).
           05 FILLER                 PIC X(02).
