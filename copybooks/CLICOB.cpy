      *OBJETIVO: LAYOUT DO REGISTRO DO HISTORICO DE COBRANCA
      *          (HISTORICO-COBRANCA): UM REGISTRO POR CLIENTE E
      *          NIVEL DA REGUA; O NIVEL EMITIDO NAO SE REPETE ATE
      *          O CICLO DE ATRASO DO CLIENTE SER ENCERRADO
       01  COB-REGISTRO.
           05 COB-CHAVE.
              10 COB-CLI-CODIGO      PIC 9(06).
              10 COB-NIVEL           PIC 9(01).
                 88 COB-LEMBRETE     VALUE 1.
                 88 COB-AVISO-FORMAL VALUE 2.
                 88 COB-AVISO-FINAL  VALUE 3.
           05 COB-DATA-EMISSAO       PIC 9(08).
           05 COB-MAIOR-ATRASO       PIC 9(05).
           05 COB-QTDE-FATURAS       PIC 9(04).
           05 COB-VALOR-DEVIDO       PIC 9(11)V99.
           05 COB-SITUACAO           PIC X(01).
              88 COB-EMITIDA         VALUE 'E'.
              88 COB-CICLO-ENCERRADO VALUE 'C'.
           05 COB-DATA-ENCERRAMENTO  PIC 9(08).
           05 FILLER                 PIC X(10).
