      *OBJETIVO: LAYOUT DOS ARQUIVOS DO SERVICO DE CONSULTA DE
      *          SITUACAO CADASTRAL DA RECEITA FEDERAL: A CONSULTA
      *          (RFBCON) E A RESPOSTA (RFBRET) TEM 80 POSICOES,
      *          CABECALHO '0', DETALHES '1' E RODAPE '9'. O CODIGO
      *          DO CLIENTE VAI NO CAMPO DE CONTROLE E VOLTA NA
      *          RESPOSTA
       01  RFB-REGISTRO.
           05 RFB-TIPO-REG           PIC X(01).
              88 RFB-CABECALHO       VALUE '0'.
              88 RFB-DETALHE         VALUE '1'.
              88 RFB-RODAPE          VALUE '9'.
           05 RFB-TIPO-DOC           PIC X(01).
              88 RFB-DOC-CPF         VALUE '1'.
              88 RFB-DOC-CNPJ        VALUE '2'.
           05 RFB-DOCUMENTO          PIC 9(14).
           05 RFB-CONTROLE           PIC 9(06).
      *    PREENCHIDOS SO NA RESPOSTA
           05 RFB-SITUACAO           PIC X(02).
              88 RFB-SIT-REGULAR     VALUE '00'.
              88 RFB-SIT-PENDENTE    VALUE '01'.
              88 RFB-SIT-SUSPENSA    VALUE '02'.
              88 RFB-SIT-INAPTA      VALUE '03'.
              88 RFB-SIT-BAIXADA     VALUE '04'.
              88 RFB-SIT-CANCELADA   VALUE '05'.
              88 RFB-SIT-NULA        VALUE '06'.
              88 RFB-SIT-FALECIDO    VALUE '07'.
              88 RFB-SIT-NAO-ACHADO  VALUE '99'.
           05 RFB-DATA-CONSULTA      PIC 9(08).
           05 RFB-DESCRICAO          PIC X(40).
           05 FILLER                 PIC X(08).

       01  RFB-CAB-REGISTRO.
           05 FILLER                 PIC X(01).
           05 RFB-CAB-ORIGEM         PIC X(10).
           05 RFB-CAB-DATA-GERACAO   PIC 9(08).
           05 RFB-CAB-SEQUENCIA      PIC 9(06).
           05 FILLER                 PIC X(55).

       01  RFB-ROD-REGISTRO.
           05 FILLER                 PIC X(01).
           05 RFB-ROD-QTDE           PIC 9(06).
           05 FILLER                 PIC X(73).
