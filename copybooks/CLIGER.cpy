      *OBJETIVO: LAYOUT DO CATALOGO DE GERACOES DOS ARQUIVOS DE LOG
      *          ROLADOS (CLILOG E OPESEG): UM REGISTRO POR GERACAO
      *          COM A DATA DA ROLAGEM, AS DATAS DO PRIMEIRO E DO
      *          ULTIMO REGISTRO GUARDADO E A QUANTIDADE DE REGISTROS;
      *          OS REGISTROS DA GERACAO FICAM NO HISTORICO DO LOG
      *          (CLILGH OU OPESGH) SOB O NUMERO DA GERACAO
       01  GER-REGISTRO.
           05 GER-CHAVE.
              10 GER-ARQUIVO         PIC X(06).
              10 GER-NUMERO          PIC 9(04).
           05 GER-SITUACAO           PIC X(01).
              88 GER-EM-ROLAGEM      VALUE 'R'.
              88 GER-FECHADA         VALUE 'F'.
              88 GER-EXPURGADA       VALUE 'X'.
           05 GER-DATA-ROLAGEM       PIC 9(08).
           05 GER-DATA-INICIAL       PIC 9(08).
           05 GER-DATA-FINAL         PIC 9(08).
           05 GER-QTDE-REGISTROS     PIC 9(09).
           05 GER-DATA-EXPURGO       PIC 9(08).
           05 GER-TIMESTAMP          PIC 9(14).
           05 FILLER                 PIC X(14).
