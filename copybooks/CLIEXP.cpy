      *OBJETIVO: LAYOUT DO EXTRATO PARA O SISTEMA DE FATURAMENTO
      *          A REMESSA ABRE COM UM CABECALHO ('H') E FECHA COM UM
      *          RODAPE ('T'); NOS DETALHES A PRIMEIRA POSICAO E
      *          SEMPRE UM DIGITO DO CODIGO DO CLIENTE
       01  EXP-REGISTRO.
           05 EXP-CLI-CODIGO         PIC 9(06).
           05 EXP-CLI-NOME           PIC X(40).
           05 EXP-CLI-TIPO-PESSOA    PIC X(01).
           05 EXP-CLI-CPF-CNPJ       PIC 9(14).
           05 EXP-CLI-STATUS         PIC X(01).

       01  EXP-CABECALHO.
           05 EXP-CAB-TIPO           PIC X(01).
              88 EXP-E-CABECALHO     VALUE 'H'.
              88 EXP-E-RODAPE        VALUE 'T'.
           05 EXP-CAB-ORIGEM         PIC X(10).
           05 EXP-CAB-DATA-GERACAO   PIC 9(08).
           05 EXP-CAB-SEQUENCIA      PIC 9(06).
           05 FILLER                 PIC X(37).

       01  EXP-RODAPE.
           05 EXP-ROD-TIPO           PIC X(01).
           05 EXP-ROD-QTDE           PIC 9(06).
           05 EXP-ROD-TOTAL          PIC 9(15).
           05 FILLER                 PIC X(40).
