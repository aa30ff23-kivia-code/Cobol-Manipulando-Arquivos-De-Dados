      *OBJETIVO: LAYOUT DO CONTROLE DE REMESSAS DOS ARQUIVOS DE
      *          INTERFACE (CLICRG, MOVFIN, RETFAT, CLIEXT, RFBCON,
      *          RFBRET): UM REGISTRO POR ARQUIVO COM A ULTIMA
      *          REMESSA PROCESSADA OU GERADA, PARA CONFERIR A
      *          SEQUENCIA DA PROXIMA
       01  ITF-REGISTRO.
           05 ITF-ARQUIVO            PIC X(08).
           05 ITF-ORIGEM             PIC X(10).
           05 ITF-SEQUENCIA          PIC 9(06).
           05 ITF-DATA-GERACAO       PIC 9(08).
           05 ITF-QTDE-REGISTROS     PIC 9(06).
           05 ITF-TOTAL-CONTROLE     PIC 9(15).
           05 ITF-TIMESTAMP          PIC 9(14).
           05 FILLER                 PIC X(10).
