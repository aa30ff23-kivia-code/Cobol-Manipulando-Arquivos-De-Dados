       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIRFB01.
      ****************************************
      *OBJETIVO: GERACAO DO ARQUIVO DE CONSULTA DE SITUACAO
      *          CADASTRAL NA RECEITA FEDERAL (RFBCON) COM O CPF OU
      *          CNPJ DE TODOS OS CLIENTES ATIVOS, NO LAYOUT DO
      *          SERVICO DE VERIFICACAO, NUMERADO PELO CONTROLE DE
      *          REMESSAS (CLIITF)
      *AUTHOR: KIVIAAL
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-MASTER ASSIGN TO "CLIMST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CLI-CODIGO
               ALTERNATE RECORD KEY IS CLI-CPF-CNPJ
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTE.

           SELECT CONSULTA-RECEITA ASSIGN TO "RFBCON"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS FS-CONSULTA.

           SELECT REMESSAS ASSIGN TO "CLIITF"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ITF-ARQUIVO
               FILE STATUS IS FS-REMESSA.

           SELECT RELATORIO-RFB ASSIGN TO "RELRFC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-MASTER.
           COPY CLIREG.

       FD  CONSULTA-RECEITA.
           COPY CLIRFB.

       FD  REMESSAS.
           COPY CLIITF.

       FD  RELATORIO-RFB.
       01  REL-LINHA             PIC X(84).

       WORKING-STORAGE SECTION.
       77 FS-CLIENTE             PIC X(02).
       77 FS-CONSULTA            PIC X(02).
       77 FS-REMESSA             PIC X(02).
       77 FS-RELATORIO           PIC X(02).

       77 WRK-FIM-CLIENTE        PIC X(01).
           88 WRK-CLIENTE-ACABOU    VALUE 'S'.
       77 WRK-ITF-EXISTE         PIC X(01).
           88 WRK-ITF-GRAVADO       VALUE 'S'.

       77 WRK-QTDE-LIDOS         PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-CPF           PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-CNPJ          PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-SEM-DOC       PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-CONSULTAS     PIC 9(06) VALUE ZERO.
       77 WRK-RFB-SEQUENCIA      PIC 9(06) VALUE ZERO.

       77 WRK-TIMESTAMP-ATUAL    PIC 9(14).
       77 WRK-DATA-SISTEMA       PIC 9(08).
       77 WRK-HORA-SISTEMA       PIC 9(08).

       01  REL-CABECALHO.
           05 FILLER             PIC X(44) VALUE
              'CONSULTA DE SITUACAO CADASTRAL - RECEITA    '.
           05 REL-CAB-DATA       PIC 9999/99/99.

       01  REL-TOTAL.
           05 REL-TOT-TITULO     PIC X(31).
           05 REL-TOT-QTDE       PIC Z(5)9.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR THRU 1000-INICIAR-FIM.
           PERFORM 2000-PROCESSAR.
           PERFORM 3000-FINALIZAR.

           GOBACK.

       1000-INICIAR.
           MOVE SPACE TO WRK-FIM-CLIENTE.

           OPEN OUTPUT RELATORIO-RFB.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WRK-DATA-SISTEMA TO REL-CAB-DATA.
           WRITE REL-LINHA FROM REL-CABECALHO.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

           OPEN INPUT CLIENTE-MASTER.
           IF FS-CLIENTE NOT = '00'
              MOVE 'CADASTRO CLIMST INDISPONIVEL' TO REL-LINHA
              WRITE REL-LINHA
              SET WRK-CLIENTE-ACABOU TO TRUE
              MOVE 8 TO RETURN-CODE
              GO TO 1000-INICIAR-FIM
           END-IF.

      *    SEM O CONTROLE DE REMESSAS NAO HA COMO NUMERAR A CONSULTA
           OPEN I-O REMESSAS.
           IF FS-REMESSA = '35'
              CLOSE REMESSAS
              OPEN OUTPUT REMESSAS
              CLOSE REMESSAS
              OPEN I-O REMESSAS
           END-IF.
           IF FS-REMESSA NOT = '00'
              MOVE 'CONTROLE DE REMESSAS CLIITF INDISPONIVEL'
                  TO REL-LINHA
              WRITE REL-LINHA
              SET WRK-CLIENTE-ACABOU TO TRUE
              MOVE 8 TO RETURN-CODE
              CLOSE CLIENTE-MASTER
              MOVE '99' TO FS-CLIENTE
              GO TO 1000-INICIAR-FIM
           END-IF.

           OPEN OUTPUT CONSULTA-RECEITA.
           PERFORM 1100-GRAVAR-CABECALHO.

           MOVE LOW-VALUES TO CLI-REGISTRO.
           START CLIENTE-MASTER KEY NOT LESS THAN CLI-CODIGO
               INVALID KEY
                  SET WRK-CLIENTE-ACABOU TO TRUE
           END-START.

       1000-INICIAR-FIM.
           EXIT.

       1100-GRAVAR-CABECALHO.
           MOVE SPACE TO WRK-ITF-EXISTE.
           MOVE 'RFBCON' TO ITF-ARQUIVO.
           READ REMESSAS
               INVALID KEY
                  MOVE SPACES TO ITF-REGISTRO
                  MOVE ZERO TO ITF-SEQUENCIA
               NOT INVALID KEY
                  SET WRK-ITF-GRAVADO TO TRUE
           END-READ.
           COMPUTE WRK-RFB-SEQUENCIA = ITF-SEQUENCIA + 1.

           MOVE SPACES TO RFB-CAB-REGISTRO.
           SET RFB-CABECALHO TO TRUE.
           MOVE 'CLIENTES' TO RFB-CAB-ORIGEM.
           MOVE WRK-DATA-SISTEMA TO RFB-CAB-DATA-GERACAO.
           MOVE WRK-RFB-SEQUENCIA TO RFB-CAB-SEQUENCIA.
           WRITE RFB-CAB-REGISTRO.

       2000-PROCESSAR.
           PERFORM 2100-LER-CLIENTE
               UNTIL WRK-CLIENTE-ACABOU.

       2100-LER-CLIENTE.
           READ CLIENTE-MASTER NEXT RECORD
               AT END
                  SET WRK-CLIENTE-ACABOU TO TRUE
               NOT AT END
                  ADD 1 TO WRK-QTDE-LIDOS
                  IF CLI-ATIVO
                     PERFORM 2200-GRAVAR-CONSULTA
                  END-IF
           END-READ.

       2200-GRAVAR-CONSULTA.
      *    SEM DOCUMENTO NAO HA O QUE CONSULTAR; O CLIVER01 APONTA
           IF CLI-CPF-CNPJ NOT NUMERIC OR CLI-CPF-CNPJ = ZERO
              ADD 1 TO WRK-QTDE-SEM-DOC
           ELSE
              MOVE SPACES TO RFB-REGISTRO
              SET RFB-DETALHE TO TRUE
              IF CLI-PESSOA-JURIDICA
                 SET RFB-DOC-CNPJ TO TRUE
                 ADD 1 TO WRK-QTDE-CNPJ
              ELSE
                 SET RFB-DOC-CPF TO TRUE
                 ADD 1 TO WRK-QTDE-CPF
              END-IF
              MOVE CLI-CPF-CNPJ TO RFB-DOCUMENTO
              MOVE CLI-CODIGO TO RFB-CONTROLE
              WRITE RFB-REGISTRO
              ADD 1 TO WRK-QTDE-CONSULTAS
           END-IF.

       9000-TIMESTAMP-ATUAL.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-SISTEMA FROM TIME.
           STRING WRK-DATA-SISTEMA DELIMITED BY SIZE
                  WRK-HORA-SISTEMA(1:6) DELIMITED BY SIZE
                  INTO WRK-TIMESTAMP-ATUAL.

       3000-FINALIZAR.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE 'CLIENTES LIDOS..............: ' TO REL-TOT-TITULO.
           MOVE WRK-QTDE-LIDOS TO REL-TOT-QTDE.
           WRITE REL-LINHA FROM REL-TOTAL.

           MOVE 'CONSULTAS DE CPF............: ' TO REL-TOT-TITULO.
           MOVE WRK-QTDE-CPF TO REL-TOT-QTDE.
           WRITE REL-LINHA FROM REL-TOTAL.

           MOVE 'CONSULTAS DE CNPJ...........: ' TO REL-TOT-TITULO.
           MOVE WRK-QTDE-CNPJ TO REL-TOT-QTDE.
           WRITE REL-LINHA FROM REL-TOTAL.

           MOVE 'ATIVOS SEM DOCUMENTO........: ' TO REL-TOT-TITULO.
           MOVE WRK-QTDE-SEM-DOC TO REL-TOT-QTDE.
           WRITE REL-LINHA FROM REL-TOTAL.

           IF FS-CLIENTE = '00' OR FS-CLIENTE = '10'
              MOVE 'REMESSA (SEQUENCIA)........: ' TO REL-TOT-TITULO
              MOVE WRK-RFB-SEQUENCIA TO REL-TOT-QTDE
              WRITE REL-LINHA FROM REL-TOTAL
              PERFORM 3100-GRAVAR-RODAPE
              CLOSE CLIENTE-MASTER
              CLOSE CONSULTA-RECEITA
              CLOSE REMESSAS
           END-IF.
           CLOSE RELATORIO-RFB.

      *    RODAPE COM A QUANTIDADE DE CONSULTAS DA REMESSA
       3100-GRAVAR-RODAPE.
           MOVE SPACES TO RFB-ROD-REGISTRO.
           SET RFB-RODAPE TO TRUE.
           MOVE WRK-QTDE-CONSULTAS TO RFB-ROD-QTDE.
           WRITE RFB-ROD-REGISTRO.

           PERFORM 9000-TIMESTAMP-ATUAL.
           MOVE SPACES TO ITF-REGISTRO.
           MOVE 'RFBCON' TO ITF-ARQUIVO.
           MOVE 'CLIENTES' TO ITF-ORIGEM.
           MOVE WRK-RFB-SEQUENCIA TO ITF-SEQUENCIA.
           MOVE WRK-DATA-SISTEMA TO ITF-DATA-GERACAO.
           MOVE WRK-QTDE-CONSULTAS TO ITF-QTDE-REGISTROS.
           MOVE ZERO TO ITF-TOTAL-CONTROLE.
           MOVE WRK-TIMESTAMP-ATUAL TO ITF-TIMESTAMP.

           IF WRK-ITF-GRAVADO
              REWRITE ITF-REGISTRO
                  INVALID KEY
                     CONTINUE
              END-REWRITE
           ELSE
              WRITE ITF-REGISTRO
                  INVALID KEY
                     CONTINUE
              END-WRITE
           END-IF.
      *    SEQUENCIA NAO GRAVADA DESCASA A CONFERENCIA DA PROXIMA
      *    REMESSA
           IF FS-REMESSA NOT = '00'
              MOVE SPACES TO REL-LINHA
              STRING 'ERRO AO GRAVAR SEQUENCIA CLIITF - STATUS '
                         DELIMITED BY SIZE
                     FS-REMESSA DELIMITED BY SIZE
                     INTO REL-LINHA
              WRITE REL-LINHA
              MOVE 8 TO RETURN-CODE
           END-IF.
