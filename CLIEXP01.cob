      *OBJETIVO: GERACAO DO EXTRATO PARA O FATURAMENTO EM LOTE,
      *          SEM TERMINAL: MESMO CRITERIO DA OPCAO DE
      *          EXPORTACAO DO MENU NO MODO COMPLETO (CLIENTES
      *          ATIVOS E NAO RETIDOS), PARA USO NA ROTINA NOTURNA.
      *          A REMESSA SAI COM CABECALHO E RODAPE DE CONTROLE NA
      *          MESMA SEQUENCIA (CLIITF) DA EXPORTACAO DO MENU
      *AUTHOR: KIVIAAL
      ****************************************
       ENVIRONMENT DIVISION.
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS FS-EXPORT.

           SELECT REMESSAS ASSIGN TO "CLIITF"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ITF-ARQUIVO
               FILE STATUS IS FS-REMESSA.

           SELECT RELATORIO-EXP ASSIGN TO "RELEXP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.
       FD  CLIENTES-EXPORT.
           COPY CLIEXP.

       FD  REMESSAS.
           COPY CLIITF.

       FD  RELATORIO-EXP.
       01  REL-LINHA             PIC X(84).

       77 FS-CLIENTE             PIC X(02).
       77 FS-EXPORT              PIC X(02).
       77 FS-RELATORIO           PIC X(02).
       77 FS-REMESSA             PIC X(02).

       77 WRK-FIM-CLIENTE        PIC X(01).
           88 WRK-CLIENTE-ACABOU    VALUE 'S'.
       77 WRK-ITF-EXISTE         PIC X(01).
           88 WRK-ITF-GRAVADO       VALUE 'S'.

       77 WRK-QTDE-LIDOS         PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-EXPORTADOS    PIC 9(06) VALUE ZERO.
       77 WRK-EXP-SEQUENCIA      PIC 9(06) VALUE ZERO.
       77 WRK-EXP-TOTAL          PIC 9(15) VALUE ZERO.

       77 WRK-TIMESTAMP-ATUAL    PIC 9(14).
       77 WRK-DATA-SISTEMA       PIC 9(08).
       77 WRK-HORA-SISTEMA       PIC 9(08).

       01  REL-CABECALHO.
           05 FILLER             PIC X(44) VALUE
              GO TO 1000-INICIAR-FIM
           END-IF.

      *    SEM O CONTROLE DE REMESSAS NAO HA COMO NUMERAR O EXTRATO
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

           OPEN OUTPUT CLIENTES-EXPORT.
           PERFORM 1100-GRAVAR-CABECALHO.

           MOVE LOW-VALUES TO CLI-REGISTRO.
           START CLIENTE-MASTER KEY NOT LESS THAN CLI-CODIGO
       1000-INICIAR-FIM.
           EXIT.

       1100-GRAVAR-CABECALHO.
           MOVE SPACE TO WRK-ITF-EXISTE.
           MOVE 'CLIEXT' TO ITF-ARQUIVO.
           READ REMESSAS
               INVALID KEY
                  MOVE SPACES TO ITF-REGISTRO
                  MOVE ZERO TO ITF-SEQUENCIA
               NOT INVALID KEY
                  SET WRK-ITF-GRAVADO TO TRUE
           END-READ.
           COMPUTE WRK-EXP-SEQUENCIA = ITF-SEQUENCIA + 1.

           MOVE SPACES TO EXP-CABECALHO.
           SET EXP-E-CABECALHO TO TRUE.
           MOVE 'CLIENTES' TO EXP-CAB-ORIGEM.
           MOVE WRK-DATA-SISTEMA TO EXP-CAB-DATA-GERACAO.
           MOVE WRK-EXP-SEQUENCIA TO EXP-CAB-SEQUENCIA.
           WRITE EXP-CABECALHO.

       2000-PROCESSAR.
           PERFORM 2100-LER-CLIENTE
               UNTIL WRK-CLIENTE-ACABOU.
                     MOVE CLI-STATUS TO EXP-CLI-STATUS
                     WRITE EXP-REGISTRO
                     ADD 1 TO WRK-QTDE-EXPORTADOS
                     ADD CLI-CODIGO TO WRK-EXP-TOTAL
                  END-IF
           END-READ.

       9000-TIMESTAMP-ATUAL.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-SISTEMA FROM TIME.
           STRING WRK-DATA-SISTEMA DELIMITED BY SIZE
                  WRK-HORA-SISTEMA(1:6) DELIMITED BY SIZE
                  INTO WRK-TIMESTAMP-ATUAL.

       3000-FINALIZAR.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           WRITE REL-LINHA FROM REL-TOTAL.

           IF FS-CLIENTE = '00' OR FS-CLIENTE = '10'
              MOVE 'REMESSA (SEQUENCIA)........: ' TO REL-TOT-TITULO
              MOVE WRK-EXP-SEQUENCIA TO REL-TOT-QTDE
              WRITE REL-LINHA FROM REL-TOTAL
              PERFORM 3100-GRAVAR-RODAPE
              CLOSE CLIENTE-MASTER
              CLOSE CLIENTES-EXPORT
              CLOSE REMESSAS
           END-IF.
           CLOSE RELATORIO-EXP.

      *    RODAPE: QUANTIDADE DE CLIENTES E SOMA DOS CODIGOS
       3100-GRAVAR-RODAPE.
           MOVE SPACES TO EXP-RODAPE.
           MOVE 'T' TO EXP-ROD-TIPO.
           MOVE WRK-QTDE-EXPORTADOS TO EXP-ROD-QTDE.
           MOVE WRK-EXP-TOTAL TO EXP-ROD-TOTAL.
           WRITE EXP-RODAPE.

           PERFORM 9000-TIMESTAMP-ATUAL.
           MOVE SPACES TO ITF-REGISTRO.
           MOVE 'CLIEXT' TO ITF-ARQUIVO.
           MOVE 'CLIENTES' TO ITF-ORIGEM.
           MOVE WRK-EXP-SEQUENCIA TO ITF-SEQUENCIA.
           MOVE WRK-DATA-SISTEMA TO ITF-DATA-GERACAO.
           MOVE WRK-QTDE-EXPORTADOS TO ITF-QTDE-REGISTROS.
           MOVE WRK-EXP-TOTAL TO ITF-TOTAL-CONTROLE.
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
