       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIREL02.
      ****************************************
      *OBJETIVO: RELATORIO DE AUDITORIA DO LOG DE TRANSACOES; LE
      *          ANTES DO LOG VIVO AS GERACOES ROLADAS (CATALOGO
      *          CLIGER, HISTORICO CLILGH) QUE COBREM O PERIODO
      *AUTHOR: KIVIAAL
      ****************************************
       ENVIRONMENT DIVISION.
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS FS-LOG.

           SELECT GERACOES ASSIGN TO "CLIGER"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS GER-CHAVE
               FILE STATUS IS FS-GERACAO.

           SELECT LOG-HISTORICO ASSIGN TO "CLILGH"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS LGH-CHAVE
               FILE STATUS IS FS-HISTORICO.

           SELECT RELATORIO-LOG ASSIGN TO "RELLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.
       FD  CLIENTES-LOG.
           COPY CLILOG.

       FD  GERACOES.
           COPY CLIGER.

       FD  LOG-HISTORICO.
           COPY CLILGH.

       FD  RELATORIO-LOG.
       01  REL-LINHA             PIC X(84).

       WORKING-STORAGE SECTION.
       77 FS-LOG                 PIC X(02).
       77 FS-RELATORIO           PIC X(02).
       77 FS-GERACAO             PIC X(02).
       77 FS-HISTORICO           PIC X(02).

       77 WRK-FIM-GERACAO        PIC X(01).
           88 WRK-GERACAO-ACABOU    VALUE 'S'.
       77 WRK-FIM-HISTORICO      PIC X(01).
           88 WRK-HISTORICO-ACABOU  VALUE 'S'.

       77 WRK-PAGINA             PIC 9(04) VALUE ZERO.
       77 WRK-LINHAS-PAGINA      PIC 9(02) VALUE ZERO.
           05 REL-DET-ACAO       PIC X(09).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 REL-DET-CODIGO     PIC Z(5)9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 REL-DET-FILIAIS    PIC X(07).

       01  REL-TOTAL-OPERADOR.
           05 FILLER             PIC X(20) VALUE
           WRITE REL-LINHA.

       2000-PROCESSAR.
      *    PRIMEIRO AS GERACOES ROLADAS, DEPOIS O QUE ESTA NO VIVO
           PERFORM 2050-LER-GERACOES THRU 2050-LER-GERACOES-FIM.

           IF FS-LOG = '00'
              PERFORM 2100-LER-PROXIMO
                  UNTIL FS-LOG NOT = '00'
           END-IF.

       2050-LER-GERACOES.
           OPEN INPUT GERACOES.
           IF FS-GERACAO NOT = '00'
              GO TO 2050-LER-GERACOES-FIM
           END-IF.

           OPEN INPUT LOG-HISTORICO.
           IF FS-HISTORICO NOT = '00'
              CLOSE GERACOES
              GO TO 2050-LER-GERACOES-FIM
           END-IF.

           MOVE SPACE TO WRK-FIM-GERACAO.
           MOVE 'CLILOG' TO GER-ARQUIVO.
           MOVE ZERO TO GER-NUMERO.
           START GERACOES KEY NOT LESS THAN GER-CHAVE
               INVALID KEY
                  SET WRK-GERACAO-ACABOU TO TRUE
           END-START.

           PERFORM 2060-LER-GERACAO
               UNTIL WRK-GERACAO-ACABOU.

           CLOSE LOG-HISTORICO.
           CLOSE GERACOES.

       2050-LER-GERACOES-FIM.
           EXIT.

       2060-LER-GERACAO.
           READ GERACOES NEXT RECORD
               AT END
                  SET WRK-GERACAO-ACABOU TO TRUE
               NOT AT END
                  IF GER-ARQUIVO NOT = 'CLILOG'
                     SET WRK-GERACAO-ACABOU TO TRUE
                  ELSE
                     PERFORM 2070-AVALIAR-GERACAO
                  END-IF
           END-READ.

       2070-AVALIAR-GERACAO.
      *    SO ENTRA GERACAO FECHADA COM ALGUMA DATA NO PERIODO
           IF GER-FECHADA
              AND (FLT-DATA-INICIAL = ZERO
                   OR GER-DATA-FINAL NOT < FLT-DATA-INICIAL)
              AND (FLT-DATA-FINAL = ZERO
                   OR GER-DATA-INICIAL NOT > FLT-DATA-FINAL)
              MOVE SPACE TO WRK-FIM-HISTORICO
              MOVE GER-NUMERO TO LGH-GERACAO
              MOVE ZERO TO LGH-SEQUENCIA
              START LOG-HISTORICO KEY NOT LESS THAN LGH-CHAVE
                  INVALID KEY
                     SET WRK-HISTORICO-ACABOU TO TRUE
              END-START
              PERFORM 2080-LER-HISTORICO
                  UNTIL WRK-HISTORICO-ACABOU
           END-IF.

       2080-LER-HISTORICO.
           READ LOG-HISTORICO NEXT RECORD
               AT END
                  SET WRK-HISTORICO-ACABOU TO TRUE
               NOT AT END
                  IF LGH-GERACAO NOT = GER-NUMERO
                     SET WRK-HISTORICO-ACABOU TO TRUE
                  ELSE
                     MOVE LGH-IMAGEM TO LOG-REGISTRO
                     ADD 1 TO WRK-QTDE-LIDOS
                     PERFORM 2200-TRATAR-REGISTRO
                         THRU 2200-TRATAR-FIM
                  END-IF
           END-READ.

       2100-LER-PROXIMO.
           READ CLIENTES-LOG
               AT END
                  MOVE 'ALTERACAO' TO REL-DET-ACAO
               WHEN LOG-EXCLUSAO
                  MOVE 'EXCLUSAO ' TO REL-DET-ACAO
               WHEN LOG-ANONIMIZACAO
                  MOVE 'ANONIMIZ.' TO REL-DET-ACAO
               WHEN LOG-TRANSFERENCIA
                  MOVE 'TRANSFER.' TO REL-DET-ACAO
               WHEN OTHER
                  MOVE LOG-ACAO TO REL-DET-ACAO
           END-EVALUATE.

           MOVE LOG-CLI-CODIGO TO REL-DET-CODIGO.
      *    NA TRANSFERENCIA SAEM AS FILIAIS DE ORIGEM E DESTINO
           MOVE SPACES TO REL-DET-FILIAIS.
           IF LOG-TRANSFERENCIA
              STRING LOG-FILIAL-ORIGEM DELIMITED BY SIZE
                     '>' DELIMITED BY SIZE
                     LOG-FILIAL-DESTINO DELIMITED BY SIZE
                     INTO REL-DET-FILIAIS
           END-IF.
           WRITE REL-LINHA FROM REL-DETALHE.
           ADD 1 TO WRK-LINHAS-PAGINA.
           ADD 1 TO WRK-QTDE-LISTADOS.
