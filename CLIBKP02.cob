      *          REGRAVA OS REGISTROS E CONFERE A QUANTIDADE COM O
      *          TRAILER DA IMAGEM; O NOME LOGICO DO ARQUIVO A
      *          RECUPERAR CHEGA PELA LINKAGE (CLIMST, OPEMST,
      *          CLIHST, CLICTT, CLICTL, CLIFIN, CLIUFS, CLIPEN,
      *          CLIACD, CLICOB, CLIITF, CLISAL, CLIPER, CLIGER,
      *          CLILGH OU OPESGH)
      *AUTHOR: KIVIAAL
      ****************************************
       ENVIRONMENT DIVISION.
               RECORD KEY IS PEN-NUMERO
               FILE STATUS IS FS-INDEXADO.

           SELECT ACORDOS ASSIGN TO "CLIACD"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ACD-NUMERO
               FILE STATUS IS FS-INDEXADO.

           SELECT HISTORICO-COBRANCA ASSIGN TO "CLICOB"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS COB-CHAVE
               FILE STATUS IS FS-INDEXADO.

           SELECT REMESSAS ASSIGN TO "CLIITF"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ITF-ARQUIVO
               FILE STATUS IS FS-INDEXADO.

           SELECT SALDOS ASSIGN TO "CLISAL"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SAL-CHAVE
               FILE STATUS IS FS-INDEXADO.

           SELECT PERIODOS ASSIGN TO "CLIPER"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS PER-PERIODO
               FILE STATUS IS FS-INDEXADO.

           SELECT GERACOES ASSIGN TO "CLIGER"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS GER-CHAVE
               FILE STATUS IS FS-INDEXADO.

           SELECT LOG-HISTORICO ASSIGN TO "CLILGH"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS LGH-CHAVE
               FILE STATUS IS FS-INDEXADO.

           SELECT SEG-HISTORICO ASSIGN TO "OPESGH"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SGH-CHAVE
               FILE STATUS IS FS-INDEXADO.

           SELECT IMAGEM-MST ASSIGN TO "BKPMST"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS FS-IMAGEM.

           SELECT IMAGEM-ACD ASSIGN TO "BKPACD"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS FS-IMAGEM.

           SELECT IMAGEM-COB ASSIGN TO "BKPCOB"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS FS-IMAGEM.

           SELECT IMAGEM-ITF ASSIGN TO "BKPITF"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS FS-IMAGEM.

           SELECT IMAGEM-SAL ASSIGN TO "BKPSAL"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS FS-IMAGEM.

           SELECT IMAGEM-PER ASSIGN TO "BKPPER"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS FS-IMAGEM.

           SELECT IMAGEM-GER ASSIGN TO "BKPGER"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS FS-IMAGEM.

           SELECT IMAGEM-LGH ASSIGN TO "BKPLGH"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS FS-IMAGEM.

           SELECT IMAGEM-SGH ASSIGN TO "BKPSGH"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS FS-IMAGEM.

           SELECT RELATORIO-BKR ASSIGN TO "RELBKR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.
       FD  PENDENCIAS.
           COPY CLIPEN.

       FD  ACORDOS.
           COPY CLIACD.

       FD  HISTORICO-COBRANCA.
           COPY CLICOB.

       FD  REMESSAS.
           COPY CLIITF.

       FD  SALDOS.
           COPY CLISAL.

       FD  PERIODOS.
           COPY CLIPER.

       FD  GERACOES.
           COPY CLIGER.

       FD  LOG-HISTORICO.
           COPY CLILGH.

       FD  SEG-HISTORICO.
           COPY CLISGH.

       FD  IMAGEM-MST.
       01  IMG-MST-REGISTRO      PIC X(250).

       FD  IMAGEM-PEN.
       01  IMG-PEN-REGISTRO      PIC X(250).

       FD  IMAGEM-ACD.
       01  IMG-ACD-REGISTRO      PIC X(250).

       FD  IMAGEM-COB.
       01  IMG-COB-REGISTRO      PIC X(250).

       FD  IMAGEM-ITF.
       01  IMG-ITF-REGISTRO      PIC X(250).

       FD  IMAGEM-SAL.
       01  IMG-SAL-REGISTRO      PIC X(250).

       FD  IMAGEM-PER.
       01  IMG-PER-REGISTRO      PIC X(250).

       FD  IMAGEM-GER.
       01  IMG-GER-REGISTRO      PIC X(250).

       FD  IMAGEM-LGH.
       01  IMG-LGH-REGISTRO      PIC X(250).

       FD  IMAGEM-SGH.
       01  IMG-SGH-REGISTRO      PIC X(250).

       FD  RELATORIO-BKR.
       01  REL-LINHA             PIC X(84).

               WHEN 'CLIPEN'
                  PERFORM 2750-RECARREGAR-PEN
                      THRU 2750-RECARREGAR-PEN-FIM
               WHEN 'CLIACD'
                  PERFORM 2800-RECARREGAR-ACD
                      THRU 2800-RECARREGAR-ACD-FIM
               WHEN 'CLICOB'
                  PERFORM 2820-RECARREGAR-COB
                      THRU 2820-RECARREGAR-COB-FIM
               WHEN 'CLIITF'
                  PERFORM 2840-RECARREGAR-ITF
                      THRU 2840-RECARREGAR-ITF-FIM
               WHEN 'CLISAL'
                  PERFORM 2860-RECARREGAR-SAL
                      THRU 2860-RECARREGAR-SAL-FIM
               WHEN 'CLIPER'
                  PERFORM 2880-RECARREGAR-PER
                      THRU 2880-RECARREGAR-PER-FIM
               WHEN 'CLIGER'
                  PERFORM 2900-RECARREGAR-GER
                      THRU 2900-RECARREGAR-GER-FIM
               WHEN 'CLILGH'
                  PERFORM 2920-RECARREGAR-LGH
                      THRU 2920-RECARREGAR-LGH-FIM
               WHEN 'OPESGH'
                  PERFORM 2940-RECARREGAR-SGH
                      THRU 2940-RECARREGAR-SGH-FIM
               WHEN OTHER
                  MOVE 'ARQUIVO DESCONHECIDO - NADA FEITO'
                    TO REL-LINHA
       2100-RECARREGAR-MST.
           OPEN INPUT IMAGEM-MST.
           IF FS-IMAGEM NOT = '00'
              PERFORM 2960-SEM-IMAGEM
              GO TO 2100-RECARREGAR-MST-FIM
           END-IF.

           IF WRK-IMAGEM-ACABOU
              OR WRK-IMG-TIPO NOT = 'H'
              OR WRK-IMG-DADOS(1:8) NOT = LNK-ARQUIVO
              PERFORM 2970-CABECALHO-INVALIDO
              CLOSE IMAGEM-MST
              GO TO 2100-RECARREGAR-MST-FIM
           END-IF.

           PERFORM 2980-REPORTAR-CABECALHO.

           OPEN OUTPUT CLIENTE-MASTER.

                                ADD 1 TO WRK-QTDE-GRAVADOS
                         END-WRITE
                      WHEN 'T'
                         PERFORM 2990-GUARDAR-TRAILER
                         SET WRK-IMAGEM-ACABOU TO TRUE
                      WHEN OTHER
                         ADD 1 TO WRK-QTDE-ERROS
       2200-RECARREGAR-OPE.
           OPEN INPUT IMAGEM-OPE.
           IF FS-IMAGEM NOT = '00'
              PERFORM 2960-SEM-IMAGEM
              GO TO 2200-RECARREGAR-OPE-FIM
           END-IF.

           IF WRK-IMAGEM-ACABOU
              OR WRK-IMG-TIPO NOT = 'H'
              OR WRK-IMG-DADOS(1:8) NOT = LNK-ARQUIVO
              PERFORM 2970-CABECALHO-INVALIDO
              CLOSE IMAGEM-OPE
              GO TO 2200-RECARREGAR-OPE-FIM
           END-IF.

           PERFORM 2980-REPORTAR-CABECALHO.

           OPEN OUTPUT OPERADORES.

                                ADD 1 TO WRK-QTDE-GRAVADOS
                         END-WRITE
                      WHEN 'T'
                         PERFORM 2990-GUARDAR-TRAILER
                         SET WRK-IMAGEM-ACABOU TO TRUE
                      WHEN OTHER
                         ADD 1 TO WRK-QTDE-ERROS
       2300-RECARREGAR-HST.
           OPEN INPUT IMAGEM-HST.
           IF FS-IMAGEM NOT = '00'
              PERFORM 2960-SEM-IMAGEM
              GO TO 2300-RECARREGAR-HST-FIM
           END-IF.

           IF WRK-IMAGEM-ACABOU
              OR WRK-IMG-TIPO NOT = 'H'
              OR WRK-IMG-DADOS(1:8) NOT = LNK-ARQUIVO
              PERFORM 2970-CABECALHO-INVALIDO
              CLOSE IMAGEM-HST
              GO TO 2300-RECARREGAR-HST-FIM
           END-IF.

           PERFORM 2980-REPORTAR-CABECALHO.

           OPEN OUTPUT CLIENTE-HISTORICO.

                                ADD 1 TO WRK-QTDE-GRAVADOS
                         END-WRITE
                      WHEN 'T'
                         PERFORM 2990-GUARDAR-TRAILER
                         SET WRK-IMAGEM-ACABOU TO TRUE
                      WHEN OTHER
                         ADD 1 TO WRK-QTDE-ERROS
       2400-RECARREGAR-CTT.
           OPEN INPUT IMAGEM-CTT.
           IF FS-IMAGEM NOT = '00'
              PERFORM 2960-SEM-IMAGEM
              GO TO 2400-RECARREGAR-CTT-FIM
           END-IF.

           IF WRK-IMAGEM-ACABOU
              OR WRK-IMG-TIPO NOT = 'H'
              OR WRK-IMG-DADOS(1:8) NOT = LNK-ARQUIVO
              PERFORM 2970-CABECALHO-INVALIDO
              CLOSE IMAGEM-CTT
              GO TO 2400-RECARREGAR-CTT-FIM
           END-IF.

           PERFORM 2980-REPORTAR-CABECALHO.

           OPEN OUTPUT CONTATOS.

                                ADD 1 TO WRK-QTDE-GRAVADOS
                         END-WRITE
                      WHEN 'T'
                         PERFORM 2990-GUARDAR-TRAILER
                         SET WRK-IMAGEM-ACABOU TO TRUE
                      WHEN OTHER
                         ADD 1 TO WRK-QTDE-ERROS
       2500-RECARREGAR-CTL.
           OPEN INPUT IMAGEM-CTL.
           IF FS-IMAGEM NOT = '00'
              PERFORM 2960-SEM-IMAGEM
              GO TO 2500-RECARREGAR-CTL-FIM
           END-IF.

           IF WRK-IMAGEM-ACABOU
              OR WRK-IMG-TIPO NOT = 'H'
              OR WRK-IMG-DADOS(1:8) NOT = LNK-ARQUIVO
              PERFORM 2970-CABECALHO-INVALIDO
              CLOSE IMAGEM-CTL
              GO TO 2500-RECARREGAR-CTL-FIM
           END-IF.

           PERFORM 2980-REPORTAR-CABECALHO.

           OPEN OUTPUT CONTROLE-LOTES.

                                ADD 1 TO WRK-QTDE-GRAVADOS
                         END-WRITE
                      WHEN 'T'
                         PERFORM 2990-GUARDAR-TRAILER
                         SET WRK-IMAGEM-ACABOU TO TRUE
                      WHEN OTHER
                         ADD 1 TO WRK-QTDE-ERROS
       2600-RECARREGAR-FIN.
           OPEN INPUT IMAGEM-FIN.
           IF FS-IMAGEM NOT = '00'
              PERFORM 2960-SEM-IMAGEM
              GO TO 2600-RECARREGAR-FIN-FIM
           END-IF.

           IF WRK-IMAGEM-ACABOU
              OR WRK-IMG-TIPO NOT = 'H'
              OR WRK-IMG-DADOS(1:8) NOT = LNK-ARQUIVO
              PERFORM 2970-CABECALHO-INVALIDO
              CLOSE IMAGEM-FIN
              GO TO 2600-RECARREGAR-FIN-FIM
           END-IF.

           PERFORM 2980-REPORTAR-CABECALHO.

           OPEN OUTPUT MOVIMENTOS.

                                ADD 1 TO WRK-QTDE-GRAVADOS
                         END-WRITE
                      WHEN 'T'
                         PERFORM 2990-GUARDAR-TRAILER
                         SET WRK-IMAGEM-ACABOU TO TRUE
                      WHEN OTHER
                         ADD 1 TO WRK-QTDE-ERROS
       2700-RECARREGAR-UFS.
           OPEN INPUT IMAGEM-UFS.
           IF FS-IMAGEM NOT = '00'
              PERFORM 2960-SEM-IMAGEM
              GO TO 2700-RECARREGAR-UFS-FIM
           END-IF.

           IF WRK-IMAGEM-ACABOU
              OR WRK-IMG-TIPO NOT = 'H'
              OR WRK-IMG-DADOS(1:8) NOT = LNK-ARQUIVO
              PERFORM 2970-CABECALHO-INVALIDO
              CLOSE IMAGEM-UFS
              GO TO 2700-RECARREGAR-UFS-FIM
           END-IF.

           PERFORM 2980-REPORTAR-CABECALHO.

           OPEN OUTPUT TABELA-UF.

                                ADD 1 TO WRK-QTDE-GRAVADOS
                         END-WRITE
                      WHEN 'T'
                         PERFORM 2990-GUARDAR-TRAILER
                         SET WRK-IMAGEM-ACABOU TO TRUE
                      WHEN OTHER
                         ADD 1 TO WRK-QTDE-ERROS
       2750-RECARREGAR-PEN.
           OPEN INPUT IMAGEM-PEN.
           IF FS-IMAGEM NOT = '00'
              PERFORM 2960-SEM-IMAGEM
              GO TO 2750-RECARREGAR-PEN-FIM
           END-IF.

           IF WRK-IMAGEM-ACABOU
              OR WRK-IMG-TIPO NOT = 'H'
              OR WRK-IMG-DADOS(1:8) NOT = LNK-ARQUIVO
              PERFORM 2970-CABECALHO-INVALIDO
              CLOSE IMAGEM-PEN
              GO TO 2750-RECARREGAR-PEN-FIM
           END-IF.

           PERFORM 2980-REPORTAR-CABECALHO.

           OPEN OUTPUT PENDENCIAS.

                                ADD 1 TO WRK-QTDE-GRAVADOS
                         END-WRITE
                      WHEN 'T'
                         PERFORM 2990-GUARDAR-TRAILER
                         SET WRK-IMAGEM-ACABOU TO TRUE
                      WHEN OTHER
                         ADD 1 TO WRK-QTDE-ERROS
                  END-EVALUATE
           END-READ.

       2800-RECARREGAR-ACD.
           OPEN INPUT IMAGEM-ACD.
           IF FS-IMAGEM NOT = '00'
              PERFORM 2960-SEM-IMAGEM
              GO TO 2800-RECARREGAR-ACD-FIM
           END-IF.

           READ IMAGEM-ACD INTO WRK-IMG-REGISTRO
               AT END
                  SET WRK-IMAGEM-ACABOU TO TRUE
           END-READ.

           IF WRK-IMAGEM-ACABOU
              OR WRK-IMG-TIPO NOT = 'H'
              OR WRK-IMG-DADOS(1:8) NOT = LNK-ARQUIVO
              PERFORM 2970-CABECALHO-INVALIDO
              CLOSE IMAGEM-ACD
              GO TO 2800-RECARREGAR-ACD-FIM
           END-IF.

           PERFORM 2980-REPORTAR-CABECALHO.

           OPEN OUTPUT ACORDOS.

           PERFORM 2810-CARREGAR-ACD
               UNTIL WRK-IMAGEM-ACABOU.

           CLOSE ACORDOS.
           CLOSE IMAGEM-ACD.

       2800-RECARREGAR-ACD-FIM.
           EXIT.

       2810-CARREGAR-ACD.
           READ IMAGEM-ACD INTO WRK-IMG-REGISTRO
               AT END
                  SET WRK-IMAGEM-ACABOU TO TRUE
               NOT AT END
                  EVALUATE WRK-IMG-TIPO
                      WHEN 'D'
                         MOVE WRK-IMG-DADOS TO ACD-REGISTRO
                         WRITE ACD-REGISTRO
                             INVALID KEY
                                ADD 1 TO WRK-QTDE-ERROS
                             NOT INVALID KEY
                                ADD 1 TO WRK-QTDE-GRAVADOS
                         END-WRITE
                      WHEN 'T'
                         PERFORM 2990-GUARDAR-TRAILER
                         SET WRK-IMAGEM-ACABOU TO TRUE
                      WHEN OTHER
                         ADD 1 TO WRK-QTDE-ERROS
                  END-EVALUATE
           END-READ.

       2820-RECARREGAR-COB.
           OPEN INPUT IMAGEM-COB.
           IF FS-IMAGEM NOT = '00'
              PERFORM 2960-SEM-IMAGEM
              GO TO 2820-RECARREGAR-COB-FIM
           END-IF.

           READ IMAGEM-COB INTO WRK-IMG-REGISTRO
               AT END
                  SET WRK-IMAGEM-ACABOU TO TRUE
           END-READ.

           IF WRK-IMAGEM-ACABOU
              OR WRK-IMG-TIPO NOT = 'H'
              OR WRK-IMG-DADOS(1:8) NOT = LNK-ARQUIVO
              PERFORM 2970-CABECALHO-INVALIDO
              CLOSE IMAGEM-COB
              GO TO 2820-RECARREGAR-COB-FIM
           END-IF.

           PERFORM 2980-REPORTAR-CABECALHO.

           OPEN OUTPUT HISTORICO-COBRANCA.

           PERFORM 2830-CARREGAR-COB
               UNTIL WRK-IMAGEM-ACABOU.

           CLOSE HISTORICO-COBRANCA.
           CLOSE IMAGEM-COB.

       2820-RECARREGAR-COB-FIM.
           EXIT.

       2830-CARREGAR-COB.
           READ IMAGEM-COB INTO WRK-IMG-REGISTRO
               AT END
                  SET WRK-IMAGEM-ACABOU TO TRUE
               NOT AT END
                  EVALUATE WRK-IMG-TIPO
                      WHEN 'D'
                         MOVE WRK-IMG-DADOS TO COB-REGISTRO
                         WRITE COB-REGISTRO
                             INVALID KEY
                                ADD 1 TO WRK-QTDE-ERROS
                             NOT INVALID KEY
                                ADD 1 TO WRK-QTDE-GRAVADOS
                         END-WRITE
                      WHEN 'T'
                         PERFORM 2990-GUARDAR-TRAILER
                         SET WRK-IMAGEM-ACABOU TO TRUE
                      WHEN OTHER
                         ADD 1 TO WRK-QTDE-ERROS
                  END-EVALUATE
           END-READ.

       2840-RECARREGAR-ITF.
           OPEN INPUT IMAGEM-ITF.
           IF FS-IMAGEM NOT = '00'
              PERFORM 2960-SEM-IMAGEM
              GO TO 2840-RECARREGAR-ITF-FIM
           END-IF.

           READ IMAGEM-ITF INTO WRK-IMG-REGISTRO
               AT END
                  SET WRK-IMAGEM-ACABOU TO TRUE
           END-READ.

           IF WRK-IMAGEM-ACABOU
              OR WRK-IMG-TIPO NOT = 'H'
              OR WRK-IMG-DADOS(1:8) NOT = LNK-ARQUIVO
              PERFORM 2970-CABECALHO-INVALIDO
              CLOSE IMAGEM-ITF
              GO TO 2840-RECARREGAR-ITF-FIM
           END-IF.

           PERFORM 2980-REPORTAR-CABECALHO.

           OPEN OUTPUT REMESSAS.

           PERFORM 2850-CARREGAR-ITF
               UNTIL WRK-IMAGEM-ACABOU.

           CLOSE REMESSAS.
           CLOSE IMAGEM-ITF.

       2840-RECARREGAR-ITF-FIM.
           EXIT.

       2850-CARREGAR-ITF.
           READ IMAGEM-ITF INTO WRK-IMG-REGISTRO
               AT END
                  SET WRK-IMAGEM-ACABOU TO TRUE
               NOT AT END
                  EVALUATE WRK-IMG-TIPO
                      WHEN 'D'
                         MOVE WRK-IMG-DADOS TO ITF-REGISTRO
                         WRITE ITF-REGISTRO
                             INVALID KEY
                                ADD 1 TO WRK-QTDE-ERROS
                             NOT INVALID KEY
                                ADD 1 TO WRK-QTDE-GRAVADOS
                         END-WRITE
                      WHEN 'T'
                         PERFORM 2990-GUARDAR-TRAILER
                         SET WRK-IMAGEM-ACABOU TO TRUE
                      WHEN OTHER
                         ADD 1 TO WRK-QTDE-ERROS
                  END-EVALUATE
           END-READ.

       2860-RECARREGAR-SAL.
           OPEN INPUT IMAGEM-SAL.
           IF FS-IMAGEM NOT = '00'
              PERFORM 2960-SEM-IMAGEM
              GO TO 2860-RECARREGAR-SAL-FIM
           END-IF.

           READ IMAGEM-SAL INTO WRK-IMG-REGISTRO
               AT END
                  SET WRK-IMAGEM-ACABOU TO TRUE
           END-READ.

           IF WRK-IMAGEM-ACABOU
              OR WRK-IMG-TIPO NOT = 'H'
              OR WRK-IMG-DADOS(1:8) NOT = LNK-ARQUIVO
              PERFORM 2970-CABECALHO-INVALIDO
              CLOSE IMAGEM-SAL
              GO TO 2860-RECARREGAR-SAL-FIM
           END-IF.

           PERFORM 2980-REPORTAR-CABECALHO.

           OPEN OUTPUT SALDOS.

           PERFORM 2870-CARREGAR-SAL
               UNTIL WRK-IMAGEM-ACABOU.

           CLOSE SALDOS.
           CLOSE IMAGEM-SAL.

       2860-RECARREGAR-SAL-FIM.
           EXIT.

       2870-CARREGAR-SAL.
           READ IMAGEM-SAL INTO WRK-IMG-REGISTRO
               AT END
                  SET WRK-IMAGEM-ACABOU TO TRUE
               NOT AT END
                  EVALUATE WRK-IMG-TIPO
                      WHEN 'D'
                         MOVE WRK-IMG-DADOS TO SAL-REGISTRO
                         WRITE SAL-REGISTRO
                             INVALID KEY
                                ADD 1 TO WRK-QTDE-ERROS
                             NOT INVALID KEY
                                ADD 1 TO WRK-QTDE-GRAVADOS
                         END-WRITE
                      WHEN 'T'
                         PERFORM 2990-GUARDAR-TRAILER
                         SET WRK-IMAGEM-ACABOU TO TRUE
                      WHEN OTHER
                         ADD 1 TO WRK-QTDE-ERROS
                  END-EVALUATE
           END-READ.

       2880-RECARREGAR-PER.
           OPEN INPUT IMAGEM-PER.
           IF FS-IMAGEM NOT = '00'
              PERFORM 2960-SEM-IMAGEM
              GO TO 2880-RECARREGAR-PER-FIM
           END-IF.

           READ IMAGEM-PER INTO WRK-IMG-REGISTRO
               AT END
                  SET WRK-IMAGEM-ACABOU TO TRUE
           END-READ.

           IF WRK-IMAGEM-ACABOU
              OR WRK-IMG-TIPO NOT = 'H'
              OR WRK-IMG-DADOS(1:8) NOT = LNK-ARQUIVO
              PERFORM 2970-CABECALHO-INVALIDO
              CLOSE IMAGEM-PER
              GO TO 2880-RECARREGAR-PER-FIM
           END-IF.

           PERFORM 2980-REPORTAR-CABECALHO.

           OPEN OUTPUT PERIODOS.

           PERFORM 2890-CARREGAR-PER
               UNTIL WRK-IMAGEM-ACABOU.

           CLOSE PERIODOS.
           CLOSE IMAGEM-PER.

       2880-RECARREGAR-PER-FIM.
           EXIT.

       2890-CARREGAR-PER.
           READ IMAGEM-PER INTO WRK-IMG-REGISTRO
               AT END
                  SET WRK-IMAGEM-ACABOU TO TRUE
               NOT AT END
                  EVALUATE WRK-IMG-TIPO
                      WHEN 'D'
                         MOVE WRK-IMG-DADOS TO PER-REGISTRO
                         WRITE PER-REGISTRO
                             INVALID KEY
                                ADD 1 TO WRK-QTDE-ERROS
                             NOT INVALID KEY
                                ADD 1 TO WRK-QTDE-GRAVADOS
                         END-WRITE
                      WHEN 'T'
                         PERFORM 2990-GUARDAR-TRAILER
                         SET WRK-IMAGEM-ACABOU TO TRUE
                      WHEN OTHER
                         ADD 1 TO WRK-QTDE-ERROS
                  END-EVALUATE
           END-READ.

       2900-RECARREGAR-GER.
           OPEN INPUT IMAGEM-GER.
           IF FS-IMAGEM NOT = '00'
              PERFORM 2960-SEM-IMAGEM
              GO TO 2900-RECARREGAR-GER-FIM
           END-IF.

           READ IMAGEM-GER INTO WRK-IMG-REGISTRO
               AT END
                  SET WRK-IMAGEM-ACABOU TO TRUE
           END-READ.

           IF WRK-IMAGEM-ACABOU
              OR WRK-IMG-TIPO NOT = 'H'
              OR WRK-IMG-DADOS(1:8) NOT = LNK-ARQUIVO
              PERFORM 2970-CABECALHO-INVALIDO
              CLOSE IMAGEM-GER
              GO TO 2900-RECARREGAR-GER-FIM
           END-IF.

           PERFORM 2980-REPORTAR-CABECALHO.

           OPEN OUTPUT GERACOES.

           PERFORM 2910-CARREGAR-GER
               UNTIL WRK-IMAGEM-ACABOU.

           CLOSE GERACOES.
           CLOSE IMAGEM-GER.

       2900-RECARREGAR-GER-FIM.
           EXIT.

       2910-CARREGAR-GER.
           READ IMAGEM-GER INTO WRK-IMG-REGISTRO
               AT END
                  SET WRK-IMAGEM-ACABOU TO TRUE
               NOT AT END
                  EVALUATE WRK-IMG-TIPO
                      WHEN 'D'
                         MOVE WRK-IMG-DADOS TO GER-REGISTRO
                         WRITE GER-REGISTRO
                             INVALID KEY
                                ADD 1 TO WRK-QTDE-ERROS
                             NOT INVALID KEY
                                ADD 1 TO WRK-QTDE-GRAVADOS
                         END-WRITE
                      WHEN 'T'
                         PERFORM 2990-GUARDAR-TRAILER
                         SET WRK-IMAGEM-ACABOU TO TRUE
                      WHEN OTHER
                         ADD 1 TO WRK-QTDE-ERROS
                  END-EVALUATE
           END-READ.

       2920-RECARREGAR-LGH.
           OPEN INPUT IMAGEM-LGH.
           IF FS-IMAGEM NOT = '00'
              PERFORM 2960-SEM-IMAGEM
              GO TO 2920-RECARREGAR-LGH-FIM
           END-IF.

           READ IMAGEM-LGH INTO WRK-IMG-REGISTRO
               AT END
                  SET WRK-IMAGEM-ACABOU TO TRUE
           END-READ.

           IF WRK-IMAGEM-ACABOU
              OR WRK-IMG-TIPO NOT = 'H'
              OR WRK-IMG-DADOS(1:8) NOT = LNK-ARQUIVO
              PERFORM 2970-CABECALHO-INVALIDO
              CLOSE IMAGEM-LGH
              GO TO 2920-RECARREGAR-LGH-FIM
           END-IF.

           PERFORM 2980-REPORTAR-CABECALHO.

           OPEN OUTPUT LOG-HISTORICO.

           PERFORM 2930-CARREGAR-LGH
               UNTIL WRK-IMAGEM-ACABOU.

           CLOSE LOG-HISTORICO.
           CLOSE IMAGEM-LGH.

       2920-RECARREGAR-LGH-FIM.
           EXIT.

       2930-CARREGAR-LGH.
           READ IMAGEM-LGH INTO WRK-IMG-REGISTRO
               AT END
                  SET WRK-IMAGEM-ACABOU TO TRUE
               NOT AT END
                  EVALUATE WRK-IMG-TIPO
                      WHEN 'D'
                         MOVE WRK-IMG-DADOS TO LGH-REGISTRO
                         WRITE LGH-REGISTRO
                             INVALID KEY
                                ADD 1 TO WRK-QTDE-ERROS
                             NOT INVALID KEY
                                ADD 1 TO WRK-QTDE-GRAVADOS
                         END-WRITE
                      WHEN 'T'
                         PERFORM 2990-GUARDAR-TRAILER
                         SET WRK-IMAGEM-ACABOU TO TRUE
                      WHEN OTHER
                         ADD 1 TO WRK-QTDE-ERROS
                  END-EVALUATE
           END-READ.

       2940-RECARREGAR-SGH.
           OPEN INPUT IMAGEM-SGH.
           IF FS-IMAGEM NOT = '00'
              PERFORM 2960-SEM-IMAGEM
              GO TO 2940-RECARREGAR-SGH-FIM
           END-IF.

           READ IMAGEM-SGH INTO WRK-IMG-REGISTRO
               AT END
                  SET WRK-IMAGEM-ACABOU TO TRUE
           END-READ.

           IF WRK-IMAGEM-ACABOU
              OR WRK-IMG-TIPO NOT = 'H'
              OR WRK-IMG-DADOS(1:8) NOT = LNK-ARQUIVO
              PERFORM 2970-CABECALHO-INVALIDO
              CLOSE IMAGEM-SGH
              GO TO 2940-RECARREGAR-SGH-FIM
           END-IF.

           PERFORM 2980-REPORTAR-CABECALHO.

           OPEN OUTPUT SEG-HISTORICO.

           PERFORM 2950-CARREGAR-SGH
               UNTIL WRK-IMAGEM-ACABOU.

           CLOSE SEG-HISTORICO.
           CLOSE IMAGEM-SGH.

       2940-RECARREGAR-SGH-FIM.
           EXIT.

       2950-CARREGAR-SGH.
           READ IMAGEM-SGH INTO WRK-IMG-REGISTRO
               AT END
                  SET WRK-IMAGEM-ACABOU TO TRUE
               NOT AT END
                  EVALUATE WRK-IMG-TIPO
                      WHEN 'D'
                         MOVE WRK-IMG-DADOS TO SGH-REGISTRO
                         WRITE SGH-REGISTRO
                             INVALID KEY
                                ADD 1 TO WRK-QTDE-ERROS
                             NOT INVALID KEY
                                ADD 1 TO WRK-QTDE-GRAVADOS
                         END-WRITE
                      WHEN 'T'
                         PERFORM 2990-GUARDAR-TRAILER
                         SET WRK-IMAGEM-ACABOU TO TRUE
                      WHEN OTHER
                         ADD 1 TO WRK-QTDE-ERROS
                  END-EVALUATE
           END-READ.

       2960-SEM-IMAGEM.
           MOVE 'IMAGEM DE SEGURANCA NAO ENCONTRADA' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 8 TO RETURN-CODE.

       2970-CABECALHO-INVALIDO.
           MOVE 'CABECALHO DA IMAGEM INVALIDO' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 8 TO RETURN-CODE.

       2980-REPORTAR-CABECALHO.
           MOVE WRK-IMG-DADOS(1:16) TO WRK-IMG-CAB.
           MOVE WRK-IMG-CAB-DATA TO REL-IMG-DATA.
           WRITE REL-LINHA FROM REL-IMAGEM.

       2990-GUARDAR-TRAILER.
           MOVE WRK-IMG-DADOS(1:6) TO WRK-IMG-TRL.
           MOVE WRK-IMG-TRL-QTDE TO WRK-QTDE-ESPERADA.
           SET WRK-ACHOU-TRAILER TO TRUE.
