      *          E TEMPO DE CADA JOB NO CONTROLE DE LOTES DO DIA,
      *          ALERTA DESTACADO PARA JOB EM EXECUCAO OU EM FALHA,
      *          TRANSACOES DO DIA POR ACAO E POR OPERADOR E TOTAIS
      *          DO CADASTRO (ATIVOS, INATIVOS E RETIDOS), GERAIS
      *          E POR FILIAL; AS TRANSACOES DO DIA JA ROLADAS PARA
      *          O HISTORICO (CLIGER/CLILGH) TAMBEM SAO CONTADAS
      *AUTHOR: KIVIAAL
      ****************************************
       ENVIRONMENT DIVISION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.

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

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROLE-LOTES.
       FD  RELATORIO-SUM.
       01  REL-LINHA             PIC X(84).

       FD  GERACOES.
           COPY CLIGER.

       FD  LOG-HISTORICO.
           COPY CLILGH.

       WORKING-STORAGE SECTION.
       77 FS-CONTROLE            PIC X(02).
       77 FS-LOG                 PIC X(02).
       77 FS-CLIENTE             PIC X(02).
       77 FS-PENDENCIA           PIC X(02).
       77 FS-RELATORIO           PIC X(02).
       77 FS-GERACAO             PIC X(02).
       77 FS-HISTORICO           PIC X(02).

       77 WRK-FIM-CONTROLE       PIC X(01).
           88 WRK-CONTROLE-ACABOU   VALUE 'S'.
       77 WRK-FIM-LOG            PIC X(01).
           88 WRK-LOG-ACABOU        VALUE 'S'.
       77 WRK-FIM-GERACAO        PIC X(01).
           88 WRK-GERACAO-ACABOU    VALUE 'S'.
       77 WRK-FIM-HISTORICO      PIC X(01).
           88 WRK-HISTORICO-ACABOU  VALUE 'S'.
       77 WRK-FIM-CLIENTE        PIC X(01).
           88 WRK-CLIENTE-ACABOU    VALUE 'S'.
       77 WRK-FIM-PENDENCIA      PIC X(01).
       77 WRK-QTDE-INCLUSOES     PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-ALTERACOES    PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-EXCLUSOES     PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-ANONIMIZACOES PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-TRANSFERENCIAS PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-OUTRAS        PIC 9(06) VALUE ZERO.

       01  WRK-TAB-OPERADORES.
       77 WRK-QTDE-INATIVOS      PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-RETIDOS       PIC 9(06) VALUE ZERO.

      *    CADASTRO POR FILIAL, INDEXADO PELO NUMERO DA FILIAL
       77 WRK-FIL-CLIENTE        PIC 9(03).
       77 WRK-FIL-IND            PIC 9(04) COMP.
       01  WRK-TAB-FILIAIS.
           05 WRK-FIL-ENT OCCURS 999 TIMES.
              10 WRK-FIL-ATIVOS   PIC 9(06).
              10 WRK-FIL-INATIVOS PIC 9(06).
              10 WRK-FIL-RETIDOS  PIC 9(06).

       77 WRK-DATA-SISTEMA       PIC 9(08).
       77 WRK-LOG-DATA           PIC 9(08).

           05 REL-TOT-TITULO     PIC X(31).
           05 REL-TOT-QTDE       PIC Z(5)9.

       01  REL-FILIAL.
           05 FILLER             PIC X(07) VALUE 'FILIAL '.
           05 REL-FIL-CODIGO     PIC 9(03).
           05 FILLER             PIC X(10) VALUE '  ATIVOS: '.
           05 REL-FIL-ATIVOS     PIC Z(5)9.
           05 FILLER             PIC X(12) VALUE '  INATIVOS: '.
           05 REL-FIL-INATIVOS   PIC Z(5)9.
           05 FILLER             PIC X(11) VALUE '  RETIDOS: '.
           05 REL-FIL-RETIDOS    PIC Z(5)9.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
              GO TO 2400-LER-LOG-FIM
           END-IF.

      *    GERACAO ROLADA HOJE AINDA TEM TRANSACOES DO DIA
           PERFORM 2410-LER-GERACOES
               THRU 2410-LER-GERACOES-FIM.

           PERFORM 2500-LER-LOG-REGISTRO
               UNTIL WRK-LOG-ACABOU.

       2400-LER-LOG-FIM.
           EXIT.

       2410-LER-GERACOES.
           OPEN INPUT GERACOES.
           IF FS-GERACAO NOT = '00'
              GO TO 2410-LER-GERACOES-FIM
           END-IF.

           OPEN INPUT LOG-HISTORICO.
           IF FS-HISTORICO NOT = '00'
              CLOSE GERACOES
              GO TO 2410-LER-GERACOES-FIM
           END-IF.

           MOVE SPACE TO WRK-FIM-GERACAO.
           MOVE 'CLILOG' TO GER-ARQUIVO.
           MOVE ZERO TO GER-NUMERO.
           START GERACOES KEY NOT LESS THAN GER-CHAVE
               INVALID KEY
                  SET WRK-GERACAO-ACABOU TO TRUE
           END-START.

           PERFORM 2420-LER-GERACAO
               UNTIL WRK-GERACAO-ACABOU.

           CLOSE LOG-HISTORICO.
           CLOSE GERACOES.

       2410-LER-GERACOES-FIM.
           EXIT.

       2420-LER-GERACAO.
           READ GERACOES NEXT RECORD
               AT END
                  SET WRK-GERACAO-ACABOU TO TRUE
               NOT AT END
                  IF GER-ARQUIVO NOT = 'CLILOG'
                     SET WRK-GERACAO-ACABOU TO TRUE
                  ELSE
                     PERFORM 2430-AVALIAR-GERACAO
                  END-IF
           END-READ.

       2430-AVALIAR-GERACAO.
           IF GER-FECHADA
              AND GER-DATA-INICIAL NOT > WRK-DATA-SISTEMA
              AND GER-DATA-FINAL NOT < WRK-DATA-SISTEMA
              MOVE SPACE TO WRK-FIM-HISTORICO
              MOVE GER-NUMERO TO LGH-GERACAO
              MOVE ZERO TO LGH-SEQUENCIA
              START LOG-HISTORICO KEY NOT LESS THAN LGH-CHAVE
                  INVALID KEY
                     SET WRK-HISTORICO-ACABOU TO TRUE
              END-START
              PERFORM 2440-LER-HISTORICO
                  UNTIL WRK-HISTORICO-ACABOU
           END-IF.

       2440-LER-HISTORICO.
           READ LOG-HISTORICO NEXT RECORD
               AT END
                  SET WRK-HISTORICO-ACABOU TO TRUE
               NOT AT END
                  IF LGH-GERACAO NOT = GER-NUMERO
                     SET WRK-HISTORICO-ACABOU TO TRUE
                  ELSE
                     MOVE LGH-IMAGEM TO LOG-REGISTRO
                     MOVE LOG-TIMESTAMP(1:8) TO WRK-LOG-DATA
                     IF WRK-LOG-DATA = WRK-DATA-SISTEMA
                        PERFORM 2550-TOTALIZAR-LOG
                     END-IF
                  END-IF
           END-READ.

       2500-LER-LOG-REGISTRO.
           READ CLIENTES-LOG
               AT END
                  ADD 1 TO WRK-QTDE-ALTERACOES
               WHEN LOG-EXCLUSAO
                  ADD 1 TO WRK-QTDE-EXCLUSOES
               WHEN LOG-ANONIMIZACAO
                  ADD 1 TO WRK-QTDE-ANONIMIZACOES
               WHEN LOG-TRANSFERENCIA
                  ADD 1 TO WRK-QTDE-TRANSFERENCIAS
               WHEN OTHER
                  ADD 1 TO WRK-QTDE-OUTRAS
           END-EVALUATE.
           END-IF.

       2600-CONTAR-CLIENTES.
           MOVE ZEROS TO WRK-TAB-FILIAIS.
           OPEN INPUT CLIENTE-MASTER.
           IF FS-CLIENTE NOT = '00'
              MOVE 'CADASTRO CLIMST INDISPONIVEL' TO REL-LINHA
               AT END
                  SET WRK-CLIENTE-ACABOU TO TRUE
               NOT AT END
                  PERFORM 2660-TOTALIZAR-CLIENTE
           END-READ.

       2660-TOTALIZAR-CLIENTE.
      *    CLIENTE GRAVADO ANTES DAS FILIAIS PERTENCE A MATRIZ (001)
           IF CLI-FILIAL NUMERIC AND CLI-FILIAL > ZERO
              MOVE CLI-FILIAL TO WRK-FIL-CLIENTE
           ELSE
              MOVE 1 TO WRK-FIL-CLIENTE
           END-IF.

           IF CLI-ATIVO
              ADD 1 TO WRK-QTDE-ATIVOS
              ADD 1 TO WRK-FIL-ATIVOS(WRK-FIL-CLIENTE)
           ELSE
              ADD 1 TO WRK-QTDE-INATIVOS
              ADD 1 TO WRK-FIL-INATIVOS(WRK-FIL-CLIENTE)
           END-IF.
           IF CLI-FAT-RETIDO
              ADD 1 TO WRK-QTDE-RETIDOS
              ADD 1 TO WRK-FIL-RETIDOS(WRK-FIL-CLIENTE)
           END-IF.

       3000-FINALIZAR.
           MOVE 'TRANSACOES DO DIA' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTDE-EXCLUSOES TO REL-TOT-QTDE.
           WRITE REL-LINHA FROM REL-TOTAL.

           MOVE 'ANONIMIZACOES (LGPD)........: ' TO REL-TOT-TITULO.
           MOVE WRK-QTDE-ANONIMIZACOES TO REL-TOT-QTDE.
           WRITE REL-LINHA FROM REL-TOTAL.

           MOVE 'TRANSFERENCIAS DE FILIAL....: ' TO REL-TOT-TITULO.
           MOVE WRK-QTDE-TRANSFERENCIAS TO REL-TOT-QTDE.
           WRITE REL-LINHA FROM REL-TOTAL.

           MOVE 'OUTRAS ACOES................: ' TO REL-TOT-TITULO.
           MOVE WRK-QTDE-OUTRAS TO REL-TOT-QTDE.
           WRITE REL-LINHA FROM REL-TOTAL.
           MOVE WRK-QTDE-PENDENTES TO REL-TOT-QTDE.
           WRITE REL-LINHA FROM REL-TOTAL.

           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE 'CADASTRO POR FILIAL' TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE 1 TO WRK-FIL-IND.
           PERFORM 3200-IMPRIMIR-FILIAL
               UNTIL WRK-FIL-IND > 999.

           CLOSE RELATORIO-SUM.

       3100-IMPRIMIR-TOTAL-OPERADOR.
           MOVE WRK-TOT-QTDE(WRK-TOT-IND) TO REL-TOT-OPE-QTDE.
           WRITE REL-LINHA FROM REL-TOTAL-OPERADOR.
           ADD 1 TO WRK-TOT-IND.

       3200-IMPRIMIR-FILIAL.
           IF WRK-FIL-ATIVOS(WRK-FIL-IND) > ZERO
              OR WRK-FIL-INATIVOS(WRK-FIL-IND) > ZERO
              MOVE WRK-FIL-IND TO REL-FIL-CODIGO
              MOVE WRK-FIL-ATIVOS(WRK-FIL-IND) TO REL-FIL-ATIVOS
              MOVE WRK-FIL-INATIVOS(WRK-FIL-IND) TO REL-FIL-INATIVOS
              MOVE WRK-FIL-RETIDOS(WRK-FIL-IND) TO REL-FIL-RETIDOS
              WRITE REL-LINHA FROM REL-FILIAL
           END-IF.
           ADD 1 TO WRK-FIL-IND.
