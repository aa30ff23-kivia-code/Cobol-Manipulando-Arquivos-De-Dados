      *          ARQUIVO DE MOVIMENTOS POR CLIENTE, COM BAIXA DAS
      *          FATURAS PELOS PAGAMENTOS, RELATORIO DE
      *          ENVELHECIMENTO (30/60/90+) E RETENCAO AUTOMATICA
      *          DOS CLIENTES COM ATRASO ACIMA DO PRAZO ACORDADO;
      *          LINHA DATADA EM MES JA FECHADO (CLIPER) E RECUSADA.
      *          GRAVA PONTO DE REINICIO (CLICKP) A CADA LOTE DE
      *          LINHAS PARA RETOMAR UMA CARGA INTERROMPIDA E NAO
      *          GRAVA DE NOVO MOVIMENTO JA EXISTENTE (DUPLICADO).
      *          A REMESSA TRAZ CABECALHO E RODAPE DE CONTROLE (SOMA
      *          DOS VALORES), CONFERIDOS ANTES DA CARGA. O
      *          ENVELHECIMENTO SAI TAMBEM QUEBRADO POR FILIAL
      *AUTHOR: KIVIAAL
      ****************************************
       ENVIRONMENT DIVISION.
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS FS-LOG.

           SELECT PERIODOS ASSIGN TO "CLIPER"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS PER-PERIODO
               FILE STATUS IS FS-PERIODO.

           SELECT CHECKPOINTS ASSIGN TO "CLICKP"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CKP-JOB
               FILE STATUS IS FS-CHECKPOINT.

           SELECT REMESSAS ASSIGN TO "CLIITF"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ITF-ARQUIVO
               FILE STATUS IS FS-REMESSA.

           SELECT RELATORIO-FIN ASSIGN TO "RELFIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.
       FD  CLIENTES-LOG.
           COPY CLILOG.

       FD  PERIODOS.
           COPY CLIPER.

       FD  CHECKPOINTS.
           COPY CLICKP.

       FD  REMESSAS.
           COPY CLIITF.

       FD  RELATORIO-FIN.
       01  REL-LINHA             PIC X(100).

       77 FS-CLIENTE             PIC X(02).
       77 FS-LOG                 PIC X(02).
       77 FS-RELATORIO           PIC X(02).
       77 FS-PERIODO             PIC X(02).
       77 FS-CHECKPOINT          PIC X(02).
       77 FS-REMESSA             PIC X(02).

       77 WRK-FIM-ENTRADA        PIC X(01).
           88 WRK-ENTRADA-ACABOU    VALUE 'S'.
           88 WRK-LIQ-ACABOU        VALUE 'S'.
       77 WRK-FIM-ENVELHECE      PIC X(01).
           88 WRK-ENVELHECE-ACABOU  VALUE 'S'.
       77 WRK-ABRIU-PERIODOS     PIC X(01).
           88 WRK-PERIODOS-ABERTO   VALUE 'S'.
       77 WRK-ABRIU-CHECKPOINT   PIC X(01).
           88 WRK-CHECKPOINT-ABERTO VALUE 'S'.
       77 WRK-CKP-EXISTE         PIC X(01).
           88 WRK-CKP-GRAVADO       VALUE 'S'.
       77 WRK-CKP-SITUACAO       PIC X(01) VALUE SPACE.
           88 WRK-CKP-FALHOU        VALUE 'S'.
       77 WRK-CKP-MODO           PIC X(01).
           88 WRK-INICIO-NOVO       VALUE 'N'.
           88 WRK-REINICIO          VALUE 'R'.
       77 WRK-MOV-DUP            PIC X(01).
           88 WRK-MOV-DUPLICADO     VALUE 'S'.
       77 WRK-ABRIU-REMESSAS     PIC X(01).
           88 WRK-REMESSAS-ABERTO   VALUE 'S'.
       77 WRK-ITF-EXISTE         PIC X(01).
           88 WRK-ITF-GRAVADO       VALUE 'S'.
       77 WRK-REM-SITUACAO       PIC X(01).
           88 WRK-REMESSA-ACEITA    VALUE 'S'.
       77 WRK-REM-RODAPE         PIC X(01).
           88 WRK-REM-TEM-RODAPE    VALUE 'S'.
       77 WRK-REM-CONVERSAO      PIC X(01).
           88 WRK-REM-NUM-VALIDO    VALUE 'S'.

       77 WRK-QTDE-LIDOS         PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-GRAVADOS      PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-REJEITADOS    PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-LIQUIDADAS    PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-RETIDOS       PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-DUPLICADOS    PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-SALTADOS      PIC 9(06) VALUE ZERO.

      *    A CADA TANTAS LINHAS A CARGA GRAVA O PONTO DE REINICIO;
      *    O QUE FOR GRAVADO DEPOIS DO ULTIMO PONTO E RECONHECIDO
      *    COMO DUPLICADO NA RETOMADA
       77 WRK-INTERVALO-CKP      PIC 9(04) COMP VALUE 100.
       77 WRK-CKP-CONTADOR       PIC 9(04) COMP VALUE ZERO.
       77 WRK-CKP-PRIMEIRA       PIC X(80) VALUE SPACES.

       77 WRK-CAMPO-CODIGO       PIC X(06).
       77 WRK-CAMPO-TIPO         PIC X(01).
       77 WRK-VALOR-DIR          PIC X(11) JUSTIFIED RIGHT.
       77 WRK-DATA-DIR           PIC X(08) JUSTIFIED RIGHT.

      *    CONFERENCIA DA REMESSA: CABECALHO (H;ORIGEM;AAAAMMDD;
      *    SEQUENCIA), DETALHES E RODAPE (T;QUANTIDADE;TOTAL)
       77 WRK-REM-MOTIVO         PIC X(34).
       77 WRK-REM-ORIGEM         PIC X(10).
       77 WRK-REM-DATA           PIC 9(08).
       77 WRK-REM-SEQUENCIA      PIC 9(06).
       77 WRK-REM-ESPERADA       PIC 9(07).
       77 WRK-REM-LINHAS         PIC 9(07).
       77 WRK-REM-QTDE           PIC 9(06).
       77 WRK-REM-QTDE-INF       PIC 9(06).
       77 WRK-REM-TOTAL          PIC 9(15).
       77 WRK-REM-TOTAL-INF      PIC 9(15).
       77 WRK-REM-CAMPO-1        PIC X(15).
       77 WRK-REM-CAMPO-2        PIC X(15).
       77 WRK-REM-CAMPO-3        PIC X(15).
       77 WRK-REM-CAMPO-4        PIC X(15).
       77 WRK-REM-CAMPO          PIC X(15).
       77 WRK-REM-DIR            PIC X(15) JUSTIFIED RIGHT.
       77 WRK-REM-NUMERO         PIC 9(15).

      *    O VALOR CHEGA EM CENTAVOS SEM PONTO DECIMAL; O GRUPO
      *    ALINHA OS DIGITOS SOBRE A PARTE INTEIRA E OS CENTAVOS
       01  WRK-VALOR-GRUPO.
       77 WRK-FXA-VALOR-3        PIC 9(11)V99 VALUE ZERO.
       77 WRK-FXA-VALOR-4        PIC 9(11)V99 VALUE ZERO.

      *    ENVELHECIMENTO POR FILIAL, INDEXADO PELO NUMERO DA FILIAL
      *    E PELA FAIXA (1=ATE 30, 2=31-60, 3=61-90, 4=ACIMA DE 90)
       77 WRK-ENV-FILIAL         PIC 9(03).
       77 WRK-FXA-IND            PIC 9(01).
       77 WRK-FIL-IND            PIC 9(04) COMP.
       01  WRK-TAB-FILIAIS.
           05 WRK-FIL-ENT OCCURS 999 TIMES.
              10 WRK-FIL-USADA    PIC X(01).
              10 WRK-FIL-FAIXA OCCURS 4 TIMES.
                 15 WRK-FIL-QTDE  PIC 9(06).
                 15 WRK-FIL-VALOR PIC 9(11)V99.

       01  REL-CABECALHO.
           05 FILLER             PIC X(44) VALUE
              'RELATORIO DE MOVIMENTOS FINANCEIROS         '.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 REL-FXA-VALOR      PIC Z(10)9.99.

       01  REL-FILIAL.
           05 FILLER             PIC X(07) VALUE 'FILIAL '.
           05 REL-FIL-CODIGO     PIC 9(03).

       01  REL-RETIDO.
           05 REL-RET-CODIGO     PIC Z(5)9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 REL-TOT-TITULO     PIC X(31).
           05 REL-TOT-QTDE       PIC Z(5)9.

       01  REL-EXECUCAO.
           05 FILLER             PIC X(31) VALUE
              'EXECUCAO....................: '.
           05 REL-EXE-MODO       PIC X(22).
           05 REL-EXE-LINHA      PIC Z(5)9 BLANK WHEN ZERO.

       01  REL-REMESSA.
           05 FILLER             PIC X(09) VALUE 'REMESSA: '.
           05 REL-REM-ORIGEM     PIC X(10).
           05 FILLER             PIC X(09) VALUE ' GERADA: '.
           05 REL-REM-DATA       PIC 9999/99/99.
           05 FILLER             PIC X(12) VALUE ' SEQUENCIA: '.
           05 REL-REM-SEQUENCIA  PIC Z(5)9.
           05 FILLER             PIC X(12) VALUE '  ESPERADA: '.
           05 REL-REM-ESPERADA   PIC Z(6)9 BLANK WHEN ZERO.

       01  REL-CONTROLE.
           05 REL-CTR-TITULO     PIC X(31).
           05 REL-CTR-INFORMADO  PIC Z(14)9.
           05 FILLER             PIC X(11) VALUE '  APURADO: '.
           05 REL-CTR-APURADO    PIC Z(14)9.

       01  REL-REJEICAO.
           05 FILLER             PIC X(20) VALUE
              'REMESSA REJEITADA - '.
           05 REL-RJR-MOTIVO     PIC X(34).

       LINKAGE SECTION.
       01  LNK-OPERADOR          PIC X(08).

       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           PERFORM 2000-CARREGAR.
           IF NOT WRK-CKP-FALHOU
              PERFORM 2500-ENVELHECER
           END-IF.
           PERFORM 3000-FINALIZAR.

           GOBACK.
              OPEN OUTPUT CLIENTES-LOG
           END-IF.

      *    SEM ARQUIVO DE PERIODOS NENHUM MES FOI FECHADO AINDA
           MOVE SPACE TO WRK-ABRIU-PERIODOS.
           OPEN INPUT PERIODOS.
           IF FS-PERIODO = '00'
              SET WRK-PERIODOS-ABERTO TO TRUE
           END-IF.

           MOVE SPACE TO WRK-ABRIU-REMESSAS.
           OPEN I-O REMESSAS.
           IF FS-REMESSA = '35'
              CLOSE REMESSAS
              OPEN OUTPUT REMESSAS
              CLOSE REMESSAS
              OPEN I-O REMESSAS
           END-IF.
           IF FS-REMESSA = '00'
              SET WRK-REMESSAS-ABERTO TO TRUE
           END-IF.

           MOVE SPACE TO WRK-REM-SITUACAO.
           IF NOT WRK-ENTRADA-ACABOU
              PERFORM 1200-VALIDAR-REMESSA
                  THRU 1200-VALIDAR-FIM
           END-IF.

           MOVE SPACE TO WRK-ABRIU-CHECKPOINT.
           SET WRK-INICIO-NOVO TO TRUE.
           IF NOT WRK-ENTRADA-ACABOU
              OPEN I-O CHECKPOINTS
              IF FS-CHECKPOINT = '35'
                 CLOSE CHECKPOINTS
                 OPEN OUTPUT CHECKPOINTS
                 CLOSE CHECKPOINTS
                 OPEN I-O CHECKPOINTS
              END-IF
              IF FS-CHECKPOINT = '00'
                 SET WRK-CHECKPOINT-ABERTO TO TRUE
                 PERFORM 1500-VERIFICAR-REINICIO
                     THRU 1500-VERIFICAR-FIM
              END-IF
           END-IF.

           IF WRK-REMESSA-ACEITA
              IF WRK-REINICIO
                 MOVE 'REINICIO APOS A LINHA' TO REL-EXE-MODO
                 MOVE WRK-QTDE-LIDOS TO REL-EXE-LINHA
              ELSE
                 MOVE 'INICIO NOVO' TO REL-EXE-MODO
                 MOVE ZERO TO REL-EXE-LINHA
              END-IF
              WRITE REL-LINHA FROM REL-EXECUCAO
              MOVE SPACES TO REL-LINHA
              WRITE REL-LINHA
           END-IF.

      *    A REMESSA SO E PROCESSADA SE CABECALHO, RODAPE E SEQUENCIA
      *    CONFEREM; SENAO O ARQUIVO INTEIRO E RECUSADO SEM ALTERAR
      *    NADA
       1200-VALIDAR-REMESSA.
           MOVE SPACES TO WRK-REM-MOTIVO.
           MOVE SPACES TO WRK-REM-ORIGEM.
           MOVE SPACE TO WRK-REM-RODAPE.
           MOVE SPACE TO WRK-ITF-EXISTE.
           MOVE ZERO TO WRK-REM-DATA.
           MOVE ZERO TO WRK-REM-SEQUENCIA.
           MOVE ZERO TO WRK-REM-ESPERADA.
           MOVE ZERO TO WRK-REM-LINHAS.
           MOVE ZERO TO WRK-REM-QTDE.
           MOVE ZERO TO WRK-REM-TOTAL.
           MOVE ZERO TO WRK-REM-QTDE-INF.
           MOVE ZERO TO WRK-REM-TOTAL-INF.

           PERFORM 1210-LER-REMESSA
               UNTIL WRK-ENTRADA-ACABOU.

           IF WRK-REM-MOTIVO = SPACES AND WRK-REM-LINHAS = ZERO
              MOVE 'ARQUIVO VAZIO' TO WRK-REM-MOTIVO
           END-IF.

           IF WRK-REM-MOTIVO = SPACES AND NOT WRK-REM-TEM-RODAPE
              MOVE 'RODAPE AUSENTE' TO WRK-REM-MOTIVO
           END-IF.

           IF WRK-REM-MOTIVO = SPACES
              AND WRK-REM-QTDE NOT = WRK-REM-QTDE-INF
              MOVE 'QTDE DE REGISTROS NAO CONFERE' TO WRK-REM-MOTIVO
           END-IF.

           IF WRK-REM-MOTIVO = SPACES
              AND WRK-REM-TOTAL NOT = WRK-REM-TOTAL-INF
              MOVE 'TOTAL DE CONTROLE NAO CONFERE' TO WRK-REM-MOTIVO
           END-IF.

           IF WRK-REM-MOTIVO = SPACES
              PERFORM 1250-CONFERIR-SEQUENCIA
           END-IF.

           MOVE WRK-REM-ORIGEM TO REL-REM-ORIGEM.
           MOVE WRK-REM-DATA TO REL-REM-DATA.
           MOVE WRK-REM-SEQUENCIA TO REL-REM-SEQUENCIA.
           MOVE WRK-REM-ESPERADA TO REL-REM-ESPERADA.
           WRITE REL-LINHA FROM REL-REMESSA.

           MOVE 'REGISTROS INFORMADOS........: ' TO REL-CTR-TITULO.
           MOVE WRK-REM-QTDE-INF TO REL-CTR-INFORMADO.
           MOVE WRK-REM-QTDE TO REL-CTR-APURADO.
           WRITE REL-LINHA FROM REL-CONTROLE.

           MOVE 'TOTAL DE CONTROLE INFORMADO.: ' TO REL-CTR-TITULO.
           MOVE WRK-REM-TOTAL-INF TO REL-CTR-INFORMADO.
           MOVE WRK-REM-TOTAL TO REL-CTR-APURADO.
           WRITE REL-LINHA FROM REL-CONTROLE.

           IF WRK-REM-MOTIVO NOT = SPACES
              MOVE WRK-REM-MOTIVO TO REL-RJR-MOTIVO
              WRITE REL-LINHA FROM REL-REJEICAO
              MOVE SPACES TO REL-LINHA
              WRITE REL-LINHA
              MOVE 8 TO RETURN-CODE
              GO TO 1200-VALIDAR-FIM
           END-IF.

           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

      *    REMESSA CONFERIDA: VOLTA AO INICIO DO ARQUIVO PARA CARGA
           SET WRK-REMESSA-ACEITA TO TRUE.
           MOVE SPACE TO WRK-FIM-ENTRADA.
           CLOSE ENTRADA-MOVIMENTOS.
           OPEN INPUT ENTRADA-MOVIMENTOS.

       1200-VALIDAR-FIM.
           EXIT.

       1210-LER-REMESSA.
           READ ENTRADA-MOVIMENTOS
               AT END
                  SET WRK-ENTRADA-ACABOU TO TRUE
               NOT AT END
                  ADD 1 TO WRK-REM-LINHAS
                  IF WRK-REM-MOTIVO = SPACES
                     PERFORM 1220-CONFERIR-LINHA
                         THRU 1220-CONFERIR-FIM
                  END-IF
           END-READ.

       1220-CONFERIR-LINHA.
           MOVE SPACES TO WRK-REM-CAMPO-1.
           MOVE SPACES TO WRK-REM-CAMPO-2.
           MOVE SPACES TO WRK-REM-CAMPO-3.
           MOVE SPACES TO WRK-REM-CAMPO-4.

           UNSTRING FIN-LINHA DELIMITED BY ';'
               INTO WRK-REM-CAMPO-1
                    WRK-REM-CAMPO-2
                    WRK-REM-CAMPO-3
                    WRK-REM-CAMPO-4
           END-UNSTRING.

           IF WRK-REM-TEM-RODAPE
              MOVE 'LINHA APOS O RODAPE' TO WRK-REM-MOTIVO
              GO TO 1220-CONFERIR-FIM
           END-IF.

           IF WRK-REM-LINHAS = 1
              IF FIN-LINHA(1:2) = 'H;'
                 PERFORM 1230-LER-CABECALHO
              ELSE
                 MOVE 'CABECALHO AUSENTE' TO WRK-REM-MOTIVO
              END-IF
              GO TO 1220-CONFERIR-FIM
           END-IF.

           IF FIN-LINHA(1:2) = 'H;'
              MOVE 'CABECALHO REPETIDO' TO WRK-REM-MOTIVO
              GO TO 1220-CONFERIR-FIM
           END-IF.

           IF FIN-LINHA(1:2) = 'T;'
              PERFORM 1240-LER-RODAPE
              GO TO 1220-CONFERIR-FIM
           END-IF.

      *    LINHA DE DETALHE: CONTA E ACUMULA O CAMPO DE CONTROLE
      *    (SOMA DOS VALORES EM CENTAVOS)
           ADD 1 TO WRK-REM-QTDE.
           MOVE WRK-REM-CAMPO-3 TO WRK-REM-CAMPO.
           PERFORM 1260-CONVERTER-CAMPO.
           IF WRK-REM-NUM-VALIDO
              ADD WRK-REM-NUMERO TO WRK-REM-TOTAL
           END-IF.

       1220-CONFERIR-FIM.
           EXIT.

       1230-LER-CABECALHO.
           MOVE WRK-REM-CAMPO-2 TO WRK-REM-ORIGEM.
           IF WRK-REM-ORIGEM = SPACES
              MOVE 'ORIGEM EM BRANCO NO CABECALHO' TO WRK-REM-MOTIVO
           END-IF.

      *    O CABECALHO IDENTIFICA A REMESSA NO PONTO DE REINICIO
           MOVE FIN-LINHA TO WRK-CKP-PRIMEIRA.

           MOVE WRK-REM-CAMPO-3 TO WRK-REM-CAMPO.
           PERFORM 1260-CONVERTER-CAMPO.
           IF WRK-REM-NUM-VALIDO
              AND WRK-REM-NUMERO NOT < 19000101
              AND WRK-REM-NUMERO NOT > WRK-DATA-SISTEMA
              MOVE WRK-REM-NUMERO TO WRK-REM-DATA
           ELSE
              MOVE 'DATA DE GERACAO INVALIDA' TO WRK-REM-MOTIVO
           END-IF.

           MOVE WRK-REM-CAMPO-4 TO WRK-REM-CAMPO.
           PERFORM 1260-CONVERTER-CAMPO.
           IF WRK-REM-NUM-VALIDO
              AND WRK-REM-NUMERO > ZERO
              AND WRK-REM-NUMERO NOT > 999999
              MOVE WRK-REM-NUMERO TO WRK-REM-SEQUENCIA
           ELSE
              MOVE 'SEQUENCIA INVALIDA NO CABECALHO' TO WRK-REM-MOTIVO
           END-IF.

       1240-LER-RODAPE.
           SET WRK-REM-TEM-RODAPE TO TRUE.

           MOVE WRK-REM-CAMPO-2 TO WRK-REM-CAMPO.
           PERFORM 1260-CONVERTER-CAMPO.
           IF WRK-REM-NUM-VALIDO AND WRK-REM-NUMERO NOT > 999999
              MOVE WRK-REM-NUMERO TO WRK-REM-QTDE-INF
           ELSE
              MOVE 'QUANTIDADE INVALIDA NO RODAPE' TO WRK-REM-MOTIVO
           END-IF.

           MOVE WRK-REM-CAMPO-3 TO WRK-REM-CAMPO.
           PERFORM 1260-CONVERTER-CAMPO.
           IF WRK-REM-NUM-VALIDO
              MOVE WRK-REM-NUMERO TO WRK-REM-TOTAL-INF
           ELSE
              MOVE 'TOTAL INVALIDO NO RODAPE' TO WRK-REM-MOTIVO
           END-IF.

      *    A SEQUENCIA TEM QUE SER A SEGUINTE A ULTIMA PROCESSADA;
      *    SEM REMESSA ANTERIOR VALE A PRIMEIRA QUE CHEGAR
       1250-CONFERIR-SEQUENCIA.
           IF NOT WRK-REMESSAS-ABERTO
              MOVE 'CONTROLE DE REMESSAS INDISPONIVEL'
                  TO WRK-REM-MOTIVO
           ELSE
              MOVE 'MOVFIN' TO ITF-ARQUIVO
              READ REMESSAS
                  INVALID KEY
                     MOVE SPACES TO ITF-REGISTRO
                  NOT INVALID KEY
                     SET WRK-ITF-GRAVADO TO TRUE
                     COMPUTE WRK-REM-ESPERADA = ITF-SEQUENCIA + 1
              END-READ
              IF WRK-ITF-GRAVADO
                 IF WRK-REM-SEQUENCIA < WRK-REM-ESPERADA
                    MOVE 'SEQUENCIA REPETIDA' TO WRK-REM-MOTIVO
                 END-IF
                 IF WRK-REM-SEQUENCIA > WRK-REM-ESPERADA
                    MOVE 'SEQUENCIA FORA DE ORDEM (SALTO)'
                        TO WRK-REM-MOTIVO
                 END-IF
              END-IF
           END-IF.

      *    CAMPO NUMERICO SEM OS ZEROS A ESQUERDA: ALINHA A DIREITA
       1260-CONVERTER-CAMPO.
           MOVE SPACE TO WRK-REM-CONVERSAO.
           MOVE ZERO TO WRK-REM-NUMERO.
           MOVE 15 TO WRK-AJU-TAM.
           MOVE ZERO TO WRK-AJU-UTIL.
           PERFORM 1270-MEDIR-CAMPO
               UNTIL WRK-AJU-UTIL > ZERO OR WRK-AJU-TAM = ZERO.

           IF WRK-AJU-UTIL > ZERO
              MOVE WRK-REM-CAMPO(1:WRK-AJU-UTIL) TO WRK-REM-DIR
              INSPECT WRK-REM-DIR REPLACING LEADING SPACE BY ZERO
              IF WRK-REM-DIR NUMERIC
                 MOVE WRK-REM-DIR TO WRK-REM-NUMERO
                 SET WRK-REM-NUM-VALIDO TO TRUE
              END-IF
           END-IF.

       1270-MEDIR-CAMPO.
           IF WRK-REM-CAMPO(WRK-AJU-TAM:1) NOT = SPACE
              MOVE WRK-AJU-TAM TO WRK-AJU-UTIL
           ELSE
              SUBTRACT 1 FROM WRK-AJU-TAM
           END-IF.

       1500-VERIFICAR-REINICIO.
           MOVE SPACE TO WRK-CKP-EXISTE.

           MOVE 'CLIFIN01' TO CKP-JOB.
           READ CHECKPOINTS
               INVALID KEY
                  MOVE SPACES TO CKP-REGISTRO
                  GO TO 1500-VERIFICAR-FIM
           END-READ.
           SET WRK-CKP-GRAVADO TO TRUE.

           IF NOT CKP-EM-ANDAMENTO OR CKP-QTDE-LIDOS = ZERO
              GO TO 1500-VERIFICAR-FIM
           END-IF.

      *    SO RETOMA SE FOR A MESMA REMESSA: CONFERE O CABECALHO E
      *    A LINHA DO ULTIMO PONTO DE REINICIO
           MOVE ZERO TO WRK-QTDE-SALTADOS.
           PERFORM 1550-SALTAR-LINHA
               UNTIL WRK-QTDE-SALTADOS >= CKP-QTDE-LIDOS
                  OR WRK-ENTRADA-ACABOU.

           IF NOT WRK-ENTRADA-ACABOU
              AND WRK-CKP-PRIMEIRA = CKP-PRIMEIRA-LINHA
              AND FIN-LINHA = CKP-ULTIMA-LINHA
              SET WRK-REINICIO TO TRUE
              MOVE CKP-QTDE-LIDOS TO WRK-QTDE-LIDOS
              MOVE CKP-QTDE-GRAVADOS TO WRK-QTDE-GRAVADOS
              MOVE CKP-QTDE-REJEITADOS TO WRK-QTDE-REJEITADOS
              MOVE CKP-QTDE-LIQUIDADAS TO WRK-QTDE-LIQUIDADAS
              MOVE CKP-QTDE-DUPLICADOS TO WRK-QTDE-DUPLICADOS
              GO TO 1500-VERIFICAR-FIM
           END-IF.

      *    PONTO DE OUTRO ARQUIVO: DESCARTA E VOLTA AO INICIO
           MOVE 'PONTO DE REINICIO DE OUTRO ARQUIVO DESCARTADO'
               TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ZERO TO WRK-QTDE-SALTADOS.
           MOVE SPACE TO WRK-FIM-ENTRADA.
           CLOSE ENTRADA-MOVIMENTOS.
           OPEN INPUT ENTRADA-MOVIMENTOS.

       1500-VERIFICAR-FIM.
           EXIT.

       1550-SALTAR-LINHA.
           READ ENTRADA-MOVIMENTOS
               AT END
                  SET WRK-ENTRADA-ACABOU TO TRUE
               NOT AT END
                  IF FIN-LINHA(1:2) NOT = 'H;'
                     ADD 1 TO WRK-QTDE-SALTADOS
                  END-IF
           END-READ.

       2000-CARREGAR.
           PERFORM 2100-LER-LINHA
               UNTIL WRK-ENTRADA-ACABOU.
               AT END
                  SET WRK-ENTRADA-ACABOU TO TRUE
               NOT AT END
                  IF FIN-LINHA(1:2) NOT = 'H;'
                     AND FIN-LINHA(1:2) NOT = 'T;'
                     ADD 1 TO WRK-QTDE-LIDOS
                     PERFORM 2200-TRATAR-LINHA
                         THRU 2200-TRATAR-FIM
                     IF WRK-CHECKPOINT-ABERTO
                        PERFORM 2900-MARCAR-PONTO
                     END-IF
                  END-IF
           END-READ.

       2200-TRATAR-LINHA.
              GO TO 2300-REJEITAR
           END-IF.

      *    MES JA FECHADO NAO RECEBE MAIS MOVIMENTO: O SALDO E O
      *    EXTRATO DELE JA FORAM EMITIDOS
           IF WRK-PERIODOS-ABERTO
              MOVE WRK-MOV-DATA(1:6) TO PER-PERIODO
              READ PERIODOS
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE 'PERIODO JA FECHADO' TO WRK-REJ-MOTIVO
                     GO TO 2300-REJEITAR
              END-READ
           END-IF.

           MOVE ZERO TO WRK-MOV-VENC.
           IF WRK-CAMPO-TIPO = 'F'
              MOVE WRK-CAMPO-VENC TO WRK-CAMPO-DATA
              END-IF
           END-IF.

      *    PROCURA A PROXIMA SEQUENCIA LIVRE DO CLIENTE NA DATA E,
      *    NA MESMA PASSADA, UM MOVIMENTO IGUAL JA GRAVADO
           MOVE ZERO TO WRK-MOV-SEQ.
           MOVE SPACE TO WRK-FIM-SEQ.
           MOVE SPACE TO WRK-MOV-DUP.
           MOVE WRK-CLI-CODIGO TO MOV-CLI-CODIGO.
           MOVE WRK-MOV-DATA TO MOV-DATA.
           MOVE ZERO TO MOV-SEQUENCIA.
           PERFORM 2240-PROCURAR-SEQUENCIA
               UNTIL WRK-SEQ-ACABOU.

           IF WRK-MOV-DUPLICADO
              ADD 1 TO WRK-QTDE-DUPLICADOS
              MOVE 'DUPLICADO - NAO GRAVADO' TO WRK-REJ-MOTIVO
              PERFORM 2310-LISTAR-LINHA
              GO TO 2200-TRATAR-FIM
           END-IF.

           IF WRK-MOV-SEQ >= 999
              MOVE 'LIMITE DE MOVIMENTOS NO DIA' TO WRK-REJ-MOTIVO
              GO TO 2300-REJEITAR
           MOVE WRK-CAMPO-TIPO TO MOV-TIPO.
           MOVE WRK-VALOR-NUM TO MOV-VALOR.
           MOVE WRK-MOV-VENC TO MOV-DATA-VENCIMENTO.
           MOVE ZERO TO MOV-ACORDO.
           MOVE ZERO TO MOV-PARCELA.
           IF MOV-FATURA
              SET MOV-ABERTO TO TRUE
           ELSE

       2300-REJEITAR.
           ADD 1 TO WRK-QTDE-REJEITADOS.
           PERFORM 2310-LISTAR-LINHA.

       2200-TRATAR-FIM.
           EXIT.

       2310-LISTAR-LINHA.
           MOVE WRK-QTDE-LIDOS TO REL-DET-LINHA.
           MOVE WRK-REJ-MOTIVO TO REL-DET-MOTIVO.
           MOVE FIN-LINHA(1:45) TO REL-DET-CONTEUDO.
           WRITE REL-LINHA FROM REL-DETALHE.

       2210-MEDIR-CODIGO.
           IF WRK-CAMPO-CODIGO(WRK-AJU-TAM:1) NOT = SPACE
              MOVE WRK-AJU-TAM TO WRK-AJU-UTIL
                  IF MOV-CLI-CODIGO = WRK-CLI-CODIGO
                     AND MOV-DATA = WRK-MOV-DATA
                     MOVE MOV-SEQUENCIA TO WRK-MOV-SEQ
                     IF MOV-TIPO = WRK-CAMPO-TIPO
                        AND MOV-VALOR = WRK-VALOR-NUM
                        AND MOV-DATA-VENCIMENTO = WRK-MOV-VENC
                        SET WRK-MOV-DUPLICADO TO TRUE
                     END-IF
                  ELSE
                     SET WRK-SEQ-ACABOU TO TRUE
                  END-IF
           END-READ.

       2900-MARCAR-PONTO.
           ADD 1 TO WRK-CKP-CONTADOR.
           IF WRK-CKP-CONTADOR >= WRK-INTERVALO-CKP
              MOVE ZERO TO WRK-CKP-CONTADOR
              SET CKP-EM-ANDAMENTO TO TRUE
              PERFORM 2950-GRAVAR-CHECKPOINT
           END-IF.

       2950-GRAVAR-CHECKPOINT.
           PERFORM 9000-TIMESTAMP-ATUAL.
           MOVE 'CLIFIN01' TO CKP-JOB.
           MOVE WRK-TIMESTAMP-ATUAL TO CKP-TIMESTAMP.
           MOVE WRK-QTDE-LIDOS TO CKP-QTDE-LIDOS.
           MOVE WRK-CKP-PRIMEIRA TO CKP-PRIMEIRA-LINHA.
           MOVE FIN-LINHA TO CKP-ULTIMA-LINHA.
           MOVE WRK-QTDE-GRAVADOS TO CKP-QTDE-GRAVADOS.
           MOVE WRK-QTDE-REJEITADOS TO CKP-QTDE-REJEITADOS.
           MOVE WRK-QTDE-LIQUIDADAS TO CKP-QTDE-LIQUIDADAS.
           MOVE WRK-QTDE-DUPLICADOS TO CKP-QTDE-DUPLICADOS.

           IF WRK-CKP-GRAVADO
              REWRITE CKP-REGISTRO
           ELSE
              WRITE CKP-REGISTRO
           END-IF.

      *    SEM PONTO DE REINICIO A CARGA NAO CONTINUA: A PROXIMA
      *    RODADA RETOMA DO ULTIMO CHECKPOINT GRAVADO
           IF FS-CHECKPOINT NOT = '00'
              MOVE SPACES TO REL-LINHA
              STRING 'ERRO AO GRAVAR CHECKPOINT CLICKP - STATUS '
                         DELIMITED BY SIZE
                     FS-CHECKPOINT DELIMITED BY SIZE
                     ' - CARGA INTERROMPIDA' DELIMITED BY SIZE
                     INTO REL-LINHA
              WRITE REL-LINHA
              MOVE 8 TO RETURN-CODE
              SET WRK-CKP-FALHOU TO TRUE
              SET WRK-ENTRADA-ACABOU TO TRUE
           ELSE
              SET WRK-CKP-GRAVADO TO TRUE
           END-IF.

       2400-APLICAR-PAGAMENTO.
           MOVE WRK-VALOR-NUM TO WRK-PAG-RESTANTE.
           MOVE SPACE TO WRK-FIM-LIQ.
           MOVE SPACE TO WRK-FIM-ENVELHECE.
           MOVE ZERO TO WRK-ENV-CLIENTE.
           MOVE ZERO TO WRK-ENV-MAX-ATRASO.
           MOVE 1 TO WRK-FIL-IND.
           PERFORM 2510-LIMPAR-FILIAL
               UNTIL WRK-FIL-IND > 999.

           MOVE LOW-VALUES TO MOV-REGISTRO.
           START MOVIMENTOS KEY NOT LESS THAN MOV-CHAVE
              PERFORM 2700-FECHAR-CLIENTE THRU 2700-FECHAR-FIM
           END-IF.

       2510-LIMPAR-FILIAL.
           MOVE ZEROS TO WRK-FIL-ENT(WRK-FIL-IND).
           MOVE 'N' TO WRK-FIL-USADA(WRK-FIL-IND).
           ADD 1 TO WRK-FIL-IND.

       2600-LER-MOVIMENTO.
           READ MOVIMENTOS NEXT RECORD
               AT END
                     END-IF
                     MOVE MOV-CLI-CODIGO TO WRK-ENV-CLIENTE
                     MOVE ZERO TO WRK-ENV-MAX-ATRASO
                     PERFORM 2610-FILIAL-CLIENTE
                  END-IF
                  PERFORM 2650-CLASSIFICAR-FATURA
                      THRU 2650-CLASSIFICAR-FIM
           END-READ.

      *    CLIENTE SEM CADASTRO VIVO OU GRAVADO ANTES DAS FILIAIS
      *    ENTRA NA MATRIZ (001)
       2610-FILIAL-CLIENTE.
           MOVE 1 TO WRK-ENV-FILIAL.
           MOVE WRK-ENV-CLIENTE TO CLI-CODIGO.
           READ CLIENTE-MASTER
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF CLI-FILIAL NUMERIC AND CLI-FILIAL > ZERO
                     MOVE CLI-FILIAL TO WRK-ENV-FILIAL
                  END-IF
           END-READ.

       2650-CLASSIFICAR-FATURA.
           IF NOT MOV-FATURA OR NOT MOV-ABERTO
              GO TO 2650-CLASSIFICAR-FIM
               WHEN WRK-DIAS-ATRASO NOT > 30
                  ADD 1 TO WRK-FXA-QTDE-1
                  ADD MOV-VALOR TO WRK-FXA-VALOR-1
                  MOVE 1 TO WRK-FXA-IND
               WHEN WRK-DIAS-ATRASO NOT > 60
                  ADD 1 TO WRK-FXA-QTDE-2
                  ADD MOV-VALOR TO WRK-FXA-VALOR-2
                  MOVE 2 TO WRK-FXA-IND
               WHEN WRK-DIAS-ATRASO NOT > 90
                  ADD 1 TO WRK-FXA-QTDE-3
                  ADD MOV-VALOR TO WRK-FXA-VALOR-3
                  MOVE 3 TO WRK-FXA-IND
               WHEN OTHER
                  ADD 1 TO WRK-FXA-QTDE-4
                  ADD MOV-VALOR TO WRK-FXA-VALOR-4
                  MOVE 4 TO WRK-FXA-IND
           END-EVALUATE.

           MOVE 'S' TO WRK-FIL-USADA(WRK-ENV-FILIAL).
           ADD 1 TO WRK-FIL-QTDE(WRK-ENV-FILIAL, WRK-FXA-IND).
           ADD MOV-VALOR TO WRK-FIL-VALOR(WRK-ENV-FILIAL, WRK-FXA-IND).

       2650-CLASSIFICAR-FIM.
           EXIT.

      *    LIBERAR, COMO FAZ O RETORNO DO FATURAMENTO
           PERFORM 9000-TIMESTAMP-ATUAL.
           SET CLI-FAT-RETIDO TO TRUE.
           SET CLI-RET-ATRASO TO TRUE.
           MOVE WRK-TIMESTAMP-ATUAL TO CLI-TIMESTAMP.

           REWRITE CLI-REGISTRO
           MOVE WRK-FXA-VALOR-4 TO REL-FXA-VALOR.
           WRITE REL-LINHA FROM REL-FAIXA.

           MOVE 1 TO WRK-FIL-IND.
           PERFORM 3050-IMPRIMIR-FILIAL
               UNTIL WRK-FIL-IND > 999.

           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE WRK-QTDE-REJEITADOS TO REL-TOT-QTDE.
           WRITE REL-LINHA FROM REL-TOTAL.

           MOVE 'MOVIMENTOS DUPLICADOS.......: ' TO REL-TOT-TITULO.
           MOVE WRK-QTDE-DUPLICADOS TO REL-TOT-QTDE.
           WRITE REL-LINHA FROM REL-TOTAL.

           MOVE 'LINHAS SALTADAS NO REINICIO.: ' TO REL-TOT-TITULO.
           MOVE WRK-QTDE-SALTADOS TO REL-TOT-QTDE.
           WRITE REL-LINHA FROM REL-TOTAL.

           MOVE 'FATURAS LIQUIDADAS..........: ' TO REL-TOT-TITULO.
           MOVE WRK-QTDE-LIQUIDADAS TO REL-TOT-QTDE.
           WRITE REL-LINHA FROM REL-TOTAL.
           CLOSE MOVIMENTOS.
           CLOSE CLIENTE-MASTER.
           CLOSE CLIENTES-LOG.
           IF WRK-PERIODOS-ABERTO
              CLOSE PERIODOS
           END-IF.

      *    CARGA TERMINADA: A PROXIMA RODADA COMECA DO INICIO
           IF WRK-CHECKPOINT-ABERTO
              IF NOT WRK-CKP-FALHOU
                 SET CKP-CONCLUIDO TO TRUE
                 PERFORM 2950-GRAVAR-CHECKPOINT
              END-IF
              CLOSE CHECKPOINTS
           END-IF.
           IF WRK-REMESSAS-ABERTO
              IF WRK-REMESSA-ACEITA AND NOT WRK-CKP-FALHOU
                 PERFORM 3100-REGISTRAR-REMESSA
              END-IF
              CLOSE REMESSAS
           END-IF.
           CLOSE RELATORIO-FIN.

       3050-IMPRIMIR-FILIAL.
           IF WRK-FIL-USADA(WRK-FIL-IND) = 'S'
              MOVE SPACES TO REL-LINHA
              WRITE REL-LINHA
              MOVE WRK-FIL-IND TO REL-FIL-CODIGO
              WRITE REL-LINHA FROM REL-FILIAL

              MOVE '  ATE 30 DIAS.......: ' TO REL-FXA-TITULO
              MOVE WRK-FIL-QTDE(WRK-FIL-IND, 1) TO REL-FXA-QTDE
              MOVE WRK-FIL-VALOR(WRK-FIL-IND, 1) TO REL-FXA-VALOR
              WRITE REL-LINHA FROM REL-FAIXA

              MOVE '  DE 31 A 60 DIAS...: ' TO REL-FXA-TITULO
              MOVE WRK-FIL-QTDE(WRK-FIL-IND, 2) TO REL-FXA-QTDE
              MOVE WRK-FIL-VALOR(WRK-FIL-IND, 2) TO REL-FXA-VALOR
              WRITE REL-LINHA FROM REL-FAIXA

              MOVE '  DE 61 A 90 DIAS...: ' TO REL-FXA-TITULO
              MOVE WRK-FIL-QTDE(WRK-FIL-IND, 3) TO REL-FXA-QTDE
              MOVE WRK-FIL-VALOR(WRK-FIL-IND, 3) TO REL-FXA-VALOR
              WRITE REL-LINHA FROM REL-FAIXA

              MOVE '  ACIMA DE 90 DIAS..: ' TO REL-FXA-TITULO
              MOVE WRK-FIL-QTDE(WRK-FIL-IND, 4) TO REL-FXA-QTDE
              MOVE WRK-FIL-VALOR(WRK-FIL-IND, 4) TO REL-FXA-VALOR
              WRITE REL-LINHA FROM REL-FAIXA
           END-IF.
           ADD 1 TO WRK-FIL-IND.

      *    GUARDA A REMESSA PROCESSADA PARA CONFERIR A PROXIMA
       3100-REGISTRAR-REMESSA.
           PERFORM 9000-TIMESTAMP-ATUAL.

           MOVE SPACES TO ITF-REGISTRO.
           MOVE 'MOVFIN' TO ITF-ARQUIVO.
           MOVE WRK-REM-ORIGEM TO ITF-ORIGEM.
           MOVE WRK-REM-SEQUENCIA TO ITF-SEQUENCIA.
           MOVE WRK-REM-DATA TO ITF-DATA-GERACAO.
           MOVE WRK-REM-QTDE TO ITF-QTDE-REGISTROS.
           MOVE WRK-REM-TOTAL TO ITF-TOTAL-CONTROLE.
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
