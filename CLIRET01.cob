      ****************************************
      *OBJETIVO: PROCESSAMENTO DO ARQUIVO DE RETORNO DO FATURAMENTO
      *          (CODIGO;MOTIVO POR LINHA) COM RETENCAO DOS CLIENTES
      *          REJEITADOS E RELATORIO DE CONCILIACAO DO EXTRATO.
      *          O RETORNO TRAZ CABECALHO E RODAPE DE CONTROLE (SOMA
      *          DOS CODIGOS), CONFERIDOS ANTES DE QUALQUER RETENCAO
      *AUTHOR: KIVIAAL
      ****************************************
       ENVIRONMENT DIVISION.
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS FS-LOG.

           SELECT REMESSAS ASSIGN TO "CLIITF"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ITF-ARQUIVO
               FILE STATUS IS FS-REMESSA.

           SELECT RELATORIO-RET ASSIGN TO "RELRET"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.
       FD  CLIENTES-LOG.
           COPY CLILOG.

       FD  REMESSAS.
           COPY CLIITF.

       FD  RELATORIO-RET.
       01  REL-LINHA             PIC X(100).

       77 FS-CLIENTE             PIC X(02).
       77 FS-LOG                 PIC X(02).
       77 FS-RELATORIO           PIC X(02).
       77 FS-REMESSA             PIC X(02).

       77 WRK-FIM-RETORNO        PIC X(01).
           88 WRK-RETORNO-ACABOU    VALUE 'S'.
       77 WRK-FIM-EXTRATO        PIC X(01).
           88 WRK-EXTRATO-ACABOU    VALUE 'S'.
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

       77 WRK-QTDE-ENVIADOS      PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-REJEITADOS    PIC 9(06) VALUE ZERO.
       77 WRK-AJU-UTIL           PIC 9(02) COMP.
       77 WRK-CODIGO-DIR         PIC X(06) JUSTIFIED RIGHT.

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

       77 WRK-TIMESTAMP-ATUAL    PIC 9(14).
       77 WRK-DATA-SISTEMA       PIC 9(08).
       77 WRK-HORA-SISTEMA       PIC 9(08).
              'RETORNOS SEM CADASTRO.......: '.
           05 REL-TOT-NAO-ACHADOS PIC Z(5)9.

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

              OPEN OUTPUT CLIENTES-LOG
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
           IF NOT WRK-RETORNO-ACABOU
              PERFORM 1200-VALIDAR-REMESSA
                  THRU 1200-VALIDAR-FIM
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
               UNTIL WRK-RETORNO-ACABOU.

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
           MOVE SPACE TO WRK-FIM-RETORNO.
           CLOSE RETORNO-FATURAMENTO.
           OPEN INPUT RETORNO-FATURAMENTO.

       1200-VALIDAR-FIM.
           EXIT.

       1210-LER-REMESSA.
           READ RETORNO-FATURAMENTO
               AT END
                  SET WRK-RETORNO-ACABOU TO TRUE
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

           UNSTRING RET-LINHA DELIMITED BY ';'
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
              IF RET-LINHA(1:2) = 'H;'
                 PERFORM 1230-LER-CABECALHO
              ELSE
                 MOVE 'CABECALHO AUSENTE' TO WRK-REM-MOTIVO
              END-IF
              GO TO 1220-CONFERIR-FIM
           END-IF.

           IF RET-LINHA(1:2) = 'H;'
              MOVE 'CABECALHO REPETIDO' TO WRK-REM-MOTIVO
              GO TO 1220-CONFERIR-FIM
           END-IF.

           IF RET-LINHA(1:2) = 'T;'
              PERFORM 1240-LER-RODAPE
              GO TO 1220-CONFERIR-FIM
           END-IF.

      *    LINHA DE DETALHE: CONTA E ACUMULA O CAMPO DE CONTROLE
      *    (SOMA DOS CODIGOS DE CLIENTE)
           ADD 1 TO WRK-REM-QTDE.
           MOVE WRK-REM-CAMPO-1 TO WRK-REM-CAMPO.
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
              MOVE 'RETFAT' TO ITF-ARQUIVO
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

       2000-CONTAR-ENVIADOS.
           PERFORM 2100-LER-EXTRATO
               UNTIL WRK-EXTRATO-ACABOU.
               AT END
                  SET WRK-EXTRATO-ACABOU TO TRUE
               NOT AT END
                  IF NOT EXP-E-CABECALHO AND NOT EXP-E-RODAPE
                     ADD 1 TO WRK-QTDE-ENVIADOS
                  END-IF
           END-READ.

       2500-PROCESSAR-RETORNO.
               AT END
                  SET WRK-RETORNO-ACABOU TO TRUE
               NOT AT END
                  IF RET-LINHA(1:2) NOT = 'H;'
                     AND RET-LINHA(1:2) NOT = 'T;'
                     ADD 1 TO WRK-QTDE-REJEITADOS
                     PERFORM 2700-TRATAR-RETORNO
                         THRU 2700-TRATAR-FIM
                  END-IF
           END-READ.

       2700-TRATAR-RETORNO.
      *    RETEM O CLIENTE FORA DO PROXIMO EXTRATO ATE SER CORRIGIDO
           PERFORM 9000-TIMESTAMP-ATUAL.
           SET CLI-FAT-RETIDO TO TRUE.
           SET CLI-RET-FATURAMENTO TO TRUE.
           MOVE WRK-TIMESTAMP-ATUAL TO CLI-TIMESTAMP.

           REWRITE CLI-REGISTRO
           END-IF.
           CLOSE CLIENTE-MASTER.
           CLOSE CLIENTES-LOG.
           IF WRK-REMESSAS-ABERTO
              IF WRK-REMESSA-ACEITA
                 PERFORM 3100-REGISTRAR-REMESSA
              END-IF
              CLOSE REMESSAS
           END-IF.
           CLOSE RELATORIO-RET.

      *    GUARDA A REMESSA PROCESSADA PARA CONFERIR A PROXIMA
       3100-REGISTRAR-REMESSA.
           PERFORM 9000-TIMESTAMP-ATUAL.

           MOVE SPACES TO ITF-REGISTRO.
           MOVE 'RETFAT' TO ITF-ARQUIVO.
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
