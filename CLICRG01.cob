      ****************************************
      *OBJETIVO: CARGA EM LOTE DE CLIENTES A PARTIR DE ARQUIVO
      *          DELIMITADO (CODIGO;NOME;DOCUMENTO;ENDERECO;
      *          TELEFONE;TIPO) - TIPO F/J OPCIONAL, BRANCO = F.
      *          A REMESSA TRAZ CABECALHO E RODAPE DE CONTROLE
      *          (SOMA DOS CODIGOS), CONFERIDOS ANTES DA CARGA
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

           SELECT RELATORIO-ERROS ASSIGN TO "CRGERR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-ERROS.
       FD  CLIENTES-LOG.
           COPY CLILOG.

       FD  REMESSAS.
           COPY CLIITF.

       FD  RELATORIO-ERROS.
       01  ERR-LINHA             PIC X(100).

       77 FS-CLIENTE             PIC X(02).
       77 FS-LOG                 PIC X(02).
       77 FS-ERROS               PIC X(02).
       77 FS-REMESSA             PIC X(02).

       77 WRK-FIM-CARGA          PIC X(01).
           88 WRK-CARGA-ACABOU      VALUE 'S'.
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
       77 WRK-QTDE-INCLUIDOS     PIC 9(06) VALUE ZERO.
       77 WRK-CODIGO-DIR         PIC X(06) JUSTIFIED RIGHT.
       77 WRK-DOC-DIR            PIC X(14) JUSTIFIED RIGHT.

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
           05 FILLER             PIC X(17) VALUE '  REJEITADOS..: '.
           05 ERR-ROD-REJEITADOS PIC Z(5)9.

       01  ERR-REMESSA.
           05 FILLER             PIC X(09) VALUE 'REMESSA: '.
           05 ERR-REM-ORIGEM     PIC X(10).
           05 FILLER             PIC X(09) VALUE ' GERADA: '.
           05 ERR-REM-DATA       PIC 9999/99/99.
           05 FILLER             PIC X(12) VALUE ' SEQUENCIA: '.
           05 ERR-REM-SEQUENCIA  PIC Z(5)9.
           05 FILLER             PIC X(12) VALUE '  ESPERADA: '.
           05 ERR-REM-ESPERADA   PIC Z(6)9 BLANK WHEN ZERO.

       01  ERR-CONTROLE.
           05 ERR-CTR-TITULO     PIC X(31).
           05 ERR-CTR-INFORMADO  PIC Z(14)9.
           05 FILLER             PIC X(11) VALUE '  APURADO: '.
           05 ERR-CTR-APURADO    PIC Z(14)9.

       01  ERR-REJEICAO.
           05 FILLER             PIC X(20) VALUE
              'REMESSA REJEITADA - '.
           05 ERR-RJR-MOTIVO     PIC X(34).

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
           IF NOT WRK-CARGA-ACABOU
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
               UNTIL WRK-CARGA-ACABOU.

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

           MOVE WRK-REM-ORIGEM TO ERR-REM-ORIGEM.
           MOVE WRK-REM-DATA TO ERR-REM-DATA.
           MOVE WRK-REM-SEQUENCIA TO ERR-REM-SEQUENCIA.
           MOVE WRK-REM-ESPERADA TO ERR-REM-ESPERADA.
           WRITE ERR-LINHA FROM ERR-REMESSA.

           MOVE 'REGISTROS INFORMADOS........: ' TO ERR-CTR-TITULO.
           MOVE WRK-REM-QTDE-INF TO ERR-CTR-INFORMADO.
           MOVE WRK-REM-QTDE TO ERR-CTR-APURADO.
           WRITE ERR-LINHA FROM ERR-CONTROLE.

           MOVE 'TOTAL DE CONTROLE INFORMADO.: ' TO ERR-CTR-TITULO.
           MOVE WRK-REM-TOTAL-INF TO ERR-CTR-INFORMADO.
           MOVE WRK-REM-TOTAL TO ERR-CTR-APURADO.
           WRITE ERR-LINHA FROM ERR-CONTROLE.

           IF WRK-REM-MOTIVO NOT = SPACES
              MOVE WRK-REM-MOTIVO TO ERR-RJR-MOTIVO
              WRITE ERR-LINHA FROM ERR-REJEICAO
              MOVE SPACES TO ERR-LINHA
              WRITE ERR-LINHA
              MOVE 8 TO RETURN-CODE
              GO TO 1200-VALIDAR-FIM
           END-IF.

           MOVE SPACES TO ERR-LINHA.
           WRITE ERR-LINHA.

      *    REMESSA CONFERIDA: VOLTA AO INICIO DO ARQUIVO PARA CARGA
           SET WRK-REMESSA-ACEITA TO TRUE.
           MOVE SPACE TO WRK-FIM-CARGA.
           CLOSE ENTRADA-CARGA.
           OPEN INPUT ENTRADA-CARGA.

       1200-VALIDAR-FIM.
           EXIT.

       1210-LER-REMESSA.
           READ ENTRADA-CARGA
               AT END
                  SET WRK-CARGA-ACABOU TO TRUE
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

           UNSTRING CRG-LINHA DELIMITED BY ';'
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
              IF CRG-LINHA(1:2) = 'H;'
                 PERFORM 1230-LER-CABECALHO
              ELSE
                 MOVE 'CABECALHO AUSENTE' TO WRK-REM-MOTIVO
              END-IF
              GO TO 1220-CONFERIR-FIM
           END-IF.

           IF CRG-LINHA(1:2) = 'H;'
              MOVE 'CABECALHO REPETIDO' TO WRK-REM-MOTIVO
              GO TO 1220-CONFERIR-FIM
           END-IF.

           IF CRG-LINHA(1:2) = 'T;'
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
              MOVE 'CLICRG' TO ITF-ARQUIVO
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

       2000-PROCESSAR.
           PERFORM 2100-LER-LINHA
               UNTIL WRK-CARGA-ACABOU.
               AT END
                  SET WRK-CARGA-ACABOU TO TRUE
               NOT AT END
                  IF CRG-LINHA(1:2) NOT = 'H;'
                     AND CRG-LINHA(1:2) NOT = 'T;'
                     ADD 1 TO WRK-QTDE-LIDOS
                     PERFORM 2200-TRATAR-LINHA
                         THRU 2200-TRATAR-FIM
                  END-IF
           END-READ.

       2200-TRATAR-LINHA.
           MOVE SPACES TO CLI-MOTIVO-INATIVACAO.
           MOVE ZERO TO CLI-DATA-INATIVACAO.
           SET CLI-FAT-LIBERADO TO TRUE.
           SET CLI-RET-SEM-MOTIVO TO TRUE.
           SET CLI-RFB-NAO-CONSULTADO TO TRUE.
           MOVE ZERO TO CLI-DATA-RECEITA.
           SET CLI-NAO-ANONIMIZADO TO TRUE.
      *    A CARGA NAO TRAZ FILIAL: O CLIENTE ENTRA NA MATRIZ E A
      *    TRANSFERENCIA E FEITA DEPOIS PELO SUPERVISOR
           MOVE 1 TO CLI-FILIAL.

           WRITE CLI-REGISTRO
               INVALID KEY
           END-IF.
           CLOSE CLIENTE-MASTER.
           CLOSE CLIENTES-LOG.
           IF WRK-REMESSAS-ABERTO
              IF WRK-REMESSA-ACEITA
                 PERFORM 3100-REGISTRAR-REMESSA
              END-IF
              CLOSE REMESSAS
           END-IF.
           CLOSE RELATORIO-ERROS.

      *    GUARDA A REMESSA PROCESSADA PARA CONFERIR A PROXIMA
       3100-REGISTRAR-REMESSA.
           PERFORM 9000-TIMESTAMP-ATUAL.

           MOVE SPACES TO ITF-REGISTRO.
           MOVE 'CLICRG' TO ITF-ARQUIVO.
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
              MOVE SPACES TO ERR-LINHA
              STRING 'ERRO AO GRAVAR SEQUENCIA CLIITF - STATUS '
                         DELIMITED BY SIZE
                     FS-REMESSA DELIMITED BY SIZE
                     INTO ERR-LINHA
              WRITE ERR-LINHA
              MOVE 8 TO RETURN-CODE
           END-IF.
