       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIRFB02.
      ****************************************
      *OBJETIVO: PROCESSAMENTO DA RESPOSTA DO SERVICO DE CONSULTA
      *          DE SITUACAO CADASTRAL DA RECEITA FEDERAL (RFBRET):
      *          GRAVA A SITUACAO E A DATA DA CONSULTA NO CLIENTE E
      *          RETEM FORA DO EXTRATO, COMO NO RETORNO DO
      *          FATURAMENTO, QUEM NAO ESTA REGULAR, LISTANDO ESSES
      *          CLIENTES NO RELATORIO DE EXCECOES (RELRFB)
      *AUTHOR: KIVIAAL
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESPOSTA-RECEITA ASSIGN TO "RFBRET"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS FS-RESPOSTA.

           SELECT CLIENTE-MASTER ASSIGN TO "CLIMST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CLI-CODIGO
               ALTERNATE RECORD KEY IS CLI-CPF-CNPJ
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTE.

           SELECT CLIENTES-LOG ASSIGN TO "CLILOG"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS FS-LOG.

           SELECT REMESSAS ASSIGN TO "CLIITF"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ITF-ARQUIVO
               FILE STATUS IS FS-REMESSA.

           SELECT RELATORIO-RFB ASSIGN TO "RELRFB"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  RESPOSTA-RECEITA.
           COPY CLIRFB.

       FD  CLIENTE-MASTER.
           COPY CLIREG.

       FD  CLIENTES-LOG.
           COPY CLILOG.

       FD  REMESSAS.
           COPY CLIITF.

       FD  RELATORIO-RFB.
       01  REL-LINHA             PIC X(100).

       WORKING-STORAGE SECTION.
       77 FS-RESPOSTA            PIC X(02).
       77 FS-CLIENTE             PIC X(02).
       77 FS-LOG                 PIC X(02).
       77 FS-REMESSA             PIC X(02).
       77 FS-RELATORIO           PIC X(02).

       77 WRK-FIM-RESPOSTA       PIC X(01).
           88 WRK-RESPOSTA-ACABOU   VALUE 'S'.
       77 WRK-ABRIU-REMESSAS     PIC X(01).
           88 WRK-REMESSAS-ABERTO   VALUE 'S'.
       77 WRK-ITF-EXISTE         PIC X(01).
           88 WRK-ITF-GRAVADO       VALUE 'S'.
       77 WRK-REM-SITUACAO       PIC X(01).
           88 WRK-REMESSA-ACEITA    VALUE 'S'.
       77 WRK-REM-RODAPE         PIC X(01).
           88 WRK-REM-TEM-RODAPE    VALUE 'S'.
       77 WRK-RETEVE             PIC X(01).
           88 WRK-RETIDO-AGORA      VALUE 'S'.

       77 WRK-QTDE-LIDOS         PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-REGULARES     PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-IRREGULARES   PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-RETIDOS       PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-NAO-ACHADOS   PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-DIVERGENTES   PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-INVALIDOS     PIC 9(06) VALUE ZERO.

      *    CONFERENCIA DA RESPOSTA: CABECALHO COM A SEQUENCIA DA
      *    CONSULTA RESPONDIDA E RODAPE COM A QUANTIDADE
       77 WRK-REM-MOTIVO         PIC X(34).
       77 WRK-REM-ORIGEM         PIC X(10).
       77 WRK-REM-DATA           PIC 9(08).
       77 WRK-REM-SEQUENCIA      PIC 9(06).
       77 WRK-REM-ENVIADA        PIC 9(06).
       77 WRK-REM-PROCESSADA     PIC 9(06).
       77 WRK-REM-LINHAS         PIC 9(07).
       77 WRK-REM-QTDE           PIC 9(06).
       77 WRK-REM-QTDE-INF       PIC 9(06).

       77 WRK-SIT-IND            PIC 9(02) COMP.
       77 WRK-SIT-ACHOU          PIC 9(02) COMP.

       77 WRK-TIMESTAMP-ATUAL    PIC 9(14).
       77 WRK-DATA-SISTEMA       PIC 9(08).
       77 WRK-HORA-SISTEMA       PIC 9(08).

      *    SITUACAO DO SERVICO, CODIGO GRAVADO NO CLIENTE E DESCRICAO
       01  WRK-TAB-SITUACOES.
           05 FILLER             PIC X(15) VALUE '00RREGULAR     '.
           05 FILLER             PIC X(15) VALUE '01PPENDENTE    '.
           05 FILLER             PIC X(15) VALUE '02SSUSPENSA    '.
           05 FILLER             PIC X(15) VALUE '03IINAPTA      '.
           05 FILLER             PIC X(15) VALUE '04BBAIXADA     '.
           05 FILLER             PIC X(15) VALUE '05CCANCELADA   '.
           05 FILLER             PIC X(15) VALUE '06NNULA        '.
           05 FILLER             PIC X(15) VALUE '07FFALECIDO    '.
           05 FILLER             PIC X(15) VALUE '99XNAO LOCALIZ.'.
       01  WRK-TAB-SIT REDEFINES WRK-TAB-SITUACOES.
           05 WRK-SIT-ITEM OCCURS 9 TIMES.
              10 WRK-SIT-SERVICO    PIC X(02).
              10 WRK-SIT-CODIGO     PIC X(01).
              10 WRK-SIT-DESCRICAO  PIC X(12).
       77 WRK-QTDE-SITUACOES     PIC 9(02) COMP VALUE 9.

       01  REL-CABECALHO.
           05 FILLER             PIC X(44) VALUE
              'EXCECOES DA CONSULTA A RECEITA FEDERAL      '.
           05 REL-CAB-DATA       PIC 9999/99/99.

       01  REL-REMESSA.
           05 FILLER             PIC X(20) VALUE
              'RESPOSTA DA CONSULTA'.
           05 FILLER             PIC X(12) VALUE ' SEQUENCIA: '.
           05 REL-REM-SEQUENCIA  PIC Z(5)9.
           05 FILLER             PIC X(09) VALUE ' GERADA: '.
           05 REL-REM-DATA       PIC 9999/99/99.
           05 FILLER             PIC X(15) VALUE '  REGISTROS: '.
           05 REL-REM-QTDE       PIC Z(5)9.

       01  REL-REJEICAO.
           05 FILLER             PIC X(20) VALUE
              'REMESSA REJEITADA - '.
           05 REL-RJR-MOTIVO     PIC X(34).

       01  REL-COLUNAS.
           05 FILLER             PIC X(08) VALUE 'CODIGO  '.
           05 FILLER             PIC X(31) VALUE 'NOME'.
           05 FILLER             PIC X(15) VALUE 'CPF/CNPJ'.
           05 FILLER             PIC X(13) VALUE 'SITUACAO'.
           05 FILLER             PIC X(20) VALUE 'PROVIDENCIA'.

       01  REL-DETALHE.
           05 REL-DET-CODIGO     PIC Z(5)9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 REL-DET-NOME       PIC X(30).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 REL-DET-DOCUMENTO  PIC 9(14).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 REL-DET-SITUACAO   PIC X(12).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 REL-DET-ACAO       PIC X(20).

       01  REL-TOTAL.
           05 REL-TOT-TITULO     PIC X(31).
           05 REL-TOT-QTDE       PIC Z(5)9.

       LINKAGE SECTION.
       01  LNK-OPERADOR          PIC X(08).

       PROCEDURE DIVISION USING LNK-OPERADOR.
       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR.
           PERFORM 3000-FINALIZAR.

           GOBACK.

       1000-INICIAR.
           MOVE SPACE TO WRK-FIM-RESPOSTA.
           MOVE SPACE TO WRK-REM-SITUACAO.

           OPEN OUTPUT RELATORIO-RFB.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WRK-DATA-SISTEMA TO REL-CAB-DATA.
           WRITE REL-LINHA FROM REL-CABECALHO.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

           OPEN INPUT RESPOSTA-RECEITA.
           IF FS-RESPOSTA NOT = '00'
              MOVE 'ARQUIVO RFBRET NAO ENCONTRADO' TO REL-LINHA
              WRITE REL-LINHA
              SET WRK-RESPOSTA-ACABOU TO TRUE
           END-IF.

           OPEN I-O CLIENTE-MASTER.

           OPEN EXTEND CLIENTES-LOG.
           IF FS-LOG = '35'
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

           IF NOT WRK-RESPOSTA-ACABOU
              PERFORM 1200-VALIDAR-RESPOSTA
                  THRU 1200-VALIDAR-FIM
           END-IF.

      *    A RESPOSTA SO E PROCESSADA SE CABECALHO, RODAPE E
      *    SEQUENCIA CONFEREM; SENAO NENHUM CLIENTE E ALTERADO
       1200-VALIDAR-RESPOSTA.
           MOVE SPACES TO WRK-REM-MOTIVO.
           MOVE SPACE TO WRK-REM-RODAPE.
           MOVE ZERO TO WRK-REM-DATA.
           MOVE ZERO TO WRK-REM-SEQUENCIA.
           MOVE ZERO TO WRK-REM-LINHAS.
           MOVE ZERO TO WRK-REM-QTDE.
           MOVE ZERO TO WRK-REM-QTDE-INF.

           PERFORM 1210-LER-RESPOSTA
               UNTIL WRK-RESPOSTA-ACABOU.

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
              PERFORM 1250-CONFERIR-SEQUENCIA
           END-IF.

           MOVE WRK-REM-SEQUENCIA TO REL-REM-SEQUENCIA.
           MOVE WRK-REM-DATA TO REL-REM-DATA.
           MOVE WRK-REM-QTDE TO REL-REM-QTDE.
           WRITE REL-LINHA FROM REL-REMESSA.

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
           WRITE REL-LINHA FROM REL-COLUNAS.

      *    RESPOSTA CONFERIDA: VOLTA AO INICIO DO ARQUIVO
           SET WRK-REMESSA-ACEITA TO TRUE.
           MOVE SPACE TO WRK-FIM-RESPOSTA.
           CLOSE RESPOSTA-RECEITA.
           OPEN INPUT RESPOSTA-RECEITA.

       1200-VALIDAR-FIM.
           EXIT.

       1210-LER-RESPOSTA.
           READ RESPOSTA-RECEITA
               AT END
                  SET WRK-RESPOSTA-ACABOU TO TRUE
               NOT AT END
                  ADD 1 TO WRK-REM-LINHAS
                  IF WRK-REM-MOTIVO = SPACES
                     PERFORM 1220-CONFERIR-REGISTRO
                         THRU 1220-CONFERIR-FIM
                  END-IF
           END-READ.

       1220-CONFERIR-REGISTRO.
           IF WRK-REM-TEM-RODAPE
              MOVE 'REGISTRO APOS O RODAPE' TO WRK-REM-MOTIVO
              GO TO 1220-CONFERIR-FIM
           END-IF.

           IF WRK-REM-LINHAS = 1
              IF RFB-CABECALHO
                 MOVE RFB-CAB-ORIGEM TO WRK-REM-ORIGEM
                 IF RFB-CAB-DATA-GERACAO NUMERIC
                    MOVE RFB-CAB-DATA-GERACAO TO WRK-REM-DATA
                 END-IF
                 IF RFB-CAB-SEQUENCIA NUMERIC
                    MOVE RFB-CAB-SEQUENCIA TO WRK-REM-SEQUENCIA
                 ELSE
                    MOVE 'SEQUENCIA INVALIDA NO CABECALHO'
                        TO WRK-REM-MOTIVO
                 END-IF
              ELSE
                 MOVE 'CABECALHO AUSENTE' TO WRK-REM-MOTIVO
              END-IF
              GO TO 1220-CONFERIR-FIM
           END-IF.

           EVALUATE TRUE
               WHEN RFB-CABECALHO
                  MOVE 'CABECALHO REPETIDO' TO WRK-REM-MOTIVO
               WHEN RFB-RODAPE
                  SET WRK-REM-TEM-RODAPE TO TRUE
                  IF RFB-ROD-QTDE NUMERIC
                     MOVE RFB-ROD-QTDE TO WRK-REM-QTDE-INF
                  ELSE
                     MOVE 'QUANTIDADE INVALIDA NO RODAPE'
                         TO WRK-REM-MOTIVO
                  END-IF
               WHEN RFB-DETALHE
                  ADD 1 TO WRK-REM-QTDE
               WHEN OTHER
                  MOVE 'TIPO DE REGISTRO INVALIDO' TO WRK-REM-MOTIVO
           END-EVALUATE.

       1220-CONFERIR-FIM.
           EXIT.

      *    A RESPOSTA TEM QUE SER DE UMA CONSULTA JA ENVIADA E AINDA
      *    NAO PROCESSADA
       1250-CONFERIR-SEQUENCIA.
           MOVE ZERO TO WRK-REM-ENVIADA.
           MOVE ZERO TO WRK-REM-PROCESSADA.
           MOVE SPACE TO WRK-ITF-EXISTE.

           IF NOT WRK-REMESSAS-ABERTO
              MOVE 'CONTROLE DE REMESSAS INDISPONIVEL'
                  TO WRK-REM-MOTIVO
           ELSE
              MOVE 'RFBCON' TO ITF-ARQUIVO
              READ REMESSAS
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE ITF-SEQUENCIA TO WRK-REM-ENVIADA
              END-READ
              MOVE 'RFBRET' TO ITF-ARQUIVO
              READ REMESSAS
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     SET WRK-ITF-GRAVADO TO TRUE
                     MOVE ITF-SEQUENCIA TO WRK-REM-PROCESSADA
              END-READ
              IF WRK-REM-SEQUENCIA > WRK-REM-ENVIADA
                 MOVE 'RESPOSTA SEM CONSULTA ENVIADA' TO WRK-REM-MOTIVO
              END-IF
              IF WRK-REM-SEQUENCIA NOT > WRK-REM-PROCESSADA
                 MOVE 'RESPOSTA JA PROCESSADA' TO WRK-REM-MOTIVO
              END-IF
           END-IF.

       2000-PROCESSAR.
           PERFORM 2100-LER-RESPOSTA
               UNTIL WRK-RESPOSTA-ACABOU.

       2100-LER-RESPOSTA.
           READ RESPOSTA-RECEITA
               AT END
                  SET WRK-RESPOSTA-ACABOU TO TRUE
               NOT AT END
                  IF RFB-DETALHE
                     ADD 1 TO WRK-QTDE-LIDOS
                     PERFORM 2200-TRATAR-RESPOSTA
                         THRU 2200-TRATAR-FIM
                  END-IF
           END-READ.

       2200-TRATAR-RESPOSTA.
           MOVE SPACE TO WRK-RETEVE.
           MOVE RFB-CONTROLE TO REL-DET-CODIGO.
           MOVE SPACES TO REL-DET-NOME.
           MOVE RFB-DOCUMENTO TO REL-DET-DOCUMENTO.
           MOVE RFB-SITUACAO TO REL-DET-SITUACAO.

           MOVE ZERO TO WRK-SIT-ACHOU.
           MOVE 1 TO WRK-SIT-IND.
           PERFORM 2250-PROCURAR-SITUACAO
               UNTIL WRK-SIT-ACHOU > ZERO
                  OR WRK-SIT-IND > WRK-QTDE-SITUACOES.

           IF WRK-SIT-ACHOU = ZERO
              MOVE 'SITUACAO DESCONHECIDA' TO REL-DET-ACAO
              WRITE REL-LINHA FROM REL-DETALHE
              ADD 1 TO WRK-QTDE-INVALIDOS
              GO TO 2200-TRATAR-FIM
           END-IF.
           MOVE WRK-SIT-DESCRICAO(WRK-SIT-ACHOU) TO REL-DET-SITUACAO.

           IF RFB-CONTROLE NOT NUMERIC
              MOVE 'SEM CADASTRO' TO REL-DET-ACAO
              WRITE REL-LINHA FROM REL-DETALHE
              ADD 1 TO WRK-QTDE-NAO-ACHADOS
              GO TO 2200-TRATAR-FIM
           END-IF.

           MOVE RFB-CONTROLE TO CLI-CODIGO.
           READ CLIENTE-MASTER
               INVALID KEY
                  MOVE 'SEM CADASTRO' TO REL-DET-ACAO
                  WRITE REL-LINHA FROM REL-DETALHE
                  ADD 1 TO WRK-QTDE-NAO-ACHADOS
                  GO TO 2200-TRATAR-FIM
           END-READ.
           MOVE CLI-NOME TO REL-DET-NOME.

      *    DOCUMENTO ALTERADO DEPOIS DA CONSULTA: A RESPOSTA NAO
      *    VALE PARA O CADASTRO ATUAL
           IF CLI-CPF-CNPJ NOT = RFB-DOCUMENTO
              MOVE 'DOCUMENTO DIVERGENTE' TO REL-DET-ACAO
              WRITE REL-LINHA FROM REL-DETALHE
              ADD 1 TO WRK-QTDE-DIVERGENTES
              GO TO 2200-TRATAR-FIM
           END-IF.

           PERFORM 9000-TIMESTAMP-ATUAL.
           MOVE WRK-SIT-CODIGO(WRK-SIT-ACHOU) TO CLI-SIT-RECEITA.
           IF RFB-DATA-CONSULTA NUMERIC AND RFB-DATA-CONSULTA > ZERO
              MOVE RFB-DATA-CONSULTA TO CLI-DATA-RECEITA
           ELSE
              MOVE WRK-DATA-SISTEMA TO CLI-DATA-RECEITA
           END-IF.

      *    SITUACAO IRREGULAR RETEM O CLIENTE FORA DO PROXIMO EXTRATO
      *    ATE SER CORRIGIDO, COMO NO RETORNO DO FATURAMENTO
           IF NOT CLI-RFB-REGULAR AND NOT CLI-FAT-RETIDO
              SET CLI-FAT-RETIDO TO TRUE
              SET CLI-RET-RECEITA TO TRUE
              SET WRK-RETIDO-AGORA TO TRUE
           END-IF.
           MOVE WRK-TIMESTAMP-ATUAL TO CLI-TIMESTAMP.

           REWRITE CLI-REGISTRO
               INVALID KEY
                  MOVE 'ERRO REGRAVACAO' TO REL-DET-ACAO
                  WRITE REL-LINHA FROM REL-DETALHE
                  GO TO 2200-TRATAR-FIM
           END-REWRITE.

           IF CLI-RFB-REGULAR
              ADD 1 TO WRK-QTDE-REGULARES
              GO TO 2200-TRATAR-FIM
           END-IF.

           ADD 1 TO WRK-QTDE-IRREGULARES.
           IF WRK-RETIDO-AGORA
              MOVE LNK-OPERADOR TO LOG-OPERADOR
              MOVE WRK-TIMESTAMP-ATUAL TO LOG-TIMESTAMP
              SET LOG-ALTERACAO TO TRUE
              MOVE CLI-CODIGO TO LOG-CLI-CODIGO
              MOVE SPACES TO LOG-SOLICITANTE
              WRITE LOG-REGISTRO
              ADD 1 TO WRK-QTDE-RETIDOS
              MOVE 'RETIDO' TO REL-DET-ACAO
           ELSE
              MOVE 'JA ESTAVA RETIDO' TO REL-DET-ACAO
           END-IF.
           WRITE REL-LINHA FROM REL-DETALHE.

       2200-TRATAR-FIM.
           EXIT.

       2250-PROCURAR-SITUACAO.
           IF WRK-SIT-SERVICO(WRK-SIT-IND) = RFB-SITUACAO
              MOVE WRK-SIT-IND TO WRK-SIT-ACHOU
           ELSE
              ADD 1 TO WRK-SIT-IND
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

           MOVE 'RESPOSTAS LIDAS.............: ' TO REL-TOT-TITULO.
           MOVE WRK-QTDE-LIDOS TO REL-TOT-QTDE.
           WRITE REL-LINHA FROM REL-TOTAL.

           MOVE 'CLIENTES REGULARES..........: ' TO REL-TOT-TITULO.
           MOVE WRK-QTDE-REGULARES TO REL-TOT-QTDE.
           WRITE REL-LINHA FROM REL-TOTAL.

           MOVE 'CLIENTES IRREGULARES........: ' TO REL-TOT-TITULO.
           MOVE WRK-QTDE-IRREGULARES TO REL-TOT-QTDE.
           WRITE REL-LINHA FROM REL-TOTAL.

           MOVE 'CLIENTES RETIDOS NESTA RODADA: ' TO REL-TOT-TITULO.
           MOVE WRK-QTDE-RETIDOS TO REL-TOT-QTDE.
           WRITE REL-LINHA FROM REL-TOTAL.

           MOVE 'RESPOSTAS SEM CADASTRO......: ' TO REL-TOT-TITULO.
           MOVE WRK-QTDE-NAO-ACHADOS TO REL-TOT-QTDE.
           WRITE REL-LINHA FROM REL-TOTAL.

           MOVE 'DOCUMENTOS DIVERGENTES......: ' TO REL-TOT-TITULO.
           MOVE WRK-QTDE-DIVERGENTES TO REL-TOT-QTDE.
           WRITE REL-LINHA FROM REL-TOTAL.

           MOVE 'SITUACOES DESCONHECIDAS.....: ' TO REL-TOT-TITULO.
           MOVE WRK-QTDE-INVALIDOS TO REL-TOT-QTDE.
           WRITE REL-LINHA FROM REL-TOTAL.

           IF FS-RESPOSTA = '00' OR FS-RESPOSTA = '10'
              CLOSE RESPOSTA-RECEITA
           END-IF.
           CLOSE CLIENTE-MASTER.
           CLOSE CLIENTES-LOG.
           IF WRK-REMESSAS-ABERTO
              IF WRK-REMESSA-ACEITA
                 PERFORM 3100-REGISTRAR-RESPOSTA
              END-IF
              CLOSE REMESSAS
           END-IF.
           CLOSE RELATORIO-RFB.

      *    GUARDA A RESPOSTA PROCESSADA PARA RECUSAR UMA REPETICAO
       3100-REGISTRAR-RESPOSTA.
           PERFORM 9000-TIMESTAMP-ATUAL.

           MOVE SPACES TO ITF-REGISTRO.
           MOVE 'RFBRET' TO ITF-ARQUIVO.
           MOVE WRK-REM-ORIGEM TO ITF-ORIGEM.
           MOVE WRK-REM-SEQUENCIA TO ITF-SEQUENCIA.
           MOVE WRK-REM-DATA TO ITF-DATA-GERACAO.
           MOVE WRK-REM-QTDE TO ITF-QTDE-REGISTROS.
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
