       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIFEC01.
      ****************************************
      *OBJETIVO: FECHAMENTO MENSAL DO CONTAS A RECEBER: PARA O MES
      *          INFORMADO GRAVA O SALDO DE CADA CLIENTE (SALDO
      *          ANTERIOR, FATURAS, PAGAMENTOS E SALDO FINAL) NO
      *          ARQUIVO DE SALDOS (CLISAL), MARCA O MES COMO FECHADO
      *          (CLIPER) PARA O CLIFIN01 RECUSAR MOVIMENTO DATADO
      *          NELE E IMPRIME O EXTRATO MENSAL (FECEXT), UMA FOLHA
      *          POR CLIENTE COM MOVIMENTO NO MES OU SALDO EM ABERTO,
      *          COM NOME DO CADASTRO E ENDERECO DOS CONTATOS
      *AUTHOR: KIVIAAL
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIMENTOS ASSIGN TO "CLIFIN"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS MOV-CHAVE
               FILE STATUS IS FS-MOVIMENTO.

           SELECT CLIENTE-MASTER ASSIGN TO "CLIMST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CLI-CODIGO
               ALTERNATE RECORD KEY IS CLI-CPF-CNPJ
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTE.

           SELECT CONTATOS ASSIGN TO "CLICTT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CTT-CHAVE
               FILE STATUS IS FS-CONTATO.

           SELECT PERIODOS ASSIGN TO "CLIPER"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS PER-PERIODO
               FILE STATUS IS FS-PERIODO.

           SELECT SALDOS ASSIGN TO "CLISAL"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SAL-CHAVE
               FILE STATUS IS FS-SALDO.

           SELECT EXTRATO-MENSAL ASSIGN TO "FECEXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-EXTRATO.

           SELECT RELATORIO-FEC ASSIGN TO "RELFEC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVIMENTOS.
           COPY CLIFIN.

       FD  CLIENTE-MASTER.
           COPY CLIREG.

       FD  CONTATOS.
           COPY CLICTT.

       FD  PERIODOS.
           COPY CLIPER.

       FD  SALDOS.
           COPY CLISAL.

       FD  EXTRATO-MENSAL.
       01  EXT-LINHA             PIC X(80).

       FD  RELATORIO-FEC.
       01  REL-LINHA             PIC X(100).

       WORKING-STORAGE SECTION.
       77 FS-MOVIMENTO           PIC X(02).
       77 FS-CLIENTE             PIC X(02).
       77 FS-CONTATO             PIC X(02).
       77 FS-PERIODO             PIC X(02).
       77 FS-SALDO               PIC X(02).
       77 FS-EXTRATO             PIC X(02).
       77 FS-RELATORIO           PIC X(02).

       77 WRK-FIM-MOVIMENTO      PIC X(01).
           88 WRK-MOVIMENTO-ACABOU  VALUE 'S'.
       77 WRK-FIM-CONTATO        PIC X(01).
           88 WRK-CONTATO-ACABOU    VALUE 'S'.
       77 WRK-FECHAMENTO         PIC X(01).
           88 WRK-FECHAMENTO-OK     VALUE 'S'.

      *    QUANTOS ARQUIVOS INDEXADOS CHEGARAM A SER ABERTOS, NA
      *    ORDEM DA ABERTURA, PARA O FECHAMENTO NO FINAL
       77 WRK-QTDE-ABERTOS       PIC 9(01) COMP VALUE ZERO.

       77 WRK-QTDE-CLIENTES      PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-EXTRATOS      PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-SEM-ENDERECO  PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-MOVIMENTOS    PIC 9(06) VALUE ZERO.
       77 WRK-TOT-ANTERIOR       PIC S9(13)V99 VALUE ZERO.
       77 WRK-TOT-FATURAS        PIC 9(13)V99 VALUE ZERO.
       77 WRK-TOT-PAGAMENTOS     PIC 9(13)V99 VALUE ZERO.
       77 WRK-TOT-FINAL          PIC S9(13)V99 VALUE ZERO.

       77 WRK-DATA-SISTEMA       PIC 9(08).
       77 WRK-HORA-SISTEMA       PIC 9(08).
       77 WRK-TIMESTAMP-ATUAL    PIC 9(14).
       77 WRK-PERIODO-ATUAL      PIC 9(06).

       01  WRK-PERIODO-GRUPO.
           05 WRK-PERIODO        PIC 9(06).
           05 WRK-PERIODO-PARTES REDEFINES WRK-PERIODO.
              10 WRK-PERIODO-ANO PIC 9(04).
              10 WRK-PERIODO-MES PIC 9(02).

      *    LIMITES DO MES FECHADO NO FORMATO DE MOV-DATA
       77 WRK-PER-INICIO         PIC 9(08).
       77 WRK-PER-FIM            PIC 9(08).

       77 WRK-FEC-CLIENTE        PIC 9(06) VALUE ZERO.
       77 WRK-FEC-ANTERIOR       PIC S9(11)V99.
       77 WRK-FEC-FATURAS        PIC 9(11)V99.
       77 WRK-FEC-PAGAMENTOS     PIC 9(11)V99.
       77 WRK-FEC-FINAL          PIC S9(11)V99.
       77 WRK-FEC-QTDE           PIC 9(04) COMP.
       77 WRK-FEC-IND            PIC 9(04) COMP.
       77 WRK-FEC-MAX-ITENS      PIC 9(04) COMP VALUE 40.

      *    MOVIMENTOS DO CLIENTE NO MES PARA O CORPO DO EXTRATO;
      *    ACIMA DO LIMITE DA TABELA ELES ENTRAM SO NOS TOTAIS
       01  WRK-FEC-TABELA.
           05 WRK-FEC-MOV        OCCURS 40 TIMES.
              10 WRK-FEC-DATA    PIC 9(08).
              10 WRK-FEC-TIPO    PIC X(01).
              10 WRK-FEC-VALOR   PIC 9(09)V99.
              10 WRK-FEC-VENC    PIC 9(08).
              10 WRK-FEC-SIT     PIC X(01).
              10 WRK-FEC-ACORDO  PIC 9(06).
              10 WRK-FEC-PARCELA PIC 9(02).

       01  WRK-FEC-REFERENCIA.
           05 FILLER             PIC X(02) VALUE 'AC'.
           05 WRK-REF-ACORDO     PIC 9(06).
           05 FILLER             PIC X(01) VALUE '/'.
           05 WRK-REF-PARCELA    PIC 9(02).

       77 WRK-TEM-ENDERECO       PIC X(01).
           88 WRK-ACHOU-ENDERECO    VALUE 'S'.

      *    ENDERECO DE CORRESPONDENCIA ESCOLHIDO PARA O EXTRATO
       77 WRK-END-TIPO           PIC X(01).
       77 WRK-END-LOGRADOURO     PIC X(40).
       77 WRK-END-CEP            PIC 9(08).
       77 WRK-END-CIDADE         PIC X(20).
       77 WRK-END-UF             PIC X(02).

       01  EXT-CABECALHO.
           05 FILLER             PIC X(40) VALUE
              'EXTRATO MENSAL DE CONTA'.
           05 FILLER             PIC X(09) VALUE 'PERIODO: '.
           05 EXT-CAB-PERIODO    PIC 9999/99.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 EXT-CAB-DATA       PIC 9999/99/99.

       01  EXT-LINHA-CEP.
           05 EXT-CEP            PIC 9(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 EXT-CIDADE         PIC X(20).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 EXT-UF             PIC X(02).

       01  EXT-CLIENTE.
           05 FILLER             PIC X(11) VALUE 'CLIENTE..: '.
           05 EXT-CLI-CODIGO     PIC 9(06).

       01  EXT-TITULO-ITENS.
           05 FILLER             PIC X(36) VALUE
              '    DATA        MOVIMENTO REFERENCIA'.
           05 FILLER             PIC X(36) VALUE
              '  VENCIMENTO         VALOR  SITUACAO'.

       01  EXT-ITEM.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 EXT-ITM-DATA       PIC 9999/99/99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 EXT-ITM-TIPO       PIC X(10).
           05 EXT-ITM-REF        PIC X(12).
           05 EXT-ITM-VENC       PIC 9999/99/99 BLANK WHEN ZERO.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 EXT-ITM-VALOR      PIC Z(8)9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 EXT-ITM-SIT        PIC X(12).

       01  EXT-DEMAIS.
           05 FILLER             PIC X(08) VALUE '    E + '.
           05 EXT-DEM-QTDE       PIC ZZZ9.
           05 FILLER             PIC X(36) VALUE
              ' MOVIMENTOS DO MES NOS MESMOS TOTAIS'.

       01  EXT-TOTAL.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 EXT-TOT-TITULO     PIC X(22).
           05 EXT-TOT-VALOR      PIC -Z(10)9.99.

       01  REL-CABECALHO.
           05 FILLER             PIC X(44) VALUE
              'FECHAMENTO MENSAL DO CONTAS A RECEBER       '.
           05 REL-CAB-DATA       PIC 9999/99/99.

       01  REL-PERIODO.
           05 FILLER             PIC X(31) VALUE
              'PERIODO FECHADO.............: '.
           05 REL-PER-PERIODO    PIC 9999/99.

       01  REL-TITULOS.
           05 FILLER             PIC X(33) VALUE
              'CODIGO  NOME                     '.
           05 FILLER             PIC X(33) VALUE
              ' SALDO ANTERIOR        FATURAS   '.
           05 FILLER             PIC X(32) VALUE
              '  PAGAMENTOS     SALDO FINAL OBS'.

       01  REL-DETALHE.
           05 REL-DET-CODIGO     PIC Z(5)9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 REL-DET-NOME       PIC X(24).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 REL-DET-ANTERIOR   PIC -Z(10)9.99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 REL-DET-FATURAS    PIC Z(10)9.99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 REL-DET-PAGAMENTOS PIC Z(10)9.99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 REL-DET-FINAL      PIC -Z(10)9.99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 REL-DET-OBS        PIC X(05).

       01  REL-VALOR.
           05 REL-VAL-TITULO     PIC X(31).
           05 REL-VAL-VALOR      PIC -Z(12)9.99.

       01  REL-TOTAL.
           05 REL-TOT-TITULO     PIC X(31).
           05 REL-TOT-QTDE       PIC Z(5)9.

       LINKAGE SECTION.
       01  LNK-OPERADOR          PIC X(08).
       01  LNK-PERIODO           PIC 9(06).

       PROCEDURE DIVISION USING LNK-OPERADOR LNK-PERIODO.
       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR THRU 1000-INICIAR-FIM.
           PERFORM 2000-PROCESSAR.
           PERFORM 3000-FINALIZAR.

           GOBACK.

       1000-INICIAR.
           MOVE SPACE TO WRK-FIM-MOVIMENTO.
           MOVE SPACE TO WRK-FECHAMENTO.

           OPEN OUTPUT RELATORIO-FEC.
           OPEN OUTPUT EXTRATO-MENSAL.

           PERFORM 9000-TIMESTAMP-ATUAL.
           MOVE WRK-DATA-SISTEMA TO REL-CAB-DATA.
           MOVE WRK-DATA-SISTEMA TO EXT-CAB-DATA.
           WRITE REL-LINHA FROM REL-CABECALHO.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

      *    SO SE FECHA MES JA ENCERRADO NO CALENDARIO
           SET WRK-MOVIMENTO-ACABOU TO TRUE.
           MOVE WRK-DATA-SISTEMA(1:6) TO WRK-PERIODO-ATUAL.
           MOVE LNK-PERIODO TO WRK-PERIODO.

           IF WRK-PERIODO NOT NUMERIC
              OR WRK-PERIODO-MES < 1 OR WRK-PERIODO-MES > 12
              OR WRK-PERIODO-ANO < 1900
              OR WRK-PERIODO NOT < WRK-PERIODO-ATUAL
              MOVE 'PERIODO INVALIDO OU AINDA NAO ENCERRADO'
                  TO REL-LINHA
              WRITE REL-LINHA
              MOVE 8 TO RETURN-CODE
              GO TO 1000-INICIAR-FIM
           END-IF.

           MOVE WRK-PERIODO TO REL-PER-PERIODO.
           MOVE WRK-PERIODO TO EXT-CAB-PERIODO.
           WRITE REL-LINHA FROM REL-PERIODO.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

           COMPUTE WRK-PER-INICIO = WRK-PERIODO * 100 + 1.
           COMPUTE WRK-PER-FIM = WRK-PERIODO * 100 + 31.

           OPEN I-O PERIODOS.
           IF FS-PERIODO = '35'
              CLOSE PERIODOS
              OPEN OUTPUT PERIODOS
              CLOSE PERIODOS
              OPEN I-O PERIODOS
           END-IF.
           IF FS-PERIODO NOT = '00'
              MOVE 'ARQUIVO DE PERIODOS INDISPONIVEL' TO REL-LINHA
              WRITE REL-LINHA
              MOVE 8 TO RETURN-CODE
              GO TO 1000-INICIAR-FIM
           END-IF.
           MOVE 1 TO WRK-QTDE-ABERTOS.

           MOVE WRK-PERIODO TO PER-PERIODO.
           READ PERIODOS
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 'PERIODO JA FECHADO - NADA A FAZER' TO REL-LINHA
                  WRITE REL-LINHA
                  GO TO 1000-INICIAR-FIM
           END-READ.

           OPEN INPUT MOVIMENTOS.
           IF FS-MOVIMENTO NOT = '00'
              MOVE 'ARQUIVO CLIFIN NAO ENCONTRADO' TO REL-LINHA
              WRITE REL-LINHA
              MOVE 8 TO RETURN-CODE
              GO TO 1000-INICIAR-FIM
           END-IF.
           MOVE 2 TO WRK-QTDE-ABERTOS.

           OPEN INPUT CLIENTE-MASTER.
           IF FS-CLIENTE NOT = '00'
              MOVE 'CADASTRO CLIMST INDISPONIVEL' TO REL-LINHA
              WRITE REL-LINHA
              MOVE 8 TO RETURN-CODE
              GO TO 1000-INICIAR-FIM
           END-IF.
           MOVE 3 TO WRK-QTDE-ABERTOS.

           OPEN INPUT CONTATOS.
           IF FS-CONTATO NOT = '00'
              MOVE 'ARQUIVO DE CONTATOS INDISPONIVEL' TO REL-LINHA
              WRITE REL-LINHA
              MOVE 8 TO RETURN-CODE
              GO TO 1000-INICIAR-FIM
           END-IF.
           MOVE 4 TO WRK-QTDE-ABERTOS.

           OPEN I-O SALDOS.
           IF FS-SALDO = '35'
              CLOSE SALDOS
              OPEN OUTPUT SALDOS
              CLOSE SALDOS
              OPEN I-O SALDOS
           END-IF.
           IF FS-SALDO NOT = '00'
              MOVE 'ARQUIVO DE SALDOS INDISPONIVEL' TO REL-LINHA
              WRITE REL-LINHA
              MOVE 8 TO RETURN-CODE
              GO TO 1000-INICIAR-FIM
           END-IF.
           MOVE 5 TO WRK-QTDE-ABERTOS.

           WRITE REL-LINHA FROM REL-TITULOS.

           SET WRK-FECHAMENTO-OK TO TRUE.
           MOVE SPACE TO WRK-FIM-MOVIMENTO.
           MOVE LOW-VALUES TO MOV-REGISTRO.
           START MOVIMENTOS KEY NOT LESS THAN MOV-CHAVE
               INVALID KEY
                  SET WRK-MOVIMENTO-ACABOU TO TRUE
           END-START.

       1000-INICIAR-FIM.
           EXIT.

       2000-PROCESSAR.
           PERFORM 2100-LER-MOVIMENTO
               UNTIL WRK-MOVIMENTO-ACABOU.

      *    FECHA O ULTIMO CLIENTE DO ARQUIVO
           IF WRK-FEC-CLIENTE > ZERO
              PERFORM 2700-FECHAR-CLIENTE THRU 2700-FECHAR-FIM
           END-IF.

       2100-LER-MOVIMENTO.
           READ MOVIMENTOS NEXT RECORD
               AT END
                  SET WRK-MOVIMENTO-ACABOU TO TRUE
               NOT AT END
                  IF MOV-CLI-CODIGO NOT = WRK-FEC-CLIENTE
                     IF WRK-FEC-CLIENTE > ZERO
                        PERFORM 2700-FECHAR-CLIENTE
                            THRU 2700-FECHAR-FIM
                     END-IF
                     MOVE MOV-CLI-CODIGO TO WRK-FEC-CLIENTE
                     MOVE ZERO TO WRK-FEC-ANTERIOR
                     MOVE ZERO TO WRK-FEC-FATURAS
                     MOVE ZERO TO WRK-FEC-PAGAMENTOS
                     MOVE ZERO TO WRK-FEC-QTDE
                  END-IF
                  PERFORM 2200-ACUMULAR-MOVIMENTO
                      THRU 2200-ACUMULAR-FIM
           END-READ.

       2200-ACUMULAR-MOVIMENTO.
      *    MOVIMENTO POSTERIOR AO MES FECHADO FICA PARA O PROXIMO
           IF MOV-DATA > WRK-PER-FIM
              GO TO 2200-ACUMULAR-FIM
           END-IF.

           IF MOV-DATA < WRK-PER-INICIO
              PERFORM 2300-SOMAR-ANTERIOR
              GO TO 2200-ACUMULAR-FIM
           END-IF.

           ADD 1 TO WRK-FEC-QTDE.
           ADD 1 TO WRK-QTDE-MOVIMENTOS.

           IF WRK-FEC-QTDE NOT > WRK-FEC-MAX-ITENS
              MOVE MOV-DATA TO WRK-FEC-DATA(WRK-FEC-QTDE)
              MOVE MOV-TIPO TO WRK-FEC-TIPO(WRK-FEC-QTDE)
              MOVE MOV-VALOR TO WRK-FEC-VALOR(WRK-FEC-QTDE)
              MOVE MOV-DATA-VENCIMENTO TO WRK-FEC-VENC(WRK-FEC-QTDE)
              MOVE MOV-SITUACAO TO WRK-FEC-SIT(WRK-FEC-QTDE)
              MOVE ZERO TO WRK-FEC-ACORDO(WRK-FEC-QTDE)
              MOVE ZERO TO WRK-FEC-PARCELA(WRK-FEC-QTDE)
              IF MOV-ACORDO NUMERIC AND MOV-PARCELA NUMERIC
                 MOVE MOV-ACORDO TO WRK-FEC-ACORDO(WRK-FEC-QTDE)
                 MOVE MOV-PARCELA TO WRK-FEC-PARCELA(WRK-FEC-QTDE)
              END-IF
           END-IF.

           IF MOV-PAGAMENTO
              ADD MOV-VALOR TO WRK-FEC-PAGAMENTOS
           ELSE
              IF MOV-PARCELA NOT NUMERIC OR MOV-PARCELA = ZERO
                 ADD MOV-VALOR TO WRK-FEC-FATURAS
              END-IF
           END-IF.

       2200-ACUMULAR-FIM.
           EXIT.

       2300-SOMAR-ANTERIOR.
      *    PARCELA DE ACORDO SO REPARCELA A DIVIDA JA CONTADA NA
      *    FATURA ORIGINAL: NAO MEXE NO SALDO
           IF MOV-PAGAMENTO
              SUBTRACT MOV-VALOR FROM WRK-FEC-ANTERIOR
           ELSE
              IF MOV-PARCELA NOT NUMERIC OR MOV-PARCELA = ZERO
                 ADD MOV-VALOR TO WRK-FEC-ANTERIOR
              END-IF
           END-IF.

       2700-FECHAR-CLIENTE.
           COMPUTE WRK-FEC-FINAL = WRK-FEC-ANTERIOR + WRK-FEC-FATURAS
               - WRK-FEC-PAGAMENTOS.

      *    SEM MOVIMENTO NO MES E SEM SALDO NAO HA O QUE EXTRATAR
           IF WRK-FEC-QTDE = ZERO AND WRK-FEC-FINAL = ZERO
              GO TO 2700-FECHAR-FIM
           END-IF.

           ADD 1 TO WRK-QTDE-CLIENTES.
           ADD WRK-FEC-ANTERIOR TO WRK-TOT-ANTERIOR.
           ADD WRK-FEC-FATURAS TO WRK-TOT-FATURAS.
           ADD WRK-FEC-PAGAMENTOS TO WRK-TOT-PAGAMENTOS.
           ADD WRK-FEC-FINAL TO WRK-TOT-FINAL.

           PERFORM 2750-GRAVAR-SALDO.

           MOVE WRK-FEC-CLIENTE TO CLI-CODIGO.
           READ CLIENTE-MASTER
               INVALID KEY
                  MOVE '(FORA DO CADASTRO VIVO)' TO CLI-NOME
           END-READ.

           PERFORM 2800-PROCURAR-ENDERECO.
           PERFORM 3100-EMITIR-EXTRATO.
           ADD 1 TO WRK-QTDE-EXTRATOS.

           MOVE WRK-FEC-CLIENTE TO REL-DET-CODIGO.
           MOVE CLI-NOME TO REL-DET-NOME.
           MOVE WRK-FEC-ANTERIOR TO REL-DET-ANTERIOR.
           MOVE WRK-FEC-FATURAS TO REL-DET-FATURAS.
           MOVE WRK-FEC-PAGAMENTOS TO REL-DET-PAGAMENTOS.
           MOVE WRK-FEC-FINAL TO REL-DET-FINAL.
           IF WRK-ACHOU-ENDERECO
              MOVE SPACES TO REL-DET-OBS
           ELSE
              MOVE 'S/END' TO REL-DET-OBS
              ADD 1 TO WRK-QTDE-SEM-ENDERECO
           END-IF.
           WRITE REL-LINHA FROM REL-DETALHE.

       2700-FECHAR-FIM.
           EXIT.

       2750-GRAVAR-SALDO.
           MOVE WRK-PERIODO TO SAL-PERIODO.
           MOVE WRK-FEC-CLIENTE TO SAL-CLI-CODIGO.
           MOVE WRK-FEC-ANTERIOR TO SAL-SALDO-ANTERIOR.
           MOVE WRK-FEC-FATURAS TO SAL-FATURAS.
           MOVE WRK-FEC-PAGAMENTOS TO SAL-PAGAMENTOS.
           MOVE WRK-FEC-FINAL TO SAL-SALDO-FINAL.
           MOVE WRK-FEC-QTDE TO SAL-QTDE-MOVIMENTOS.
           MOVE WRK-TIMESTAMP-ATUAL TO SAL-TIMESTAMP.

      *    SOBRA DE UMA RODADA INTERROMPIDA ANTES DE MARCAR O MES
           WRITE SAL-REGISTRO
               INVALID KEY
                  REWRITE SAL-REGISTRO
                      INVALID KEY
                         CONTINUE
                  END-REWRITE
           END-WRITE.

      *    SALDO QUE NAO GRAVOU IMPEDE MARCAR O MES COMO FECHADO
           IF FS-SALDO NOT = '00'
              MOVE SPACES TO REL-LINHA
              STRING 'ERRO AO GRAVAR SALDO CLISAL - CLIENTE '
                         DELIMITED BY SIZE
                     WRK-FEC-CLIENTE DELIMITED BY SIZE
                     ' STATUS ' DELIMITED BY SIZE
                     FS-SALDO DELIMITED BY SIZE
                     INTO REL-LINHA
              WRITE REL-LINHA
              MOVE 8 TO RETURN-CODE
              MOVE SPACE TO WRK-FECHAMENTO
           END-IF.

       2800-PROCURAR-ENDERECO.
           MOVE SPACE TO WRK-TEM-ENDERECO.
           MOVE SPACE TO WRK-END-TIPO.
           MOVE SPACE TO WRK-FIM-CONTATO.

           MOVE WRK-FEC-CLIENTE TO CTT-CLI-CODIGO.
           MOVE ZERO TO CTT-SEQUENCIA.

           START CONTATOS KEY NOT LESS THAN CTT-CHAVE
               INVALID KEY
                  SET WRK-CONTATO-ACABOU TO TRUE
           END-START.

           PERFORM 2810-LER-CONTATO
               UNTIL WRK-CONTATO-ACABOU.

       2810-LER-CONTATO.
           READ CONTATOS NEXT RECORD
               AT END
                  SET WRK-CONTATO-ACABOU TO TRUE
               NOT AT END
                  IF CTT-CLI-CODIGO NOT = WRK-FEC-CLIENTE
                     SET WRK-CONTATO-ACABOU TO TRUE
                  ELSE
                     PERFORM 2850-AVALIAR-ENDERECO
                         THRU 2850-AVALIAR-FIM
                  END-IF
           END-READ.

       2850-AVALIAR-ENDERECO.
           IF NOT CTT-END-RESIDENCIAL AND NOT CTT-END-COMERCIAL
              GO TO 2850-AVALIAR-FIM
           END-IF.

      *    ENDERECO INCOMPLETO NAO SERVE PARA POSTAGEM
           IF CTT-LOGRADOURO = SPACES
              OR CTT-CEP NOT NUMERIC
              OR CTT-CEP = ZERO
              OR CTT-CIDADE = SPACES
              OR CTT-UF = SPACES
              GO TO 2850-AVALIAR-FIM
           END-IF.

      *    O PRIMEIRO COMERCIAL PREVALECE; O RESIDENCIAL SO ENTRA
      *    ENQUANTO NAO HOUVER NENHUM ENDERECO ESCOLHIDO
           IF WRK-END-TIPO = 'C'
              GO TO 2850-AVALIAR-FIM
           END-IF.

           IF CTT-END-RESIDENCIAL AND WRK-END-TIPO = 'R'
              GO TO 2850-AVALIAR-FIM
           END-IF.

           SET WRK-ACHOU-ENDERECO TO TRUE.
           MOVE CTT-TIPO TO WRK-END-TIPO.
           MOVE CTT-LOGRADOURO TO WRK-END-LOGRADOURO.
           MOVE CTT-CEP TO WRK-END-CEP.
           MOVE CTT-CIDADE TO WRK-END-CIDADE.
           MOVE CTT-UF TO WRK-END-UF.

       2850-AVALIAR-FIM.
           EXIT.

       3100-EMITIR-EXTRATO.
      *    CADA EXTRATO COMECA EM FOLHA NOVA PARA O ENVELOPAMENTO
           WRITE EXT-LINHA FROM EXT-CABECALHO
               AFTER ADVANCING PAGE.
           MOVE SPACES TO EXT-LINHA.
           WRITE EXT-LINHA.

           MOVE CLI-NOME TO EXT-LINHA.
           WRITE EXT-LINHA.
           IF WRK-ACHOU-ENDERECO
              MOVE WRK-END-LOGRADOURO TO EXT-LINHA
              WRITE EXT-LINHA
              MOVE WRK-END-CEP TO EXT-CEP
              MOVE WRK-END-CIDADE TO EXT-CIDADE
              MOVE WRK-END-UF TO EXT-UF
              WRITE EXT-LINHA FROM EXT-LINHA-CEP
           ELSE
              MOVE '(SEM ENDERECO DE CORRESPONDENCIA NOS CONTATOS)'
                  TO EXT-LINHA
              WRITE EXT-LINHA
           END-IF.
           MOVE SPACES TO EXT-LINHA.
           WRITE EXT-LINHA.

           MOVE WRK-FEC-CLIENTE TO EXT-CLI-CODIGO.
           WRITE EXT-LINHA FROM EXT-CLIENTE.
           MOVE SPACES TO EXT-LINHA.
           WRITE EXT-LINHA.

           MOVE 'SALDO ANTERIOR......: ' TO EXT-TOT-TITULO.
           MOVE WRK-FEC-ANTERIOR TO EXT-TOT-VALOR.
           WRITE EXT-LINHA FROM EXT-TOTAL.
           MOVE SPACES TO EXT-LINHA.
           WRITE EXT-LINHA.

           IF WRK-FEC-QTDE = ZERO
              MOVE '    (NENHUM MOVIMENTO NO MES)' TO EXT-LINHA
              WRITE EXT-LINHA
           ELSE
              WRITE EXT-LINHA FROM EXT-TITULO-ITENS
              MOVE ZERO TO WRK-FEC-IND
              PERFORM 3200-IMPRIMIR-ITEM
                  UNTIL WRK-FEC-IND >= WRK-FEC-QTDE
                     OR WRK-FEC-IND >= WRK-FEC-MAX-ITENS
           END-IF.

           IF WRK-FEC-QTDE > WRK-FEC-MAX-ITENS
              COMPUTE EXT-DEM-QTDE = WRK-FEC-QTDE - WRK-FEC-MAX-ITENS
              WRITE EXT-LINHA FROM EXT-DEMAIS
           END-IF.

           MOVE SPACES TO EXT-LINHA.
           WRITE EXT-LINHA.

           MOVE 'FATURAS DO MES......: ' TO EXT-TOT-TITULO.
           MOVE WRK-FEC-FATURAS TO EXT-TOT-VALOR.
           WRITE EXT-LINHA FROM EXT-TOTAL.

           MOVE 'PAGAMENTOS DO MES...: ' TO EXT-TOT-TITULO.
           MOVE WRK-FEC-PAGAMENTOS TO EXT-TOT-VALOR.
           WRITE EXT-LINHA FROM EXT-TOTAL.

           MOVE 'SALDO FINAL.........: ' TO EXT-TOT-TITULO.
           MOVE WRK-FEC-FINAL TO EXT-TOT-VALOR.
           WRITE EXT-LINHA FROM EXT-TOTAL.

       3200-IMPRIMIR-ITEM.
           ADD 1 TO WRK-FEC-IND.
           MOVE WRK-FEC-DATA(WRK-FEC-IND) TO EXT-ITM-DATA.
           MOVE WRK-FEC-VALOR(WRK-FEC-IND) TO EXT-ITM-VALOR.
           MOVE SPACES TO EXT-ITM-REF.

           IF WRK-FEC-TIPO(WRK-FEC-IND) = 'P'
              MOVE 'PAGAMENTO' TO EXT-ITM-TIPO
              MOVE ZERO TO EXT-ITM-VENC
              MOVE SPACES TO EXT-ITM-SIT
           ELSE
              MOVE 'FATURA' TO EXT-ITM-TIPO
              MOVE WRK-FEC-VENC(WRK-FEC-IND) TO EXT-ITM-VENC
              IF WRK-FEC-PARCELA(WRK-FEC-IND) > ZERO
                 MOVE 'PARCELA' TO EXT-ITM-TIPO
              END-IF
              EVALUATE WRK-FEC-SIT(WRK-FEC-IND)
                  WHEN 'A'
                     MOVE 'EM ABERTO' TO EXT-ITM-SIT
                  WHEN 'L'
                     MOVE 'LIQUIDADA' TO EXT-ITM-SIT
                  WHEN 'R'
                     MOVE 'RENEGOCIADA' TO EXT-ITM-SIT
                  WHEN 'C'
                     MOVE 'CANCELADA' TO EXT-ITM-SIT
                  WHEN OTHER
                     MOVE SPACES TO EXT-ITM-SIT
              END-EVALUATE
           END-IF.

           IF WRK-FEC-ACORDO(WRK-FEC-IND) > ZERO
              MOVE WRK-FEC-ACORDO(WRK-FEC-IND) TO WRK-REF-ACORDO
              MOVE WRK-FEC-PARCELA(WRK-FEC-IND) TO WRK-REF-PARCELA
              MOVE WRK-FEC-REFERENCIA TO EXT-ITM-REF
           END-IF.

           WRITE EXT-LINHA FROM EXT-ITEM.

       9000-TIMESTAMP-ATUAL.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-SISTEMA FROM TIME.
           STRING WRK-DATA-SISTEMA DELIMITED BY SIZE
                  WRK-HORA-SISTEMA(1:6) DELIMITED BY SIZE
                  INTO WRK-TIMESTAMP-ATUAL.

       3000-FINALIZAR.
      *    O MES SO FICA FECHADO DEPOIS DE TODOS OS SALDOS GRAVADOS
           IF WRK-FECHAMENTO-OK
              MOVE WRK-PERIODO TO PER-PERIODO
              MOVE LNK-OPERADOR TO PER-OPERADOR
              MOVE WRK-TIMESTAMP-ATUAL TO PER-TIMESTAMP
              MOVE WRK-QTDE-CLIENTES TO PER-QTDE-CLIENTES
              MOVE WRK-TOT-FATURAS TO PER-TOTAL-FATURAS
              MOVE WRK-TOT-PAGAMENTOS TO PER-TOTAL-PAGAMENTOS
              MOVE WRK-TOT-FINAL TO PER-SALDO-FINAL
              WRITE PER-REGISTRO
                  INVALID KEY
                     MOVE 'ERRO AO MARCAR O PERIODO FECHADO'
                         TO REL-LINHA
                     WRITE REL-LINHA
                     MOVE 8 TO RETURN-CODE
              END-WRITE

              MOVE SPACES TO REL-LINHA
              WRITE REL-LINHA

              MOVE 'SALDO ANTERIOR..............: ' TO REL-VAL-TITULO
              MOVE WRK-TOT-ANTERIOR TO REL-VAL-VALOR
              WRITE REL-LINHA FROM REL-VALOR

              MOVE 'FATURAS DO MES..............: ' TO REL-VAL-TITULO
              MOVE WRK-TOT-FATURAS TO REL-VAL-VALOR
              WRITE REL-LINHA FROM REL-VALOR

              MOVE 'PAGAMENTOS DO MES...........: ' TO REL-VAL-TITULO
              MOVE WRK-TOT-PAGAMENTOS TO REL-VAL-VALOR
              WRITE REL-LINHA FROM REL-VALOR

              MOVE 'SALDO FINAL.................: ' TO REL-VAL-TITULO
              MOVE WRK-TOT-FINAL TO REL-VAL-VALOR
              WRITE REL-LINHA FROM REL-VALOR

              MOVE SPACES TO REL-LINHA
              WRITE REL-LINHA

              MOVE 'MOVIMENTOS NO MES...........: ' TO REL-TOT-TITULO
              MOVE WRK-QTDE-MOVIMENTOS TO REL-TOT-QTDE
              WRITE REL-LINHA FROM REL-TOTAL

              MOVE 'CLIENTES COM SALDO GRAVADO..: ' TO REL-TOT-TITULO
              MOVE WRK-QTDE-CLIENTES TO REL-TOT-QTDE
              WRITE REL-LINHA FROM REL-TOTAL

              MOVE 'EXTRATOS EMITIDOS...........: ' TO REL-TOT-TITULO
              MOVE WRK-QTDE-EXTRATOS TO REL-TOT-QTDE
              WRITE REL-LINHA FROM REL-TOTAL

              MOVE 'EXTRATOS SEM ENDERECO.......: ' TO REL-TOT-TITULO
              MOVE WRK-QTDE-SEM-ENDERECO TO REL-TOT-QTDE
              WRITE REL-LINHA FROM REL-TOTAL
           END-IF.

           IF NOT WRK-FECHAMENTO-OK AND WRK-QTDE-ABERTOS = 5
              MOVE SPACES TO REL-LINHA
              WRITE REL-LINHA
              MOVE 'PERIODO NAO FECHADO - SALDOS COM ERRO' TO REL-LINHA
              WRITE REL-LINHA
           END-IF.

           IF WRK-QTDE-ABERTOS > 0
              CLOSE PERIODOS
           END-IF.
           IF WRK-QTDE-ABERTOS > 1
              CLOSE MOVIMENTOS
           END-IF.
           IF WRK-QTDE-ABERTOS > 2
              CLOSE CLIENTE-MASTER
           END-IF.
           IF WRK-QTDE-ABERTOS > 3
              CLOSE CONTATOS
           END-IF.
           IF WRK-QTDE-ABERTOS > 4
              CLOSE SALDOS
           END-IF.
           CLOSE EXTRATO-MENSAL.
           CLOSE RELATORIO-FEC.
