       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLICOB01.
      ****************************************
      *OBJETIVO: REGUA DE COBRANCA DAS FATURAS VENCIDAS EM ABERTO
      *          NOS MOVIMENTOS FINANCEIROS: CADA CLIENTE EM ATRASO
      *          SOBE UM DEGRAU POR RODADA (LEMBRETE AMIGAVEL, AVISO
      *          FORMAL E AVISO FINAL ANTES DA RETENCAO) COM UMA
      *          CARTA NO ENDERECO DE COBRANCA DOS CONTATOS
      *          (COMERCIAL OU, NA FALTA DELE, RESIDENCIAL). O
      *          HISTORICO DE COBRANCA (CLICOB) IMPEDE REPETIR O
      *          MESMO NIVEL; CLIENTES RETIDOS OU SEM ENDERECO
      *          VALIDO SAEM COMO EXCECAO NO RELATORIO RELCOB
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

           SELECT HISTORICO-COBRANCA ASSIGN TO "CLICOB"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS COB-CHAVE
               FILE STATUS IS FS-COBRANCA.

           SELECT CARTAS-COBRANCA ASSIGN TO "COBCAR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-CARTA.

           SELECT RELATORIO-COB ASSIGN TO "RELCOB"
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

       FD  HISTORICO-COBRANCA.
           COPY CLICOB.

       FD  CARTAS-COBRANCA.
       01  CAR-LINHA             PIC X(80).

       FD  RELATORIO-COB.
       01  REL-LINHA             PIC X(84).

       WORKING-STORAGE SECTION.
       77 FS-MOVIMENTO           PIC X(02).
       77 FS-CLIENTE             PIC X(02).
       77 FS-CONTATO             PIC X(02).
       77 FS-COBRANCA            PIC X(02).
       77 FS-CARTA               PIC X(02).
       77 FS-RELATORIO           PIC X(02).

       77 WRK-FIM-MOVIMENTO      PIC X(01).
           88 WRK-MOVIMENTO-ACABOU  VALUE 'S'.
       77 WRK-FIM-CONTATO        PIC X(01).
           88 WRK-CONTATO-ACABOU    VALUE 'S'.

      *    QUANTOS ARQUIVOS DE ENTRADA CHEGARAM A SER ABERTOS, NA
      *    ORDEM DA ABERTURA, PARA O FECHAMENTO NO FINAL
       77 WRK-QTDE-ABERTOS       PIC 9(01) COMP VALUE ZERO.

       77 WRK-QTDE-EM-ATRASO     PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-NIVEL-1       PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-NIVEL-2       PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-NIVEL-3       PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-AGUARDANDO    PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-RETIDOS       PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-SEM-ENDERECO  PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-SEM-CADASTRO  PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-ENCERRADOS    PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-ERRO-HISTORICO PIC 9(06) VALUE ZERO.

       77 WRK-DATA-SISTEMA       PIC 9(08).
       77 WRK-DIAS-ATRASO        PIC S9(05) COMP.

      *    DEGRAUS DA REGUA PELO MAIOR ATRASO DO CLIENTE, NAS MESMAS
      *    FAIXAS DO ENVELHECIMENTO; ACIMA DE 90 DIAS O CLIFIN01 RETEM
       77 WRK-DIAS-NIVEL-2       PIC 9(03) COMP VALUE 31.
       77 WRK-DIAS-NIVEL-3       PIC 9(03) COMP VALUE 61.

       77 WRK-COB-CLIENTE        PIC 9(06) VALUE ZERO.
       77 WRK-COB-MAX-ATRASO     PIC S9(05) COMP VALUE ZERO.
       77 WRK-COB-QTDE           PIC 9(04) COMP VALUE ZERO.
       77 WRK-COB-TOTAL          PIC 9(11)V99 VALUE ZERO.
       77 WRK-COB-NIVEL-DEVIDO   PIC 9(01).
       77 WRK-COB-NIVEL-EMITIDO  PIC 9(01).
       77 WRK-COB-NIVEL          PIC 9(01).
       77 WRK-COB-IND            PIC 9(02) COMP.
       77 WRK-COB-MAX-ITENS      PIC 9(02) COMP VALUE 30.

       77 WRK-COB-EXISTE         PIC X(01).
           88 WRK-COB-JA-GRAVADO    VALUE 'S'.
       77 WRK-COB-ENCERROU       PIC X(01).
           88 WRK-COB-CICLO-FECHOU  VALUE 'S'.
       77 WRK-COB-GRAVACAO       PIC X(01).
           88 WRK-COB-GRAVOU-MAL    VALUE 'S'.

      *    FATURAS VENCIDAS DO CLIENTE PARA O CORPO DA CARTA; ACIMA
      *    DO LIMITE DA TABELA ELAS ENTRAM SO NO TOTAL
       01  WRK-COB-TABELA.
           05 WRK-COB-FATURA     OCCURS 30 TIMES.
              10 WRK-COB-VENC    PIC 9(08).
              10 WRK-COB-DIAS    PIC 9(05).
              10 WRK-COB-VALOR   PIC 9(09)V99.

       77 WRK-TEM-ENDERECO       PIC X(01).
           88 WRK-ACHOU-ENDERECO    VALUE 'S'.

      *    ENDERECO DE COBRANCA ESCOLHIDO PARA A CARTA
       77 WRK-END-TIPO           PIC X(01).
       77 WRK-END-LOGRADOURO     PIC X(40).
       77 WRK-END-CEP            PIC 9(08).
       77 WRK-END-CIDADE         PIC X(20).
       77 WRK-END-UF             PIC X(02).

       77 WRK-REL-SITUACAO       PIC X(24).

       01  CAR-CABECALHO.
           05 FILLER             PIC X(40) VALUE
              'DEPARTAMENTO DE COBRANCA'.
           05 FILLER             PIC X(20) VALUE SPACES.
           05 CAR-CAB-DATA       PIC 9999/99/99.

       01  CAR-LINHA-CEP.
           05 CAR-CEP            PIC 9(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 CAR-CIDADE         PIC X(20).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 CAR-UF             PIC X(02).

       01  CAR-CLIENTE.
           05 FILLER             PIC X(11) VALUE 'CLIENTE..: '.
           05 CAR-CLI-CODIGO     PIC 9(06).

       01  CAR-ASSUNTO.
           05 FILLER             PIC X(11) VALUE 'ASSUNTO..: '.
           05 CAR-ASS-TEXTO      PIC X(50).

       01  CAR-TITULO-ITENS.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 FILLER             PIC X(14) VALUE 'VENCIMENTO'.
           05 FILLER             PIC X(09) VALUE 'DIAS'.
           05 FILLER             PIC X(12) VALUE '       VALOR'.

       01  CAR-ITEM.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 CAR-ITM-VENC       PIC 9999/99/99.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 CAR-ITM-DIAS       PIC ZZZZ9.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 CAR-ITM-VALOR      PIC Z(8)9.99.

       01  CAR-DEMAIS.
           05 FILLER             PIC X(08) VALUE '    E + '.
           05 CAR-DEM-QTDE       PIC ZZZ9.
           05 FILLER             PIC X(33) VALUE
              ' FATURAS VENCIDAS NO MESMO TOTAL'.

       01  CAR-TOTAL.
           05 FILLER             PIC X(27) VALUE
              '    TOTAL EM ATRASO......: '.
           05 CAR-TOT-VALOR      PIC Z(10)9.99.

       01  REL-CABECALHO.
           05 FILLER             PIC X(44) VALUE
              'RELATORIO DA REGUA DE COBRANCA              '.
           05 REL-CAB-DATA       PIC 9999/99/99.

       01  REL-DETALHE.
           05 REL-DET-CODIGO     PIC Z(5)9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 REL-DET-NOME       PIC X(30).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 REL-DET-SITUACAO   PIC X(24).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 REL-DET-DIAS       PIC ZZZZ9.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 REL-DET-VALOR      PIC Z(8)9.99.

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
           MOVE SPACE TO WRK-FIM-MOVIMENTO.

           OPEN OUTPUT RELATORIO-COB.
           OPEN OUTPUT CARTAS-COBRANCA.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WRK-DATA-SISTEMA TO REL-CAB-DATA.
           MOVE WRK-DATA-SISTEMA TO CAR-CAB-DATA.
           WRITE REL-LINHA FROM REL-CABECALHO.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

           OPEN INPUT MOVIMENTOS.
           IF FS-MOVIMENTO NOT = '00'
              MOVE 'ARQUIVO CLIFIN NAO ENCONTRADO' TO REL-LINHA
              WRITE REL-LINHA
              SET WRK-MOVIMENTO-ACABOU TO TRUE
              GO TO 1000-INICIAR-FIM
           END-IF.
           MOVE 1 TO WRK-QTDE-ABERTOS.

           OPEN INPUT CLIENTE-MASTER.
           IF FS-CLIENTE NOT = '00'
              MOVE 'CADASTRO CLIMST INDISPONIVEL' TO REL-LINHA
              WRITE REL-LINHA
              SET WRK-MOVIMENTO-ACABOU TO TRUE
              GO TO 1000-INICIAR-FIM
           END-IF.
           MOVE 2 TO WRK-QTDE-ABERTOS.

           OPEN INPUT CONTATOS.
           IF FS-CONTATO NOT = '00'
              MOVE 'ARQUIVO DE CONTATOS INDISPONIVEL' TO REL-LINHA
              WRITE REL-LINHA
              SET WRK-MOVIMENTO-ACABOU TO TRUE
              GO TO 1000-INICIAR-FIM
           END-IF.
           MOVE 3 TO WRK-QTDE-ABERTOS.

           OPEN I-O HISTORICO-COBRANCA.
           IF FS-COBRANCA = '35'
              CLOSE HISTORICO-COBRANCA
              OPEN OUTPUT HISTORICO-COBRANCA
              CLOSE HISTORICO-COBRANCA
              OPEN I-O HISTORICO-COBRANCA
           END-IF.
      *    SEM O HISTORICO NAO HA COMO SABER O NIVEL JA ENVIADO E A
      *    MESMA CARTA SAIRIA DE NOVO
           IF FS-COBRANCA NOT = '00'
              MOVE 'HISTORICO DE COBRANCA CLICOB INDISPONIVEL'
                  TO REL-LINHA
              WRITE REL-LINHA
              MOVE 8 TO RETURN-CODE
              SET WRK-MOVIMENTO-ACABOU TO TRUE
              GO TO 1000-INICIAR-FIM
           END-IF.
           MOVE 4 TO WRK-QTDE-ABERTOS.

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
           IF WRK-COB-CLIENTE > ZERO
              PERFORM 2700-FECHAR-CLIENTE THRU 2700-FECHAR-FIM
           END-IF.

       2100-LER-MOVIMENTO.
           READ MOVIMENTOS NEXT RECORD
               AT END
                  SET WRK-MOVIMENTO-ACABOU TO TRUE
               NOT AT END
                  IF MOV-CLI-CODIGO NOT = WRK-COB-CLIENTE
                     IF WRK-COB-CLIENTE > ZERO
                        PERFORM 2700-FECHAR-CLIENTE
                            THRU 2700-FECHAR-FIM
                     END-IF
                     MOVE MOV-CLI-CODIGO TO WRK-COB-CLIENTE
                     MOVE ZERO TO WRK-COB-MAX-ATRASO
                     MOVE ZERO TO WRK-COB-QTDE
                     MOVE ZERO TO WRK-COB-TOTAL
                  END-IF
                  PERFORM 2200-CLASSIFICAR-FATURA
                      THRU 2200-CLASSIFICAR-FIM
           END-READ.

       2200-CLASSIFICAR-FATURA.
           IF NOT MOV-FATURA OR NOT MOV-ABERTO
              GO TO 2200-CLASSIFICAR-FIM
           END-IF.

      *    VENCIMENTO IMPLAUSIVEL FICA FORA DA COBRANCA, COMO NO
      *    ENVELHECIMENTO
           IF MOV-DATA-VENCIMENTO NOT NUMERIC
              OR MOV-DATA-VENCIMENTO < 19000101
              GO TO 2200-CLASSIFICAR-FIM
           END-IF.

           IF MOV-DATA-VENCIMENTO NOT < WRK-DATA-SISTEMA
              GO TO 2200-CLASSIFICAR-FIM
           END-IF.

           COMPUTE WRK-DIAS-ATRASO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-SISTEMA) -
               FUNCTION INTEGER-OF-DATE(MOV-DATA-VENCIMENTO).

           IF WRK-DIAS-ATRASO > WRK-COB-MAX-ATRASO
              MOVE WRK-DIAS-ATRASO TO WRK-COB-MAX-ATRASO
           END-IF.

           ADD 1 TO WRK-COB-QTDE.
           ADD MOV-VALOR TO WRK-COB-TOTAL.

           IF WRK-COB-QTDE NOT > WRK-COB-MAX-ITENS
              MOVE MOV-DATA-VENCIMENTO TO WRK-COB-VENC(WRK-COB-QTDE)
              MOVE WRK-DIAS-ATRASO TO WRK-COB-DIAS(WRK-COB-QTDE)
              MOVE MOV-VALOR TO WRK-COB-VALOR(WRK-COB-QTDE)
           END-IF.

       2200-CLASSIFICAR-FIM.
           EXIT.

       2700-FECHAR-CLIENTE.
      *    SEM FATURA VENCIDA O CICLO DE COBRANCA DO CLIENTE SE
      *    ENCERRA E UM NOVO ATRASO VOLTA A COMECAR PELO LEMBRETE
           IF WRK-COB-QTDE = ZERO
              MOVE SPACE TO WRK-COB-ENCERROU
              MOVE ZERO TO WRK-COB-IND
              PERFORM 2720-ENCERRAR-NIVEL 3 TIMES
              IF WRK-COB-CICLO-FECHOU
                 ADD 1 TO WRK-QTDE-ENCERRADOS
              END-IF
              GO TO 2700-FECHAR-FIM
           END-IF.

           ADD 1 TO WRK-QTDE-EM-ATRASO.

           MOVE WRK-COB-CLIENTE TO CLI-CODIGO.
           READ CLIENTE-MASTER
               INVALID KEY
                  MOVE SPACES TO CLI-NOME
                  MOVE 'EXCECAO - SEM CADASTRO' TO WRK-REL-SITUACAO
                  PERFORM 2900-IMPRIMIR-DETALHE
                  ADD 1 TO WRK-QTDE-SEM-CADASTRO
                  GO TO 2700-FECHAR-FIM
           END-READ.

           IF CLI-FAT-RETIDO
              MOVE 'EXCECAO - JA RETIDO' TO WRK-REL-SITUACAO
              PERFORM 2900-IMPRIMIR-DETALHE
              ADD 1 TO WRK-QTDE-RETIDOS
              GO TO 2700-FECHAR-FIM
           END-IF.

           EVALUATE TRUE
               WHEN WRK-COB-MAX-ATRASO >= WRK-DIAS-NIVEL-3
                  MOVE 3 TO WRK-COB-NIVEL-DEVIDO
               WHEN WRK-COB-MAX-ATRASO >= WRK-DIAS-NIVEL-2
                  MOVE 2 TO WRK-COB-NIVEL-DEVIDO
               WHEN OTHER
                  MOVE 1 TO WRK-COB-NIVEL-DEVIDO
           END-EVALUATE.

      *    UM DEGRAU POR RODADA: O NIVEL SEGUINTE AO ULTIMO EMITIDO
      *    NO CICLO, DESDE QUE O ATRASO JA TENHA CHEGADO NELE
           MOVE ZERO TO WRK-COB-NIVEL-EMITIDO.
           MOVE ZERO TO WRK-COB-IND.
           PERFORM 2710-CONFERIR-NIVEL 3 TIMES.

           IF WRK-COB-NIVEL-EMITIDO >= WRK-COB-NIVEL-DEVIDO
              ADD 1 TO WRK-QTDE-AGUARDANDO
              GO TO 2700-FECHAR-FIM
           END-IF.

           COMPUTE WRK-COB-NIVEL = WRK-COB-NIVEL-EMITIDO + 1.

           PERFORM 2800-PROCURAR-ENDERECO.
           IF NOT WRK-ACHOU-ENDERECO
              MOVE 'EXCECAO - SEM ENDERECO' TO WRK-REL-SITUACAO
              PERFORM 2900-IMPRIMIR-DETALHE
              ADD 1 TO WRK-QTDE-SEM-ENDERECO
              GO TO 2700-FECHAR-FIM
           END-IF.

           PERFORM 3100-EMITIR-CARTA.
           PERFORM 2950-GRAVAR-HISTORICO.

      *    SEM O HISTORICO A MESMA CARTA SAIRIA DE NOVO NA PROXIMA
      *    RODADA - VAI PARA A EXCECAO E O JOB TERMINA COM ERRO
           IF WRK-COB-GRAVOU-MAL
              MOVE 'EXCECAO - ERRO HISTORICO' TO WRK-REL-SITUACAO
              PERFORM 2900-IMPRIMIR-DETALHE
              ADD 1 TO WRK-QTDE-ERRO-HISTORICO
              MOVE 8 TO RETURN-CODE
              GO TO 2700-FECHAR-FIM
           END-IF.

           EVALUATE WRK-COB-NIVEL
               WHEN 1
                  MOVE 'CARTA 1 - LEMBRETE' TO WRK-REL-SITUACAO
                  ADD 1 TO WRK-QTDE-NIVEL-1
               WHEN 2
                  MOVE 'CARTA 2 - AVISO FORMAL' TO WRK-REL-SITUACAO
                  ADD 1 TO WRK-QTDE-NIVEL-2
               WHEN OTHER
                  MOVE 'CARTA 3 - AVISO FINAL' TO WRK-REL-SITUACAO
                  ADD 1 TO WRK-QTDE-NIVEL-3
           END-EVALUATE.
           PERFORM 2900-IMPRIMIR-DETALHE.

       2700-FECHAR-FIM.
           EXIT.

       2710-CONFERIR-NIVEL.
           ADD 1 TO WRK-COB-IND.
           MOVE WRK-COB-CLIENTE TO COB-CLI-CODIGO.
           MOVE WRK-COB-IND TO COB-NIVEL.
           READ HISTORICO-COBRANCA
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF COB-EMITIDA
                     AND COB-NIVEL > WRK-COB-NIVEL-EMITIDO
                     MOVE COB-NIVEL TO WRK-COB-NIVEL-EMITIDO
                  END-IF
           END-READ.

       2720-ENCERRAR-NIVEL.
           ADD 1 TO WRK-COB-IND.
           MOVE WRK-COB-CLIENTE TO COB-CLI-CODIGO.
           MOVE WRK-COB-IND TO COB-NIVEL.
           READ HISTORICO-COBRANCA
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF COB-EMITIDA
                     SET COB-CICLO-ENCERRADO TO TRUE
                     MOVE WRK-DATA-SISTEMA TO COB-DATA-ENCERRAMENTO
                     PERFORM 2730-GRAVAR-ENCERRAMENTO
                  END-IF
           END-READ.

      *    NIVEL QUE NAO ENCERRA FICA EMITIDO E SERIA PULADO NO
      *    PROXIMO ATRASO DO CLIENTE - EXCECAO E O JOB TERMINA COM ERRO
       2730-GRAVAR-ENCERRAMENTO.
           REWRITE COB-REGISTRO
               INVALID KEY
                  CONTINUE
           END-REWRITE.
           IF FS-COBRANCA = '00'
              SET WRK-COB-CICLO-FECHOU TO TRUE
           ELSE
              MOVE SPACES TO CLI-NOME
              MOVE 'EXCECAO - ERRO HISTORICO' TO WRK-REL-SITUACAO
              PERFORM 2900-IMPRIMIR-DETALHE
              ADD 1 TO WRK-QTDE-ERRO-HISTORICO
              MOVE 8 TO RETURN-CODE
           END-IF.

       2800-PROCURAR-ENDERECO.
           MOVE SPACE TO WRK-TEM-ENDERECO.
           MOVE SPACE TO WRK-END-TIPO.
           MOVE SPACE TO WRK-FIM-CONTATO.

           MOVE WRK-COB-CLIENTE TO CTT-CLI-CODIGO.
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
                  IF CTT-CLI-CODIGO NOT = WRK-COB-CLIENTE
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

       2900-IMPRIMIR-DETALHE.
           MOVE WRK-COB-CLIENTE TO REL-DET-CODIGO.
           MOVE CLI-NOME TO REL-DET-NOME.
           MOVE WRK-REL-SITUACAO TO REL-DET-SITUACAO.
           MOVE WRK-COB-MAX-ATRASO TO REL-DET-DIAS.
           MOVE WRK-COB-TOTAL TO REL-DET-VALOR.
           WRITE REL-LINHA FROM REL-DETALHE.

       2950-GRAVAR-HISTORICO.
      *    O NIVEL DE UM CICLO JA ENCERRADO E REAPROVEITADO
           MOVE SPACE TO WRK-COB-EXISTE.
           MOVE WRK-COB-CLIENTE TO COB-CLI-CODIGO.
           MOVE WRK-COB-NIVEL TO COB-NIVEL.
           READ HISTORICO-COBRANCA
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  SET WRK-COB-JA-GRAVADO TO TRUE
           END-READ.

           MOVE SPACES TO COB-REGISTRO.
           MOVE WRK-COB-CLIENTE TO COB-CLI-CODIGO.
           MOVE WRK-COB-NIVEL TO COB-NIVEL.
           MOVE WRK-DATA-SISTEMA TO COB-DATA-EMISSAO.
           MOVE WRK-COB-MAX-ATRASO TO COB-MAIOR-ATRASO.
           MOVE WRK-COB-QTDE TO COB-QTDE-FATURAS.
           MOVE WRK-COB-TOTAL TO COB-VALOR-DEVIDO.
           SET COB-EMITIDA TO TRUE.
           MOVE ZERO TO COB-DATA-ENCERRAMENTO.

           MOVE SPACE TO WRK-COB-GRAVACAO.
           IF WRK-COB-JA-GRAVADO
              REWRITE COB-REGISTRO
                  INVALID KEY
                     SET WRK-COB-GRAVOU-MAL TO TRUE
              END-REWRITE
           ELSE
              WRITE COB-REGISTRO
                  INVALID KEY
                     SET WRK-COB-GRAVOU-MAL TO TRUE
              END-WRITE
           END-IF.

           IF FS-COBRANCA NOT = '00'
              SET WRK-COB-GRAVOU-MAL TO TRUE
           END-IF.

       3100-EMITIR-CARTA.
      *    CADA CARTA COMECA EM FOLHA NOVA PARA O ENVELOPAMENTO
           WRITE CAR-LINHA FROM CAR-CABECALHO
               AFTER ADVANCING PAGE.
           MOVE SPACES TO CAR-LINHA.
           WRITE CAR-LINHA.

           MOVE CLI-NOME TO CAR-LINHA.
           WRITE CAR-LINHA.
           MOVE WRK-END-LOGRADOURO TO CAR-LINHA.
           WRITE CAR-LINHA.
           MOVE WRK-END-CEP TO CAR-CEP.
           MOVE WRK-END-CIDADE TO CAR-CIDADE.
           MOVE WRK-END-UF TO CAR-UF.
           WRITE CAR-LINHA FROM CAR-LINHA-CEP.
           MOVE SPACES TO CAR-LINHA.
           WRITE CAR-LINHA.

           MOVE WRK-COB-CLIENTE TO CAR-CLI-CODIGO.
           WRITE CAR-LINHA FROM CAR-CLIENTE.

           EVALUATE WRK-COB-NIVEL
               WHEN 1
                  MOVE 'LEMBRETE DE FATURAS EM ABERTO' TO CAR-ASS-TEXTO
               WHEN 2
                  MOVE 'AVISO FORMAL DE DEBITO EM ATRASO'
                      TO CAR-ASS-TEXTO
               WHEN OTHER
                  MOVE 'AVISO FINAL ANTES DA RETENCAO DO FATURAMENTO'
                      TO CAR-ASS-TEXTO
           END-EVALUATE.
           WRITE CAR-LINHA FROM CAR-ASSUNTO.
           MOVE SPACES TO CAR-LINHA.
           WRITE CAR-LINHA.

           PERFORM 3200-IMPRIMIR-TEXTO.

           MOVE SPACES TO CAR-LINHA.
           WRITE CAR-LINHA.
           WRITE CAR-LINHA FROM CAR-TITULO-ITENS.

           MOVE ZERO TO WRK-COB-IND.
           PERFORM 3300-IMPRIMIR-ITEM
               UNTIL WRK-COB-IND >= WRK-COB-QTDE
                  OR WRK-COB-IND >= WRK-COB-MAX-ITENS.

           IF WRK-COB-QTDE > WRK-COB-MAX-ITENS
              COMPUTE CAR-DEM-QTDE = WRK-COB-QTDE - WRK-COB-MAX-ITENS
              WRITE CAR-LINHA FROM CAR-DEMAIS
           END-IF.

           MOVE WRK-COB-TOTAL TO CAR-TOT-VALOR.
           WRITE CAR-LINHA FROM CAR-TOTAL.

           MOVE SPACES TO CAR-LINHA.
           WRITE CAR-LINHA.
           MOVE 'ATENCIOSAMENTE,' TO CAR-LINHA.
           WRITE CAR-LINHA.
           MOVE 'DEPARTAMENTO DE COBRANCA' TO CAR-LINHA.
           WRITE CAR-LINHA.

       3200-IMPRIMIR-TEXTO.
           EVALUATE WRK-COB-NIVEL
               WHEN 1
                  MOVE 'CONSTAM EM NOSSOS REGISTROS AS FATURAS ABAIXO,'
                      TO CAR-LINHA
                  WRITE CAR-LINHA
                  MOVE 'JA VENCIDAS E AINDA EM ABERTO. SE O PAGAMENTO'
                      TO CAR-LINHA
                  WRITE CAR-LINHA
                  MOVE 'JA FOI FEITO, POR FAVOR DESCONSIDERE O AVISO.'
                      TO CAR-LINHA
                  WRITE CAR-LINHA
               WHEN 2
                  MOVE 'APESAR DO LEMBRETE ANTERIOR, AS FATURAS ABAIXO'
                      TO CAR-LINHA
                  WRITE CAR-LINHA
                  MOVE 'CONTINUAM EM ABERTO. SOLICITAMOS A QUITACAO'
                      TO CAR-LINHA
                  WRITE CAR-LINHA
                  MOVE 'DO DEBITO NO PRAZO DE DEZ DIAS.'
                      TO CAR-LINHA
                  WRITE CAR-LINHA
               WHEN OTHER
                  MOVE 'ESTE E O ULTIMO AVISO. SEM A QUITACAO DAS'
                      TO CAR-LINHA
                  WRITE CAR-LINHA
                  MOVE 'FATURAS ABAIXO, O SEU CADASTRO SERA RETIDO NO'
                      TO CAR-LINHA
                  WRITE CAR-LINHA
                  MOVE 'FATURAMENTO E NOVOS SERVICOS FICAM SUSPENSOS.'
                      TO CAR-LINHA
                  WRITE CAR-LINHA
           END-EVALUATE.

       3300-IMPRIMIR-ITEM.
           ADD 1 TO WRK-COB-IND.
           MOVE WRK-COB-VENC(WRK-COB-IND) TO CAR-ITM-VENC.
           MOVE WRK-COB-DIAS(WRK-COB-IND) TO CAR-ITM-DIAS.
           MOVE WRK-COB-VALOR(WRK-COB-IND) TO CAR-ITM-VALOR.
           WRITE CAR-LINHA FROM CAR-ITEM.

       3000-FINALIZAR.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE 'CLIENTES COM FATURA VENCIDA.: ' TO REL-TOT-TITULO.
           MOVE WRK-QTDE-EM-ATRASO TO REL-TOT-QTDE.
           WRITE REL-LINHA FROM REL-TOTAL.

           MOVE 'CARTAS DE LEMBRETE..........: ' TO REL-TOT-TITULO.
           MOVE WRK-QTDE-NIVEL-1 TO REL-TOT-QTDE.
           WRITE REL-LINHA FROM REL-TOTAL.

           MOVE 'CARTAS DE AVISO FORMAL......: ' TO REL-TOT-TITULO.
           MOVE WRK-QTDE-NIVEL-2 TO REL-TOT-QTDE.
           WRITE REL-LINHA FROM REL-TOTAL.

           MOVE 'CARTAS DE AVISO FINAL.......: ' TO REL-TOT-TITULO.
           MOVE WRK-QTDE-NIVEL-3 TO REL-TOT-QTDE.
           WRITE REL-LINHA FROM REL-TOTAL.

           MOVE 'NIVEL JA EMITIDO NO CICLO...: ' TO REL-TOT-TITULO.
           MOVE WRK-QTDE-AGUARDANDO TO REL-TOT-QTDE.
           WRITE REL-LINHA FROM REL-TOTAL.

           MOVE 'EXCECAO - JA RETIDOS........: ' TO REL-TOT-TITULO.
           MOVE WRK-QTDE-RETIDOS TO REL-TOT-QTDE.
           WRITE REL-LINHA FROM REL-TOTAL.

           MOVE 'EXCECAO - SEM ENDERECO......: ' TO REL-TOT-TITULO.
           MOVE WRK-QTDE-SEM-ENDERECO TO REL-TOT-QTDE.
           WRITE REL-LINHA FROM REL-TOTAL.

           MOVE 'EXCECAO - SEM CADASTRO......: ' TO REL-TOT-TITULO.
           MOVE WRK-QTDE-SEM-CADASTRO TO REL-TOT-QTDE.
           WRITE REL-LINHA FROM REL-TOTAL.

           MOVE 'EXCECAO - ERRO NO HISTORICO.: ' TO REL-TOT-TITULO.
           MOVE WRK-QTDE-ERRO-HISTORICO TO REL-TOT-QTDE.
           WRITE REL-LINHA FROM REL-TOTAL.

           MOVE 'CICLOS ENCERRADOS...........: ' TO REL-TOT-TITULO.
           MOVE WRK-QTDE-ENCERRADOS TO REL-TOT-QTDE.
           WRITE REL-LINHA FROM REL-TOTAL.

           IF WRK-QTDE-ABERTOS > 0
              CLOSE MOVIMENTOS
           END-IF.
           IF WRK-QTDE-ABERTOS > 1
              CLOSE CLIENTE-MASTER
           END-IF.
           IF WRK-QTDE-ABERTOS > 2
              CLOSE CONTATOS
           END-IF.
           IF WRK-QTDE-ABERTOS > 3
              CLOSE HISTORICO-COBRANCA
           END-IF.
           CLOSE CARTAS-COBRANCA.
           CLOSE RELATORIO-COB.
