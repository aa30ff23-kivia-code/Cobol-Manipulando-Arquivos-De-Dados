       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIACD01.
      ****************************************
      *OBJETIVO: REVISAO DOS ACORDOS DE PARCELAMENTO (CLIACD) E
      *          RELATORIO DE ACORDOS ATIVOS, QUITADOS E ROMPIDOS:
      *          ACORDO SEM PARCELA EM ABERTO FICA QUITADO; PARCELA
      *          VENCIDA ALEM DA TOLERANCIA ROMPE O ACORDO, CANCELA
      *          AS PARCELAS EM ABERTO E DEVOLVE AS FATURAS
      *          ORIGINAIS AO ABERTO, JA ABATIDO O QUE FOI PAGO NAS
      *          PARCELAS
      *AUTHOR: KIVIAAL
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACORDOS ASSIGN TO "CLIACD"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ACD-NUMERO
               FILE STATUS IS FS-ACORDO.

           SELECT MOVIMENTOS ASSIGN TO "CLIFIN"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS MOV-CHAVE
               FILE STATUS IS FS-MOVIMENTO.

           SELECT RELATORIO-ACD ASSIGN TO "RELACD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ACORDOS.
           COPY CLIACD.

       FD  MOVIMENTOS.
           COPY CLIFIN.

       FD  RELATORIO-ACD.
       01  REL-LINHA             PIC X(84).

       WORKING-STORAGE SECTION.
       77 FS-ACORDO              PIC X(02).
       77 FS-MOVIMENTO           PIC X(02).
       77 FS-RELATORIO           PIC X(02).

       77 WRK-FIM-ACORDO         PIC X(01).
           88 WRK-ACORDO-ACABOU     VALUE 'S'.
       77 WRK-FIM-MOVIMENTO      PIC X(01).
           88 WRK-MOVIMENTO-ACABOU  VALUE 'S'.
       77 WRK-ABRIU-ACORDOS      PIC X(01).
           88 WRK-ACORDOS-ABERTO    VALUE 'S'.
       77 WRK-ABRIU-MOVIMENTOS   PIC X(01).
           88 WRK-MOVIMENTOS-ABERTO VALUE 'S'.

       77 WRK-QTDE-ATIVOS        PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-QUITADOS      PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-ROMPIDOS      PIC 9(06) VALUE ZERO.
       77 WRK-VALOR-ATIVOS       PIC 9(11)V99 VALUE ZERO.
       77 WRK-VALOR-QUITADOS     PIC 9(11)V99 VALUE ZERO.
       77 WRK-VALOR-ROMPIDOS     PIC 9(11)V99 VALUE ZERO.
       77 WRK-QTDE-QUITOU-HOJE   PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-ROMPEU-HOJE   PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-DEVOLVIDAS    PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-ABATIDAS      PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-CANCELADAS    PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-PARCIAIS      PIC 9(06) VALUE ZERO.
       77 WRK-VALOR-APLICADO     PIC 9(11)V99 VALUE ZERO.
       77 WRK-VALOR-NAO-APLICADO PIC 9(11)V99 VALUE ZERO.

       77 WRK-DATA-SISTEMA       PIC 9(08).
       77 WRK-DIAS-ATRASO        PIC S9(05) COMP.

      *    DIAS DE ATRASO DE UMA PARCELA ACEITOS ANTES DE ROMPER O
      *    ACORDO, PARA O PAGAMENTO EM TRANSITO NO FATURAMENTO
       77 WRK-DIAS-TOLERANCIA    PIC 9(03) COMP VALUE 5.

       77 WRK-PAR-ABERTAS        PIC 9(02).
       77 WRK-PAR-PAGAS          PIC 9(02).
       77 WRK-PAR-MAX-ATRASO     PIC S9(05) COMP.
       77 WRK-PAR-PAGO           PIC 9(11)V99.
       77 WRK-PAR-RESTANTE       PIC 9(11)V99.
       77 WRK-PAR-ABATER         PIC 9(11)V99.

       77 WRK-REL-SITUACAO       PIC X(24).

       77 WRK-ERRO-TEXTO         PIC X(30).
       77 WRK-ERRO-STATUS        PIC X(02).

       01  REL-CABECALHO.
           05 FILLER             PIC X(44) VALUE
              'RELATORIO DE ACORDOS DE PARCELAMENTO        '.
           05 REL-CAB-DATA       PIC 9999/99/99.

       01  REL-DETALHE.
           05 REL-DET-NUMERO     PIC 9(06).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 REL-DET-CLIENTE    PIC 9(06).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 REL-DET-DATA       PIC 9999/99/99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 REL-DET-VALOR      PIC Z(10)9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 REL-DET-PAGAS      PIC Z9.
           05 FILLER             PIC X(01) VALUE '/'.
           05 REL-DET-PARCELAS   PIC 99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 REL-DET-SITUACAO   PIC X(24).

       01  REL-FAIXA.
           05 REL-FXA-TITULO     PIC X(22).
           05 REL-FXA-QTDE       PIC Z(5)9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 REL-FXA-VALOR      PIC Z(10)9.99.

       01  REL-TOTAL.
           05 REL-TOT-TITULO     PIC X(31).
           05 REL-TOT-QTDE       PIC Z(5)9.

       01  REL-TOTAL-VALOR.
           05 REL-TVL-TITULO     PIC X(31).
           05 REL-TVL-VALOR      PIC Z(10)9.99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR THRU 1000-INICIAR-FIM.
           PERFORM 2000-PROCESSAR.
           PERFORM 3000-FINALIZAR.

           GOBACK.

       1000-INICIAR.
           MOVE SPACE TO WRK-FIM-ACORDO.
           MOVE SPACE TO WRK-ABRIU-ACORDOS.
           MOVE SPACE TO WRK-ABRIU-MOVIMENTOS.

           OPEN OUTPUT RELATORIO-ACD.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WRK-DATA-SISTEMA TO REL-CAB-DATA.
           WRITE REL-LINHA FROM REL-CABECALHO.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

      *    SEM ARQUIVO DE ACORDOS NAO HA O QUE REVISAR
           OPEN I-O ACORDOS.
           IF FS-ACORDO NOT = '00'
              MOVE 'NENHUM ACORDO REGISTRADO (CLIACD)' TO REL-LINHA
              WRITE REL-LINHA
              SET WRK-ACORDO-ACABOU TO TRUE
              GO TO 1000-INICIAR-FIM
           END-IF.
           SET WRK-ACORDOS-ABERTO TO TRUE.

           OPEN I-O MOVIMENTOS.
           IF FS-MOVIMENTO NOT = '00'
              MOVE 'ARQUIVO CLIFIN NAO ENCONTRADO' TO REL-LINHA
              WRITE REL-LINHA
              MOVE 8 TO RETURN-CODE
              SET WRK-ACORDO-ACABOU TO TRUE
              GO TO 1000-INICIAR-FIM
           END-IF.
           SET WRK-MOVIMENTOS-ABERTO TO TRUE.

           MOVE ZERO TO ACD-NUMERO.
           START ACORDOS KEY NOT LESS THAN ACD-NUMERO
               INVALID KEY
                  SET WRK-ACORDO-ACABOU TO TRUE
           END-START.

       1000-INICIAR-FIM.
           EXIT.

       2000-PROCESSAR.
           PERFORM 2100-LER-ACORDO
               UNTIL WRK-ACORDO-ACABOU.

       2100-LER-ACORDO.
           READ ACORDOS NEXT RECORD
               AT END
                  SET WRK-ACORDO-ACABOU TO TRUE
               NOT AT END
                  PERFORM 2200-TRATAR-ACORDO
           END-READ.

       2200-TRATAR-ACORDO.
           PERFORM 2300-APURAR-PARCELAS.

           IF ACD-ATIVO
              IF WRK-PAR-ABERTAS = ZERO
                 SET ACD-QUITADO TO TRUE
                 MOVE WRK-DATA-SISTEMA TO ACD-DATA-ENCERRAMENTO
                 PERFORM 2250-GRAVAR-ACORDO
                 IF ACD-QUITADO
                    ADD 1 TO WRK-QTDE-QUITOU-HOJE
                 END-IF
              ELSE
      *          O ACORDO E ROMPIDO ANTES DE MEXER NAS PARCELAS: SE
      *          NAO GRAVAR, PARCELAS E FATURAS FICAM COMO ESTAVAM
                 IF WRK-PAR-MAX-ATRASO > WRK-DIAS-TOLERANCIA
                    SET ACD-ROMPIDO TO TRUE
                    MOVE WRK-DATA-SISTEMA TO ACD-DATA-ENCERRAMENTO
                    PERFORM 2250-GRAVAR-ACORDO
                    IF ACD-ROMPIDO
                       PERFORM 2400-ROMPER-ACORDO
                       ADD 1 TO WRK-QTDE-ROMPEU-HOJE
                    END-IF
                 END-IF
              END-IF
           END-IF.

           EVALUATE TRUE
               WHEN ACD-ATIVO
                  MOVE 'ATIVO' TO WRK-REL-SITUACAO
                  ADD 1 TO WRK-QTDE-ATIVOS
                  ADD ACD-VALOR-ORIGINAL TO WRK-VALOR-ATIVOS
               WHEN ACD-QUITADO
                  MOVE 'QUITADO' TO WRK-REL-SITUACAO
                  ADD 1 TO WRK-QTDE-QUITADOS
                  ADD ACD-VALOR-ORIGINAL TO WRK-VALOR-QUITADOS
               WHEN OTHER
                  MOVE 'ROMPIDO' TO WRK-REL-SITUACAO
                  ADD 1 TO WRK-QTDE-ROMPIDOS
                  ADD ACD-VALOR-ORIGINAL TO WRK-VALOR-ROMPIDOS
           END-EVALUATE.

           IF ACD-DATA-ENCERRAMENTO = WRK-DATA-SISTEMA
              MOVE 'NESTA RODADA' TO WRK-REL-SITUACAO(9:12)
           END-IF.

           MOVE ACD-NUMERO TO REL-DET-NUMERO.
           MOVE ACD-CLI-CODIGO TO REL-DET-CLIENTE.
           MOVE ACD-DATA TO REL-DET-DATA.
           MOVE ACD-VALOR-ORIGINAL TO REL-DET-VALOR.
           MOVE WRK-PAR-PAGAS TO REL-DET-PAGAS.
           MOVE ACD-QTDE-PARCELAS TO REL-DET-PARCELAS.
           MOVE WRK-REL-SITUACAO TO REL-DET-SITUACAO.
           WRITE REL-LINHA FROM REL-DETALHE.

       2250-GRAVAR-ACORDO.
           REWRITE ACD-REGISTRO
               INVALID KEY
                  MOVE 'ERRO AO ATUALIZAR ACORDO' TO WRK-ERRO-TEXTO
                  MOVE FS-ACORDO TO WRK-ERRO-STATUS
                  PERFORM 2900-IMPRIMIR-ERRO
                  SET ACD-ATIVO TO TRUE
                  MOVE ZERO TO ACD-DATA-ENCERRAMENTO
           END-REWRITE.

       2300-APURAR-PARCELAS.
           MOVE ZERO TO WRK-PAR-ABERTAS.
           MOVE ZERO TO WRK-PAR-PAGAS.
           MOVE ZERO TO WRK-PAR-MAX-ATRASO.
           MOVE ZERO TO WRK-PAR-PAGO.
           MOVE SPACE TO WRK-FIM-MOVIMENTO.

           MOVE ACD-CLI-CODIGO TO MOV-CLI-CODIGO.
           MOVE ZERO TO MOV-DATA.
           MOVE ZERO TO MOV-SEQUENCIA.

           START MOVIMENTOS KEY NOT LESS THAN MOV-CHAVE
               INVALID KEY
                  SET WRK-MOVIMENTO-ACABOU TO TRUE
           END-START.

           PERFORM 2310-LER-PARCELA
               UNTIL WRK-MOVIMENTO-ACABOU.

       2310-LER-PARCELA.
           READ MOVIMENTOS NEXT RECORD
               AT END
                  SET WRK-MOVIMENTO-ACABOU TO TRUE
               NOT AT END
                  IF MOV-CLI-CODIGO NOT = ACD-CLI-CODIGO
                     SET WRK-MOVIMENTO-ACABOU TO TRUE
                  ELSE
                     PERFORM 2320-CONTAR-PARCELA
                         THRU 2320-CONTAR-FIM
                  END-IF
           END-READ.

       2320-CONTAR-PARCELA.
           IF MOV-ACORDO NOT NUMERIC OR MOV-PARCELA NOT NUMERIC
              GO TO 2320-CONTAR-FIM
           END-IF.

           IF MOV-ACORDO NOT = ACD-NUMERO OR MOV-PARCELA = ZERO
              GO TO 2320-CONTAR-FIM
           END-IF.

           IF MOV-LIQUIDADO
              ADD 1 TO WRK-PAR-PAGAS
              ADD MOV-VALOR TO WRK-PAR-PAGO
              GO TO 2320-CONTAR-FIM
           END-IF.

           IF NOT MOV-ABERTO
              GO TO 2320-CONTAR-FIM
           END-IF.

           ADD 1 TO WRK-PAR-ABERTAS.

           IF MOV-DATA-VENCIMENTO < WRK-DATA-SISTEMA
              COMPUTE WRK-DIAS-ATRASO =
                  FUNCTION INTEGER-OF-DATE(WRK-DATA-SISTEMA) -
                  FUNCTION INTEGER-OF-DATE(MOV-DATA-VENCIMENTO)
              IF WRK-DIAS-ATRASO > WRK-PAR-MAX-ATRASO
                 MOVE WRK-DIAS-ATRASO TO WRK-PAR-MAX-ATRASO
              END-IF
           END-IF.

       2320-CONTAR-FIM.
           EXIT.

       2400-ROMPER-ACORDO.
      *    O QUE JA ENTROU NAS PARCELAS ABATE AS FATURAS ORIGINAIS
      *    MAIS ANTIGAS, COMO UM PAGAMENTO DO FATURAMENTO; A SOBRA
      *    QUE NAO COBRE A FATURA SEGUINTE ABATE PARTE DELA
           MOVE WRK-PAR-PAGO TO WRK-PAR-RESTANTE.
           MOVE SPACE TO WRK-FIM-MOVIMENTO.

           MOVE ACD-CLI-CODIGO TO MOV-CLI-CODIGO.
           MOVE ZERO TO MOV-DATA.
           MOVE ZERO TO MOV-SEQUENCIA.

           START MOVIMENTOS KEY NOT LESS THAN MOV-CHAVE
               INVALID KEY
                  SET WRK-MOVIMENTO-ACABOU TO TRUE
           END-START.

           PERFORM 2410-LER-ROMPIMENTO
               UNTIL WRK-MOVIMENTO-ACABOU.

           COMPUTE WRK-VALOR-APLICADO = WRK-VALOR-APLICADO +
               WRK-PAR-PAGO - WRK-PAR-RESTANTE.
           ADD WRK-PAR-RESTANTE TO WRK-VALOR-NAO-APLICADO.

       2410-LER-ROMPIMENTO.
           READ MOVIMENTOS NEXT RECORD
               AT END
                  SET WRK-MOVIMENTO-ACABOU TO TRUE
               NOT AT END
                  IF MOV-CLI-CODIGO NOT = ACD-CLI-CODIGO
                     SET WRK-MOVIMENTO-ACABOU TO TRUE
                  ELSE
                     PERFORM 2420-DESFAZER-MOVIMENTO
                         THRU 2420-DESFAZER-FIM
                  END-IF
           END-READ.

       2420-DESFAZER-MOVIMENTO.
           IF MOV-ACORDO NOT NUMERIC OR MOV-PARCELA NOT NUMERIC
              GO TO 2420-DESFAZER-FIM
           END-IF.

           IF MOV-ACORDO NOT = ACD-NUMERO
              GO TO 2420-DESFAZER-FIM
           END-IF.

      *    PARCELA AINDA EM ABERTO DEIXA DE SER COBRADA
           IF MOV-PARCELA > ZERO
              IF MOV-ABERTO
                 SET MOV-CANCELADO TO TRUE
                 REWRITE MOV-REGISTRO
                     INVALID KEY
                        PERFORM 2450-ERRO-MOVIMENTO
                     NOT INVALID KEY
                        ADD 1 TO WRK-QTDE-CANCELADAS
                 END-REWRITE
              END-IF
              GO TO 2420-DESFAZER-FIM
           END-IF.

      *    FATURA ORIGINAL VOLTA A SER DIVIDA; O NUMERO DO ACORDO
      *    FICA NELA COMO RASTRO DA RENEGOCIACAO
           IF NOT MOV-RENEGOCIADO
              GO TO 2420-DESFAZER-FIM
           END-IF.

      *    FATURA ABATIDA EM PARTE VOLTA AO ABERTO SO PELO SALDO
           IF MOV-VALOR NOT > WRK-PAR-RESTANTE
              MOVE MOV-VALOR TO WRK-PAR-ABATER
              SET MOV-LIQUIDADO TO TRUE
           ELSE
              MOVE WRK-PAR-RESTANTE TO WRK-PAR-ABATER
              SUBTRACT WRK-PAR-ABATER FROM MOV-VALOR
              SET MOV-ABERTO TO TRUE
           END-IF.
           REWRITE MOV-REGISTRO
               INVALID KEY
                  PERFORM 2450-ERRO-MOVIMENTO
                  GO TO 2420-DESFAZER-FIM
           END-REWRITE.

           SUBTRACT WRK-PAR-ABATER FROM WRK-PAR-RESTANTE.
           IF MOV-LIQUIDADO
              ADD 1 TO WRK-QTDE-ABATIDAS
           ELSE
              IF WRK-PAR-ABATER > ZERO
                 ADD 1 TO WRK-QTDE-PARCIAIS
              END-IF
              ADD 1 TO WRK-QTDE-DEVOLVIDAS
           END-IF.

       2420-DESFAZER-FIM.
           EXIT.

       2450-ERRO-MOVIMENTO.
           MOVE 'ERRO AO ATUALIZAR MOVIMENTO' TO WRK-ERRO-TEXTO.
           MOVE FS-MOVIMENTO TO WRK-ERRO-STATUS.
           PERFORM 2900-IMPRIMIR-ERRO.

       2900-IMPRIMIR-ERRO.
           MOVE SPACES TO REL-LINHA.
           STRING WRK-ERRO-TEXTO DELIMITED BY '  '
                  ' - ACORDO ' DELIMITED BY SIZE
                  ACD-NUMERO DELIMITED BY SIZE
                  ' STATUS ' DELIMITED BY SIZE
                  WRK-ERRO-STATUS DELIMITED BY SIZE
                  INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 8 TO RETURN-CODE.

       3000-FINALIZAR.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'ACORDOS POR SITUACAO (VALOR RENEGOCIADO)' TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE 'ATIVOS..............: ' TO REL-FXA-TITULO.
           MOVE WRK-QTDE-ATIVOS TO REL-FXA-QTDE.
           MOVE WRK-VALOR-ATIVOS TO REL-FXA-VALOR.
           WRITE REL-LINHA FROM REL-FAIXA.

           MOVE 'QUITADOS............: ' TO REL-FXA-TITULO.
           MOVE WRK-QTDE-QUITADOS TO REL-FXA-QTDE.
           MOVE WRK-VALOR-QUITADOS TO REL-FXA-VALOR.
           WRITE REL-LINHA FROM REL-FAIXA.

           MOVE 'ROMPIDOS............: ' TO REL-FXA-TITULO.
           MOVE WRK-QTDE-ROMPIDOS TO REL-FXA-QTDE.
           MOVE WRK-VALOR-ROMPIDOS TO REL-FXA-VALOR.
           WRITE REL-LINHA FROM REL-FAIXA.

           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE 'QUITADOS NESTA RODADA.......: ' TO REL-TOT-TITULO.
           MOVE WRK-QTDE-QUITOU-HOJE TO REL-TOT-QTDE.
           WRITE REL-LINHA FROM REL-TOTAL.

           MOVE 'ROMPIDOS NESTA RODADA.......: ' TO REL-TOT-TITULO.
           MOVE WRK-QTDE-ROMPEU-HOJE TO REL-TOT-QTDE.
           WRITE REL-LINHA FROM REL-TOTAL.

           MOVE 'PARCELAS CANCELADAS.........: ' TO REL-TOT-TITULO.
           MOVE WRK-QTDE-CANCELADAS TO REL-TOT-QTDE.
           WRITE REL-LINHA FROM REL-TOTAL.

           MOVE 'FATURAS DEVOLVIDAS AO ABERTO: ' TO REL-TOT-TITULO.
           MOVE WRK-QTDE-DEVOLVIDAS TO REL-TOT-QTDE.
           WRITE REL-LINHA FROM REL-TOTAL.

           MOVE 'FATURAS ABATIDAS PELO PAGO..: ' TO REL-TOT-TITULO.
           MOVE WRK-QTDE-ABATIDAS TO REL-TOT-QTDE.
           WRITE REL-LINHA FROM REL-TOTAL.

           MOVE 'FATURAS ABATIDAS EM PARTE...: ' TO REL-TOT-TITULO.
           MOVE WRK-QTDE-PARCIAIS TO REL-TOT-QTDE.
           WRITE REL-LINHA FROM REL-TOTAL.

           MOVE 'VALOR PAGO ABATIDO..........: ' TO REL-TVL-TITULO.
           MOVE WRK-VALOR-APLICADO TO REL-TVL-VALOR.
           WRITE REL-LINHA FROM REL-TOTAL-VALOR.

           MOVE 'VALOR PAGO NAO APLICADO.....: ' TO REL-TVL-TITULO.
           MOVE WRK-VALOR-NAO-APLICADO TO REL-TVL-VALOR.
           WRITE REL-LINHA FROM REL-TOTAL-VALOR.

           IF WRK-ACORDOS-ABERTO
              CLOSE ACORDOS
           END-IF.
           IF WRK-MOVIMENTOS-ABERTO
              CLOSE MOVIMENTOS
           END-IF.
           CLOSE RELATORIO-ACD.
