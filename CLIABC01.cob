       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIABC01.
      ****************************************
      *OBJETIVO: CURVA ABC DE RECEITA: SOMA O FATURADO E O PAGO DE
      *          CADA CLIENTE NO CLIFIN DENTRO DO PERIODO INFORMADO,
      *          ORDENA PELO PAGO (DO MAIOR PARA O MENOR) EM UM
      *          ARQUIVO DE TRABALHO INDEXADO (ABCTRB), CLASSIFICA
      *          EM A, B E C PELA PARTICIPACAO ACUMULADA (80/15/5),
      *          TOTALIZA POR CLASSE, POR UF DO ENDERECO PRINCIPAL
      *          DOS CONTATOS E POR TIPO DE PESSOA (RELABC) E GERA
      *          ARQUIVO DELIMITADO NO ESTILO DA CAMPANHA (ABCEXT)
      *          COM CLASSE, SITUACAO E RETENCAO DE CADA CLIENTE
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

           SELECT RANKING ASSIGN TO "ABCTRB"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS TRB-CHAVE
               FILE STATUS IS FS-RANKING.

           SELECT EXTRACAO ASSIGN TO "ABCEXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-EXTRACAO.

           SELECT RELATORIO-ABC ASSIGN TO "RELABC"
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

      *    CHAVE COM O COMPLEMENTO DO PAGO: A LEITURA SEQUENCIAL
      *    TRAZ OS CLIENTES DO MAIOR PARA O MENOR PAGO E, NO EMPATE,
      *    PELO CODIGO
       FD  RANKING.
       01  TRB-REGISTRO.
           05 TRB-CHAVE.
              10 TRB-PAGO-INVERSO    PIC 9(11)V99.
              10 TRB-CLI-CODIGO      PIC 9(06).
           05 TRB-FATURADO           PIC 9(11)V99.
           05 TRB-PAGO               PIC 9(11)V99.

       FD  EXTRACAO.
       01  EXT-LINHA             PIC X(160).

       FD  RELATORIO-ABC.
       01  REL-LINHA             PIC X(100).

       WORKING-STORAGE SECTION.
       77 FS-MOVIMENTO           PIC X(02).
       77 FS-CLIENTE             PIC X(02).
       77 FS-CONTATO             PIC X(02).
       77 FS-RANKING             PIC X(02).
       77 FS-EXTRACAO            PIC X(02).
       77 FS-RELATORIO           PIC X(02).

       77 WRK-FIM-MOVIMENTO      PIC X(01).
           88 WRK-MOVIMENTO-ACABOU  VALUE 'S'.
       77 WRK-FIM-RANKING        PIC X(01).
           88 WRK-RANKING-ACABOU    VALUE 'S'.
       77 WRK-FIM-CONTATO        PIC X(01).
           88 WRK-CONTATO-ACABOU    VALUE 'S'.
       77 WRK-CURVA              PIC X(01).
           88 WRK-CURVA-OK          VALUE 'S'.
       77 WRK-NO-CADASTRO        PIC X(01).
           88 WRK-CLIENTE-VIVO      VALUE 'S'.

      *    QUANTOS ARQUIVOS INDEXADOS CHEGARAM A SER ABERTOS, NA
      *    ORDEM DA ABERTURA, PARA O FECHAMENTO NO FINAL
       77 WRK-QTDE-ABERTOS       PIC 9(01) COMP VALUE ZERO.

      *    LIMITES DO PERIODO NO FORMATO DE MOV-DATA
       77 WRK-ABC-INICIO         PIC 9(08).
       77 WRK-ABC-FIM            PIC 9(08).

       77 WRK-ABC-CLIENTE        PIC 9(06) VALUE ZERO.
       77 WRK-ABC-FATURADO       PIC 9(11)V99.
       77 WRK-ABC-PAGO           PIC 9(11)V99.
       77 WRK-ABC-CLASSE         PIC X(01).
       77 WRK-ABC-SITUACAO       PIC X(03).
       77 WRK-ABC-TIPO           PIC X(01).

      *    PAGO ACUMULADO ATE O CLIENTE ANTERIOR E PARTICIPACOES
       77 WRK-ACU-PAGO           PIC 9(13)V99 VALUE ZERO.
       77 WRK-PERC-ANTERIOR      PIC 9(03)V99.
       77 WRK-PERC-ACUMULADO     PIC 9(03)V99.
       77 WRK-PERC-PARTE         PIC 9(03)V99.
       77 WRK-PARTE-PAGO         PIC 9(13)V99.
      *    LIMITES DAS CLASSES SOBRE O PAGO ACUMULADO ANTERIOR
       77 WRK-LIMITE-A           PIC 9(03)V99 VALUE 80.
       77 WRK-LIMITE-B           PIC 9(03)V99 VALUE 95.

       77 WRK-QTDE-MOVIMENTOS    PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-CLIENTES      PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-POSICAO       PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-SEM-CADASTRO  PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-SEM-ENDERECO  PIC 9(06) VALUE ZERO.
       77 WRK-TOT-FATURADO       PIC 9(13)V99 VALUE ZERO.
       77 WRK-TOT-PAGO           PIC 9(13)V99 VALUE ZERO.

       77 WRK-DATA-SISTEMA       PIC 9(08).

       77 WRK-TEM-ENDERECO       PIC X(01).
           88 WRK-ACHOU-ENDERECO    VALUE 'S'.
      *    ENDERECO PRINCIPAL: O PRIMEIRO COMERCIAL OU, NA FALTA
      *    DELE, O PRIMEIRO RESIDENCIAL
       77 WRK-END-TIPO           PIC X(01).
       77 WRK-END-UF             PIC X(02).

      *    TOTAIS POR CLASSE (1 = A, 2 = B, 3 = C)
       01  WRK-CLASSES-LETRAS    PIC X(03) VALUE 'ABC'.
       01  WRK-CLASSES-TABELA REDEFINES WRK-CLASSES-LETRAS.
           05 WRK-CLA-LETRA      PIC X(01) OCCURS 3 TIMES.
       01  WRK-TAB-CLASSES.
           05 WRK-CLA-ENT OCCURS 3 TIMES.
              10 WRK-CLA-QTDE     PIC 9(06).
              10 WRK-CLA-FATURADO PIC 9(13)V99.
              10 WRK-CLA-PAGO     PIC 9(13)V99.
       77 WRK-CLA-IND            PIC 9(01) COMP.

      *    TOTAIS POR TIPO DE PESSOA (1 = FISICA, 2 = JURIDICA,
      *    3 = FORA DO CADASTRO VIVO)
       01  WRK-TAB-TIPOS.
           05 WRK-TIP-ENT OCCURS 3 TIMES.
              10 WRK-TIP-QTDE     PIC 9(06).
              10 WRK-TIP-FATURADO PIC 9(13)V99.
              10 WRK-TIP-PAGO     PIC 9(13)V99.
       77 WRK-TIP-IND            PIC 9(01) COMP.

      *    TOTAIS POR UF NA ORDEM EM QUE APARECEM NA CURVA; UF EM
      *    BRANCO E O CLIENTE SEM ENDERECO NOS CONTATOS
       01  WRK-TAB-UFS.
           05 WRK-UFT-ENT OCCURS 30 TIMES.
              10 WRK-UFT-UF       PIC X(02).
              10 WRK-UFT-QTDE     PIC 9(06).
              10 WRK-UFT-FATURADO PIC 9(13)V99.
              10 WRK-UFT-PAGO     PIC 9(13)V99.
       77 WRK-UFT-USADOS         PIC 9(02) COMP VALUE ZERO.
       77 WRK-UFT-IND            PIC 9(02) COMP.
       77 WRK-UFT-ACHOU          PIC X(01).
       77 WRK-UFT-ESTOURO        PIC X(01) VALUE SPACE.

       01  REL-CABECALHO.
           05 FILLER             PIC X(44) VALUE
              'CURVA ABC DE RECEITA POR CLIENTE            '.
           05 REL-CAB-DATA       PIC 9999/99/99.

       01  REL-PERIODO.
           05 FILLER             PIC X(31) VALUE
              'PERIODO.....................: '.
           05 REL-PER-INICIO     PIC 9999/99/99.
           05 FILLER             PIC X(03) VALUE ' A '.
           05 REL-PER-FIM        PIC 9999/99/99.

       01  REL-TITULOS.
           05 FILLER             PIC X(07) VALUE ' POSIC '.
           05 FILLER             PIC X(08) VALUE 'CODIGO  '.
           05 FILLER             PIC X(25) VALUE 'NOME'.
           05 FILLER             PIC X(03) VALUE 'UF '.
           05 FILLER             PIC X(02) VALUE 'T '.
           05 FILLER             PIC X(15) VALUE '      FATURADO '.
           05 FILLER             PIC X(15) VALUE '          PAGO '.
           05 FILLER             PIC X(07) VALUE ' %ACUM '.
           05 FILLER             PIC X(02) VALUE 'C '.
           05 FILLER             PIC X(03) VALUE 'SIT'.

       01  REL-DETALHE.
           05 REL-DET-POSICAO    PIC Z(5)9.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 REL-DET-CODIGO     PIC 9(06).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 REL-DET-NOME       PIC X(24).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 REL-DET-UF         PIC X(02).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 REL-DET-TIPO       PIC X(01).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 REL-DET-FATURADO   PIC Z(10)9.99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 REL-DET-PAGO       PIC Z(10)9.99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 REL-DET-PERC       PIC ZZ9.99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 REL-DET-CLASSE     PIC X(01).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 REL-DET-SITUACAO   PIC X(03).

       01  REL-SUB-TITULOS.
           05 FILLER             PIC X(20) VALUE SPACES.
           05 FILLER             PIC X(08) VALUE '  QTDE  '.
           05 FILLER             PIC X(18) VALUE
              '        FATURADO  '.
           05 FILLER             PIC X(18) VALUE
              '            PAGO  '.
           05 FILLER             PIC X(06) VALUE ' %PAGO'.

       01  REL-SUBTOTAL.
           05 REL-SUB-TITULO     PIC X(20).
           05 REL-SUB-QTDE       PIC Z(5)9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 REL-SUB-FATURADO   PIC Z(12)9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 REL-SUB-PAGO       PIC Z(12)9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 REL-SUB-PERC       PIC ZZ9.99.

       01  REL-VALOR.
           05 REL-VAL-TITULO     PIC X(31).
           05 REL-VAL-VALOR      PIC Z(12)9.99.

       01  REL-TOTAL.
           05 REL-TOT-TITULO     PIC X(31).
           05 REL-TOT-QTDE       PIC Z(5)9.

       LINKAGE SECTION.
       01  LNK-OPERADOR          PIC X(08).
       01  LNK-DATA-INICIAL      PIC 9(08).
       01  LNK-DATA-FINAL        PIC 9(08).

       PROCEDURE DIVISION USING LNK-OPERADOR LNK-DATA-INICIAL
                                LNK-DATA-FINAL.
       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR THRU 1000-INICIAR-FIM.
           PERFORM 2000-PROCESSAR THRU 2000-PROCESSAR-FIM.
           PERFORM 3000-FINALIZAR.

           GOBACK.

       1000-INICIAR.
           MOVE SPACE TO WRK-FIM-MOVIMENTO.
           MOVE SPACE TO WRK-CURVA.
           MOVE ZEROS TO WRK-TAB-CLASSES.
           MOVE ZEROS TO WRK-TAB-TIPOS.

           OPEN OUTPUT RELATORIO-ABC.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WRK-DATA-SISTEMA TO REL-CAB-DATA.
           WRITE REL-LINHA FROM REL-CABECALHO.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

      *    ZERO NA DATA INICIAL E DESDE O PRIMEIRO MOVIMENTO; ZERO NA
      *    FINAL E ATE O ULTIMO
           SET WRK-MOVIMENTO-ACABOU TO TRUE.
           MOVE ZERO TO WRK-ABC-INICIO.
           MOVE 99999999 TO WRK-ABC-FIM.
           IF LNK-DATA-INICIAL NUMERIC AND LNK-DATA-INICIAL > ZERO
              MOVE LNK-DATA-INICIAL TO WRK-ABC-INICIO
           END-IF.
           IF LNK-DATA-FINAL NUMERIC AND LNK-DATA-FINAL > ZERO
              MOVE LNK-DATA-FINAL TO WRK-ABC-FIM
           END-IF.

           IF WRK-ABC-INICIO > WRK-ABC-FIM
              MOVE 'PERIODO INVALIDO - DATA INICIAL APOS A FINAL'
                  TO REL-LINHA
              WRITE REL-LINHA
              MOVE 8 TO RETURN-CODE
              GO TO 1000-INICIAR-FIM
           END-IF.

           MOVE WRK-ABC-INICIO TO REL-PER-INICIO.
           MOVE WRK-ABC-FIM TO REL-PER-FIM.
           WRITE REL-LINHA FROM REL-PERIODO.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

           OPEN INPUT MOVIMENTOS.
           IF FS-MOVIMENTO NOT = '00'
              MOVE 'ARQUIVO CLIFIN NAO ENCONTRADO' TO REL-LINHA
              WRITE REL-LINHA
              MOVE 8 TO RETURN-CODE
              GO TO 1000-INICIAR-FIM
           END-IF.
           MOVE 1 TO WRK-QTDE-ABERTOS.

           OPEN INPUT CLIENTE-MASTER.
           IF FS-CLIENTE NOT = '00'
              MOVE 'CADASTRO CLIMST INDISPONIVEL' TO REL-LINHA
              WRITE REL-LINHA
              MOVE 8 TO RETURN-CODE
              GO TO 1000-INICIAR-FIM
           END-IF.
           MOVE 2 TO WRK-QTDE-ABERTOS.

           OPEN INPUT CONTATOS.
           IF FS-CONTATO NOT = '00'
              MOVE 'ARQUIVO DE CONTATOS INDISPONIVEL' TO REL-LINHA
              WRITE REL-LINHA
              MOVE 8 TO RETURN-CODE
              GO TO 1000-INICIAR-FIM
           END-IF.
           MOVE 3 TO WRK-QTDE-ABERTOS.

      *    O ARQUIVO DE TRABALHO E REFEITO A CADA EXECUCAO
           OPEN OUTPUT RANKING.
           IF FS-RANKING NOT = '00'
              MOVE 'ARQUIVO DE TRABALHO ABCTRB INDISPONIVEL'
                  TO REL-LINHA
              WRITE REL-LINHA
              MOVE 8 TO RETURN-CODE
              GO TO 1000-INICIAR-FIM
           END-IF.
           MOVE 4 TO WRK-QTDE-ABERTOS.

           OPEN OUTPUT EXTRACAO.

           SET WRK-CURVA-OK TO TRUE.
           MOVE SPACE TO WRK-FIM-MOVIMENTO.
           MOVE LOW-VALUES TO MOV-REGISTRO.
           START MOVIMENTOS KEY NOT LESS THAN MOV-CHAVE
               INVALID KEY
                  SET WRK-MOVIMENTO-ACABOU TO TRUE
           END-START.

       1000-INICIAR-FIM.
           EXIT.

       2000-PROCESSAR.
           IF NOT WRK-CURVA-OK
              GO TO 2000-PROCESSAR-FIM
           END-IF.

           PERFORM 2100-LER-MOVIMENTO
               UNTIL WRK-MOVIMENTO-ACABOU.

      *    FECHA O ULTIMO CLIENTE DO ARQUIVO
           IF WRK-ABC-CLIENTE > ZERO
              PERFORM 2700-FECHAR-CLIENTE
           END-IF.

      *    SEGUNDA PASSADA: O ARQUIVO DE TRABALHO JA NA ORDEM DA CURVA
           CLOSE RANKING.
           OPEN INPUT RANKING.
           MOVE SPACE TO WRK-FIM-RANKING.
           IF FS-RANKING NOT = '00'
              SET WRK-RANKING-ACABOU TO TRUE
           END-IF.

           WRITE REL-LINHA FROM REL-TITULOS.

           PERFORM 2800-LER-RANKING
               UNTIL WRK-RANKING-ACABOU.

       2000-PROCESSAR-FIM.
           EXIT.

       2100-LER-MOVIMENTO.
           READ MOVIMENTOS NEXT RECORD
               AT END
                  SET WRK-MOVIMENTO-ACABOU TO TRUE
               NOT AT END
                  IF MOV-CLI-CODIGO NOT = WRK-ABC-CLIENTE
                     IF WRK-ABC-CLIENTE > ZERO
                        PERFORM 2700-FECHAR-CLIENTE
                     END-IF
                     MOVE MOV-CLI-CODIGO TO WRK-ABC-CLIENTE
                     MOVE ZERO TO WRK-ABC-FATURADO
                     MOVE ZERO TO WRK-ABC-PAGO
                  END-IF
                  PERFORM 2200-ACUMULAR-MOVIMENTO
                      THRU 2200-ACUMULAR-FIM
           END-READ.

       2200-ACUMULAR-MOVIMENTO.
           IF MOV-DATA < WRK-ABC-INICIO
              OR MOV-DATA > WRK-ABC-FIM
              GO TO 2200-ACUMULAR-FIM
           END-IF.

           ADD 1 TO WRK-QTDE-MOVIMENTOS.

      *    PARCELA DE ACORDO SO REPARCELA A DIVIDA JA CONTADA NA
      *    FATURA ORIGINAL E FATURA CANCELADA NAO E RECEITA
           IF MOV-PAGAMENTO
              ADD MOV-VALOR TO WRK-ABC-PAGO
           ELSE
              IF (MOV-PARCELA NOT NUMERIC OR MOV-PARCELA = ZERO)
                 AND NOT MOV-CANCELADO
                 ADD MOV-VALOR TO WRK-ABC-FATURADO
              END-IF
           END-IF.

       2200-ACUMULAR-FIM.
           EXIT.

       2700-FECHAR-CLIENTE.
      *    SEM FATURADO NEM PAGO NO PERIODO O CLIENTE FICA FORA
           IF WRK-ABC-FATURADO > ZERO OR WRK-ABC-PAGO > ZERO
              ADD 1 TO WRK-QTDE-CLIENTES
              ADD WRK-ABC-FATURADO TO WRK-TOT-FATURADO
              ADD WRK-ABC-PAGO TO WRK-TOT-PAGO
              COMPUTE TRB-PAGO-INVERSO = 99999999999.99 - WRK-ABC-PAGO
              MOVE WRK-ABC-CLIENTE TO TRB-CLI-CODIGO
              MOVE WRK-ABC-FATURADO TO TRB-FATURADO
              MOVE WRK-ABC-PAGO TO TRB-PAGO
              WRITE TRB-REGISTRO
           END-IF.

       2800-LER-RANKING.
           READ RANKING NEXT RECORD
               AT END
                  SET WRK-RANKING-ACABOU TO TRUE
               NOT AT END
                  PERFORM 2900-CLASSIFICAR-CLIENTE
           END-READ.

       2900-CLASSIFICAR-CLIENTE.
           ADD 1 TO WRK-QTDE-POSICAO.

      *    O CLIENTE ENTRA NA CLASSE ONDE COMECA A SUA PARTICIPACAO:
      *    QUEM CRUZA OS 80% AINDA E A, QUEM CRUZA OS 95% AINDA E B
           IF WRK-TOT-PAGO = ZERO
              MOVE ZERO TO WRK-PERC-ANTERIOR
              MOVE ZERO TO WRK-PERC-ACUMULADO
              MOVE 3 TO WRK-CLA-IND
           ELSE
              COMPUTE WRK-PERC-ANTERIOR ROUNDED =
                  WRK-ACU-PAGO * 100 / WRK-TOT-PAGO
              ADD TRB-PAGO TO WRK-ACU-PAGO
              COMPUTE WRK-PERC-ACUMULADO ROUNDED =
                  WRK-ACU-PAGO * 100 / WRK-TOT-PAGO
              EVALUATE TRUE
                  WHEN TRB-PAGO = ZERO
                     MOVE 3 TO WRK-CLA-IND
                  WHEN WRK-PERC-ANTERIOR < WRK-LIMITE-A
                     MOVE 1 TO WRK-CLA-IND
                  WHEN WRK-PERC-ANTERIOR < WRK-LIMITE-B
                     MOVE 2 TO WRK-CLA-IND
                  WHEN OTHER
                     MOVE 3 TO WRK-CLA-IND
              END-EVALUATE
           END-IF.
           MOVE WRK-CLA-LETRA(WRK-CLA-IND) TO WRK-ABC-CLASSE.

           ADD 1 TO WRK-CLA-QTDE(WRK-CLA-IND).
           ADD TRB-FATURADO TO WRK-CLA-FATURADO(WRK-CLA-IND).
           ADD TRB-PAGO TO WRK-CLA-PAGO(WRK-CLA-IND).

      *    CLIENTE ARQUIVADO OU ELIMINADO SAI SEM TIPO E SITUACAO
           MOVE TRB-CLI-CODIGO TO CLI-CODIGO.
           SET WRK-CLIENTE-VIVO TO TRUE.
           READ CLIENTE-MASTER
               INVALID KEY
                  MOVE 'N' TO WRK-NO-CADASTRO
                  MOVE SPACES TO CLI-REGISTRO
                  MOVE TRB-CLI-CODIGO TO CLI-CODIGO
                  MOVE '(FORA DO CADASTRO VIVO)' TO CLI-NOME
                  MOVE ZERO TO CLI-CPF-CNPJ
           END-READ.

           EVALUATE TRUE
               WHEN NOT WRK-CLIENTE-VIVO
                  MOVE 3 TO WRK-TIP-IND
                  MOVE SPACE TO WRK-ABC-TIPO
                  MOVE 'ARQ' TO WRK-ABC-SITUACAO
                  ADD 1 TO WRK-QTDE-SEM-CADASTRO
               WHEN CLI-PESSOA-JURIDICA
                  MOVE 2 TO WRK-TIP-IND
                  MOVE 'J' TO WRK-ABC-TIPO
               WHEN OTHER
                  MOVE 1 TO WRK-TIP-IND
                  MOVE 'F' TO WRK-ABC-TIPO
           END-EVALUATE.

           IF WRK-CLIENTE-VIVO
              EVALUATE TRUE
                  WHEN CLI-INATIVO AND CLI-FAT-RETIDO
                     MOVE 'I/R' TO WRK-ABC-SITUACAO
                  WHEN CLI-INATIVO
                     MOVE 'INA' TO WRK-ABC-SITUACAO
                  WHEN CLI-FAT-RETIDO
                     MOVE 'RET' TO WRK-ABC-SITUACAO
                  WHEN OTHER
                     MOVE SPACES TO WRK-ABC-SITUACAO
              END-EVALUATE
           END-IF.

           ADD 1 TO WRK-TIP-QTDE(WRK-TIP-IND).
           ADD TRB-FATURADO TO WRK-TIP-FATURADO(WRK-TIP-IND).
           ADD TRB-PAGO TO WRK-TIP-PAGO(WRK-TIP-IND).

           PERFORM 2950-PROCURAR-ENDERECO.
           IF NOT WRK-ACHOU-ENDERECO
              MOVE SPACES TO WRK-END-UF
              ADD 1 TO WRK-QTDE-SEM-ENDERECO
           END-IF.
           PERFORM 2980-TOTALIZAR-UF.

           MOVE WRK-QTDE-POSICAO TO REL-DET-POSICAO.
           MOVE TRB-CLI-CODIGO TO REL-DET-CODIGO.
           MOVE CLI-NOME TO REL-DET-NOME.
           MOVE WRK-END-UF TO REL-DET-UF.
           MOVE WRK-ABC-TIPO TO REL-DET-TIPO.
           MOVE TRB-FATURADO TO REL-DET-FATURADO.
           MOVE TRB-PAGO TO REL-DET-PAGO.
           MOVE WRK-PERC-ACUMULADO TO REL-DET-PERC.
           MOVE WRK-ABC-CLASSE TO REL-DET-CLASSE.
           MOVE WRK-ABC-SITUACAO TO REL-DET-SITUACAO.
           WRITE REL-LINHA FROM REL-DETALHE.

           PERFORM 2990-GRAVAR-EXTRACAO.

       2950-PROCURAR-ENDERECO.
           MOVE SPACE TO WRK-TEM-ENDERECO.
           MOVE SPACE TO WRK-END-TIPO.
           MOVE SPACE TO WRK-FIM-CONTATO.

           MOVE TRB-CLI-CODIGO TO CTT-CLI-CODIGO.
           MOVE ZERO TO CTT-SEQUENCIA.

           START CONTATOS KEY NOT LESS THAN CTT-CHAVE
               INVALID KEY
                  SET WRK-CONTATO-ACABOU TO TRUE
           END-START.

           PERFORM 2960-LER-CONTATO
               UNTIL WRK-CONTATO-ACABOU.

       2960-LER-CONTATO.
           READ CONTATOS NEXT RECORD
               AT END
                  SET WRK-CONTATO-ACABOU TO TRUE
               NOT AT END
                  IF CTT-CLI-CODIGO NOT = TRB-CLI-CODIGO
                     SET WRK-CONTATO-ACABOU TO TRUE
                  ELSE
                     PERFORM 2970-AVALIAR-ENDERECO
                         THRU 2970-AVALIAR-FIM
                  END-IF
           END-READ.

       2970-AVALIAR-ENDERECO.
           IF NOT CTT-END-RESIDENCIAL AND NOT CTT-END-COMERCIAL
              GO TO 2970-AVALIAR-FIM
           END-IF.

      *    PARA A TOTALIZACAO BASTA A UF PREENCHIDA
           IF CTT-UF = SPACES
              GO TO 2970-AVALIAR-FIM
           END-IF.

      *    O PRIMEIRO COMERCIAL PREVALECE; O RESIDENCIAL SO ENTRA
      *    ENQUANTO NAO HOUVER NENHUM ENDERECO ESCOLHIDO
           IF WRK-END-TIPO = 'C'
              GO TO 2970-AVALIAR-FIM
           END-IF.

           IF CTT-END-RESIDENCIAL AND WRK-END-TIPO = 'R'
              GO TO 2970-AVALIAR-FIM
           END-IF.

           SET WRK-ACHOU-ENDERECO TO TRUE.
           MOVE CTT-TIPO TO WRK-END-TIPO.
           MOVE CTT-UF TO WRK-END-UF.

       2970-AVALIAR-FIM.
           EXIT.

       2980-TOTALIZAR-UF.
           MOVE 'N' TO WRK-UFT-ACHOU.
           MOVE 1 TO WRK-UFT-IND.

           PERFORM 2985-PROCURAR-UF
               UNTIL WRK-UFT-ACHOU = 'S'
                  OR WRK-UFT-IND > WRK-UFT-USADOS.

           IF WRK-UFT-ACHOU = 'N'
              IF WRK-UFT-USADOS < 30
                 ADD 1 TO WRK-UFT-USADOS
                 MOVE WRK-UFT-USADOS TO WRK-UFT-IND
                 MOVE WRK-END-UF TO WRK-UFT-UF(WRK-UFT-IND)
                 MOVE ZERO TO WRK-UFT-QTDE(WRK-UFT-IND)
                 MOVE ZERO TO WRK-UFT-FATURADO(WRK-UFT-IND)
                 MOVE ZERO TO WRK-UFT-PAGO(WRK-UFT-IND)
                 MOVE 'S' TO WRK-UFT-ACHOU
              ELSE
                 MOVE 'S' TO WRK-UFT-ESTOURO
              END-IF
           END-IF.

           IF WRK-UFT-ACHOU = 'S'
              ADD 1 TO WRK-UFT-QTDE(WRK-UFT-IND)
              ADD TRB-FATURADO TO WRK-UFT-FATURADO(WRK-UFT-IND)
              ADD TRB-PAGO TO WRK-UFT-PAGO(WRK-UFT-IND)
           END-IF.

       2985-PROCURAR-UF.
           IF WRK-UFT-UF(WRK-UFT-IND) = WRK-END-UF
              MOVE 'S' TO WRK-UFT-ACHOU
           ELSE
              ADD 1 TO WRK-UFT-IND
           END-IF.

       2990-GRAVAR-EXTRACAO.
      *    MESMO DESENHO DELIMITADO DA EXTRACAO DE CAMPANHA, COM OS
      *    VALORES EM CENTAVOS SEM PONTO DECIMAL COMO NA CARGA
           MOVE SPACES TO EXT-LINHA.
           STRING CLI-CODIGO DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  CLI-NOME DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  CLI-CPF-CNPJ DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WRK-ABC-TIPO DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WRK-END-UF DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  TRB-FATURADO DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  TRB-PAGO DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WRK-QTDE-POSICAO DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WRK-ABC-CLASSE DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  CLI-STATUS DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  CLI-SIT-FATURAMENTO DELIMITED BY SIZE
                  INTO EXT-LINHA.
           WRITE EXT-LINHA.

       3000-FINALIZAR.
           IF WRK-CURVA-OK
              PERFORM 3100-IMPRIMIR-TOTAIS
           END-IF.

           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE 'MOVIMENTOS NO PERIODO.......: ' TO REL-TOT-TITULO.
           MOVE WRK-QTDE-MOVIMENTOS TO REL-TOT-QTDE.
           WRITE REL-LINHA FROM REL-TOTAL.

           MOVE 'CLIENTES NA CURVA...........: ' TO REL-TOT-TITULO.
           MOVE WRK-QTDE-CLIENTES TO REL-TOT-QTDE.
           WRITE REL-LINHA FROM REL-TOTAL.

           MOVE 'FORA DO CADASTRO VIVO.......: ' TO REL-TOT-TITULO.
           MOVE WRK-QTDE-SEM-CADASTRO TO REL-TOT-QTDE.
           WRITE REL-LINHA FROM REL-TOTAL.

           MOVE 'SEM ENDERECO NOS CONTATOS...: ' TO REL-TOT-TITULO.
           MOVE WRK-QTDE-SEM-ENDERECO TO REL-TOT-QTDE.
           WRITE REL-LINHA FROM REL-TOTAL.

           MOVE 'TOTAL FATURADO..............: ' TO REL-VAL-TITULO.
           MOVE WRK-TOT-FATURADO TO REL-VAL-VALOR.
           WRITE REL-LINHA FROM REL-VALOR.

           MOVE 'TOTAL PAGO..................: ' TO REL-VAL-TITULO.
           MOVE WRK-TOT-PAGO TO REL-VAL-VALOR.
           WRITE REL-LINHA FROM REL-VALOR.

           IF WRK-QTDE-ABERTOS > 3
              CLOSE RANKING
              CLOSE EXTRACAO
           END-IF.
           IF WRK-QTDE-ABERTOS > 2
              CLOSE CONTATOS
           END-IF.
           IF WRK-QTDE-ABERTOS > 1
              CLOSE CLIENTE-MASTER
           END-IF.
           IF WRK-QTDE-ABERTOS > 0
              CLOSE MOVIMENTOS
           END-IF.
           CLOSE RELATORIO-ABC.

       3100-IMPRIMIR-TOTAIS.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'TOTAIS POR CLASSE' TO REL-LINHA.
           WRITE REL-LINHA.
           WRITE REL-LINHA FROM REL-SUB-TITULOS.
           MOVE 1 TO WRK-CLA-IND.
           PERFORM 3200-IMPRIMIR-CLASSE
               UNTIL WRK-CLA-IND > 3.

           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'TOTAIS POR UF' TO REL-LINHA.
           WRITE REL-LINHA.
           WRITE REL-LINHA FROM REL-SUB-TITULOS.
           MOVE 1 TO WRK-UFT-IND.
           PERFORM 3300-IMPRIMIR-UF
               UNTIL WRK-UFT-IND > WRK-UFT-USADOS.
           IF WRK-UFT-ESTOURO = 'S'
              MOVE '(MAIS UFS DO QUE A TABELA COMPORTA)' TO REL-LINHA
              WRITE REL-LINHA
           END-IF.

           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'TOTAIS POR TIPO DE PESSOA' TO REL-LINHA.
           WRITE REL-LINHA.
           WRITE REL-LINHA FROM REL-SUB-TITULOS.
           MOVE 1 TO WRK-TIP-IND.
           PERFORM 3400-IMPRIMIR-TIPO
               UNTIL WRK-TIP-IND > 3.

       3200-IMPRIMIR-CLASSE.
           MOVE SPACES TO REL-SUB-TITULO.
           STRING 'CLASSE ' DELIMITED BY SIZE
                  WRK-CLA-LETRA(WRK-CLA-IND) DELIMITED BY SIZE
                  INTO REL-SUB-TITULO.
           MOVE WRK-CLA-QTDE(WRK-CLA-IND) TO REL-SUB-QTDE.
           MOVE WRK-CLA-FATURADO(WRK-CLA-IND) TO REL-SUB-FATURADO.
           MOVE WRK-CLA-PAGO(WRK-CLA-IND) TO REL-SUB-PAGO.
           MOVE WRK-CLA-PAGO(WRK-CLA-IND) TO WRK-PARTE-PAGO.
           PERFORM 3500-CALCULAR-PARTE.
           WRITE REL-LINHA FROM REL-SUBTOTAL.
           ADD 1 TO WRK-CLA-IND.

       3300-IMPRIMIR-UF.
           IF WRK-UFT-UF(WRK-UFT-IND) = SPACES
              MOVE 'SEM ENDERECO' TO REL-SUB-TITULO
           ELSE
              MOVE WRK-UFT-UF(WRK-UFT-IND) TO REL-SUB-TITULO
           END-IF.
           MOVE WRK-UFT-QTDE(WRK-UFT-IND) TO REL-SUB-QTDE.
           MOVE WRK-UFT-FATURADO(WRK-UFT-IND) TO REL-SUB-FATURADO.
           MOVE WRK-UFT-PAGO(WRK-UFT-IND) TO REL-SUB-PAGO.
           MOVE WRK-UFT-PAGO(WRK-UFT-IND) TO WRK-PARTE-PAGO.
           PERFORM 3500-CALCULAR-PARTE.
           WRITE REL-LINHA FROM REL-SUBTOTAL.
           ADD 1 TO WRK-UFT-IND.

       3400-IMPRIMIR-TIPO.
           EVALUATE WRK-TIP-IND
               WHEN 1
                  MOVE 'PESSOA FISICA' TO REL-SUB-TITULO
               WHEN 2
                  MOVE 'PESSOA JURIDICA' TO REL-SUB-TITULO
               WHEN OTHER
                  MOVE 'FORA DO CADASTRO' TO REL-SUB-TITULO
           END-EVALUATE.
           MOVE WRK-TIP-QTDE(WRK-TIP-IND) TO REL-SUB-QTDE.
           MOVE WRK-TIP-FATURADO(WRK-TIP-IND) TO REL-SUB-FATURADO.
           MOVE WRK-TIP-PAGO(WRK-TIP-IND) TO REL-SUB-PAGO.
           MOVE WRK-TIP-PAGO(WRK-TIP-IND) TO WRK-PARTE-PAGO.
           PERFORM 3500-CALCULAR-PARTE.
           WRITE REL-LINHA FROM REL-SUBTOTAL.
           ADD 1 TO WRK-TIP-IND.

      *    PARTICIPACAO DO GRUPO NO TOTAL PAGO
       3500-CALCULAR-PARTE.
           IF WRK-TOT-PAGO = ZERO
              MOVE ZERO TO WRK-PERC-PARTE
           ELSE
              COMPUTE WRK-PERC-PARTE ROUNDED =
                  WRK-PARTE-PAGO * 100 / WRK-TOT-PAGO
           END-IF.
           MOVE WRK-PERC-PARTE TO REL-SUB-PERC.
