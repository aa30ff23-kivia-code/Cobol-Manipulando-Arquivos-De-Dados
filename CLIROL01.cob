       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIROL01.
      ****************************************
      *OBJETIVO: ROLAGEM MENSAL DOS ARQUIVOS DE LOG (CLILOG E
      *          OPESEG): COPIA O ARQUIVO VIVO PARA UMA NOVA GERACAO
      *          NO HISTORICO DO LOG (CLILGH OU OPESGH), CONFERE A
      *          QUANTIDADE COPIADA, REGISTRA A GERACAO NO CATALOGO
      *          (CLIGER) COM DATAS E QUANTIDADE E SO ENTAO ESVAZIA O
      *          ARQUIVO VIVO; RODA UMA VEZ POR MES E RETOMA A
      *          GERACAO DE UMA RODADA INTERROMPIDA. DEPOIS LISTA NO
      *          RELATORIO (RELROL) AS GERACOES QUE PASSARAM DA
      *          RETENCAO DO ARQUIVO (PARAMETROS NO ARQUIVO ROLPAR:
      *          ARQUIVO;MESES) E AS EXPURGA
      *AUTHOR: KIVIAAL
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS-ROL ASSIGN TO "ROLPAR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETRO.

           SELECT CLIENTES-LOG ASSIGN TO "CLILOG"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS FS-VIVO.

           SELECT JORNAL-SEGURANCA ASSIGN TO "OPESEG"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS FS-VIVO.

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

           SELECT SEG-HISTORICO ASSIGN TO "OPESGH"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SGH-CHAVE
               FILE STATUS IS FS-HISTORICO.

           SELECT RELATORIO-ROL ASSIGN TO "RELROL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS-ROL.
       01  PAR-LINHA             PIC X(80).

       FD  CLIENTES-LOG.
           COPY CLILOG.

       FD  JORNAL-SEGURANCA.
           COPY CLISEG.

       FD  GERACOES.
           COPY CLIGER.

       FD  LOG-HISTORICO.
           COPY CLILGH.

       FD  SEG-HISTORICO.
           COPY CLISGH.

       FD  RELATORIO-ROL.
       01  REL-LINHA             PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-PARAMETRO           PIC X(02).
       77 FS-VIVO                PIC X(02).
       77 FS-GERACAO             PIC X(02).
       77 FS-HISTORICO           PIC X(02).
       77 FS-RELATORIO           PIC X(02).

       77 WRK-FIM-VIVO           PIC X(01).
           88 WRK-VIVO-ACABOU       VALUE 'S'.
       77 WRK-FIM-GERACAO        PIC X(01).
           88 WRK-GERACAO-ACABOU    VALUE 'S'.
       77 WRK-FIM-HISTORICO      PIC X(01).
           88 WRK-HISTORICO-ACABOU  VALUE 'S'.
       77 WRK-ROLAGEM            PIC X(01).
           88 WRK-ROLAGEM-OK        VALUE 'S'.
       77 WRK-CONFLITO           PIC X(01).
           88 WRK-HOUVE-CONFLITO    VALUE 'S'.
       77 WRK-RETOMADA           PIC X(01).
           88 WRK-RETOMAR-GERACAO   VALUE 'S'.
       77 WRK-ESVAZIADO          PIC X(01).
           88 WRK-VIVO-JA-ESVAZIADO VALUE 'S'.

      *    ARQUIVOS ROLADOS E RETENCAO DE CADA UM EM MESES; O
      *    ROLPAR SO PRECISA TRAZER O QUE FOGE DO PADRAO E ZERO
      *    MESES DESLIGA O EXPURGO DAQUELE ARQUIVO
       01  WRK-TABELA-ARQUIVOS.
           05 FILLER             PIC X(09) VALUE 'CLILOG012'.
           05 FILLER             PIC X(09) VALUE 'OPESEG060'.
       01  WRK-ARQUIVOS REDEFINES WRK-TABELA-ARQUIVOS.
           05 WRK-ARQ-ENT OCCURS 2 TIMES.
              10 WRK-ARQ-NOME    PIC X(06).
              10 WRK-ARQ-MESES   PIC 9(03).
       77 WRK-ARQ-IND            PIC 9(01) COMP.

       77 WRK-CAMPO-ARQUIVO      PIC X(06).
       77 WRK-CAMPO-MESES        PIC X(03).
       77 WRK-MESES-DIR          PIC X(03) JUSTIFIED RIGHT.
       77 WRK-AJU-TAM            PIC 9(02) COMP.
       77 WRK-AJU-UTIL           PIC 9(02) COMP.
       77 WRK-PAR-IND            PIC 9(01) COMP.

      *    ULTIMA GERACAO DO ARQUIVO NO CATALOGO
       77 WRK-ULT-NUMERO         PIC 9(04).
       77 WRK-ULT-SITUACAO       PIC X(01).
       77 WRK-ULT-ROLAGEM        PIC 9(08).

      *    GERACAO EM ANDAMENTO
       77 WRK-GER-NUMERO         PIC 9(04).
       77 WRK-ROL-SEQUENCIA      PIC 9(07).
       77 WRK-ROL-DATA           PIC 9(08).
       77 WRK-ROL-DATA-INICIAL   PIC 9(08).
       77 WRK-ROL-DATA-FINAL     PIC 9(08).
       77 WRK-QTDE-JA-COPIADOS   PIC 9(07).
       77 WRK-QTDE-HISTORICO     PIC 9(09).

      *    EXPURGO: GERACAO COM O ULTIMO REGISTRO ANTERIOR AO CORTE
       77 WRK-CORTE              PIC 9(08).
       77 WRK-CORTE-MESES        PIC 9(06).
       77 WRK-CORTE-ANO          PIC 9(04).
       77 WRK-CORTE-MES          PIC 9(02).
       77 WRK-QTDE-VENCIDAS      PIC 9(04).
       77 WRK-QTDE-EXPURGADAS    PIC 9(04) VALUE ZERO.
       77 WRK-QTDE-REG-EXPURGO   PIC 9(09) VALUE ZERO.
       77 WRK-QTDE-ROLADAS       PIC 9(04) VALUE ZERO.

       77 WRK-TIMESTAMP-ATUAL    PIC 9(14).
       77 WRK-DATA-SISTEMA       PIC 9(08).
       77 WRK-HORA-SISTEMA       PIC 9(08).

       01  WRK-DATA-GRUPO.
           05 WRK-DATA-PARTES.
              10 WRK-DATA-ANO    PIC 9(04).
              10 WRK-DATA-MES    PIC 9(02).
              10 WRK-DATA-DIA    PIC 9(02).

       01  REL-CABECALHO.
           05 FILLER             PIC X(44) VALUE
              'ROLAGEM E RETENCAO DOS ARQUIVOS DE LOG      '.
           05 REL-CAB-DATA       PIC 9999/99/99.

       01  REL-ARQUIVO.
           05 FILLER             PIC X(10) VALUE 'ARQUIVO.: '.
           05 REL-ARQ-NOME       PIC X(06).
           05 FILLER             PIC X(14) VALUE '   RETENCAO: '.
           05 REL-ARQ-MESES      PIC ZZ9.
           05 FILLER             PIC X(06) VALUE ' MESES'.

       01  REL-GERACAO.
           05 REL-GER-ACAO       PIC X(10).
           05 FILLER             PIC X(09) VALUE 'GERACAO '.
           05 REL-GER-NUMERO     PIC 9(04).
           05 FILLER             PIC X(04) VALUE ' DE '.
           05 REL-GER-INICIAL    PIC 9999/99/99.
           05 FILLER             PIC X(03) VALUE ' A '.
           05 REL-GER-FINAL      PIC 9999/99/99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 REL-GER-QTDE       PIC Z(8)9.
           05 FILLER             PIC X(10) VALUE ' REGISTROS'.

       01  REL-TOTAL.
           05 REL-TOT-TITULO     PIC X(31).
           05 REL-TOT-QTDE       PIC Z(8)9.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR THRU 1000-INICIAR-FIM.
           PERFORM 2000-PROCESSAR.
           PERFORM 3000-FINALIZAR.

           GOBACK.

       1000-INICIAR.
           MOVE SPACE TO WRK-ROLAGEM.

           OPEN OUTPUT RELATORIO-ROL.

           PERFORM 9000-TIMESTAMP-ATUAL.
           MOVE WRK-DATA-SISTEMA TO REL-CAB-DATA.
           WRITE REL-LINHA FROM REL-CABECALHO.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

           PERFORM 1200-LER-PARAMETROS
               THRU 1200-LER-PARAMETROS-FIM.

           OPEN I-O GERACOES.
           IF FS-GERACAO = '35'
              CLOSE GERACOES
              OPEN OUTPUT GERACOES
              CLOSE GERACOES
              OPEN I-O GERACOES
           END-IF.
           IF FS-GERACAO NOT = '00'
              MOVE 'CATALOGO DE GERACOES CLIGER INDISPONIVEL'
                  TO REL-LINHA
              WRITE REL-LINHA
              MOVE 8 TO RETURN-CODE
              GO TO 1000-INICIAR-FIM
           END-IF.

           OPEN I-O LOG-HISTORICO.
           IF FS-HISTORICO = '35'
              CLOSE LOG-HISTORICO
              OPEN OUTPUT LOG-HISTORICO
              CLOSE LOG-HISTORICO
              OPEN I-O LOG-HISTORICO
           END-IF.
           IF FS-HISTORICO NOT = '00'
              MOVE 'HISTORICO DO LOG CLILGH INDISPONIVEL' TO REL-LINHA
              WRITE REL-LINHA
              MOVE 8 TO RETURN-CODE
              CLOSE GERACOES
              GO TO 1000-INICIAR-FIM
           END-IF.

           OPEN I-O SEG-HISTORICO.
           IF FS-HISTORICO = '35'
              CLOSE SEG-HISTORICO
              OPEN OUTPUT SEG-HISTORICO
              CLOSE SEG-HISTORICO
              OPEN I-O SEG-HISTORICO
           END-IF.
           IF FS-HISTORICO NOT = '00'
              MOVE 'HISTORICO DO JORNAL OPESGH INDISPONIVEL'
                  TO REL-LINHA
              WRITE REL-LINHA
              MOVE 8 TO RETURN-CODE
              CLOSE GERACOES
              CLOSE LOG-HISTORICO
              GO TO 1000-INICIAR-FIM
           END-IF.

           SET WRK-ROLAGEM-OK TO TRUE.

       1000-INICIAR-FIM.
           EXIT.

       1200-LER-PARAMETROS.
           OPEN INPUT PARAMETROS-ROL.
           IF FS-PARAMETRO NOT = '00'
              MOVE 'SEM ARQUIVO ROLPAR - RETENCAO PADRAO' TO REL-LINHA
              WRITE REL-LINHA
              MOVE SPACES TO REL-LINHA
              WRITE REL-LINHA
              GO TO 1200-LER-PARAMETROS-FIM
           END-IF.

           PERFORM 1210-LER-PARAMETRO
               UNTIL FS-PARAMETRO NOT = '00'.

           CLOSE PARAMETROS-ROL.

       1200-LER-PARAMETROS-FIM.
           EXIT.

       1210-LER-PARAMETRO.
           READ PARAMETROS-ROL
               AT END
                  MOVE '10' TO FS-PARAMETRO
               NOT AT END
                  PERFORM 1220-TRATAR-PARAMETRO
           END-READ.

       1220-TRATAR-PARAMETRO.
           MOVE SPACES TO WRK-CAMPO-ARQUIVO.
           MOVE SPACES TO WRK-CAMPO-MESES.

           UNSTRING PAR-LINHA DELIMITED BY ';'
               INTO WRK-CAMPO-ARQUIVO
                    WRK-CAMPO-MESES
           END-UNSTRING.

      *    MESES ACEITOS COM OU SEM ZEROS A ESQUERDA (6 OU 006)
           MOVE 3 TO WRK-AJU-TAM.
           MOVE ZERO TO WRK-AJU-UTIL.
           PERFORM 1230-MEDIR-MESES
               UNTIL WRK-AJU-UTIL > ZERO OR WRK-AJU-TAM = ZERO.
           IF WRK-AJU-UTIL = ZERO
              MOVE SPACES TO WRK-MESES-DIR
           ELSE
              MOVE WRK-CAMPO-MESES(1:WRK-AJU-UTIL) TO WRK-MESES-DIR
              INSPECT WRK-MESES-DIR REPLACING LEADING SPACE BY ZERO
           END-IF.

           IF WRK-MESES-DIR NUMERIC
              MOVE 1 TO WRK-PAR-IND
              PERFORM 1240-APLICAR-RETENCAO
                  UNTIL WRK-PAR-IND > 2
           END-IF.

       1230-MEDIR-MESES.
           IF WRK-CAMPO-MESES(WRK-AJU-TAM:1) NOT = SPACE
              MOVE WRK-AJU-TAM TO WRK-AJU-UTIL
           ELSE
              SUBTRACT 1 FROM WRK-AJU-TAM
           END-IF.

       1240-APLICAR-RETENCAO.
           IF WRK-ARQ-NOME(WRK-PAR-IND) = WRK-CAMPO-ARQUIVO
              MOVE WRK-MESES-DIR TO WRK-ARQ-MESES(WRK-PAR-IND)
           END-IF.
           ADD 1 TO WRK-PAR-IND.

       2000-PROCESSAR.
           IF WRK-ROLAGEM-OK
              MOVE 1 TO WRK-ARQ-IND
              PERFORM 2050-TRATAR-ARQUIVO
                  UNTIL WRK-ARQ-IND > 2
           END-IF.

       2050-TRATAR-ARQUIVO.
           MOVE WRK-ARQ-NOME(WRK-ARQ-IND) TO REL-ARQ-NOME.
           MOVE WRK-ARQ-MESES(WRK-ARQ-IND) TO REL-ARQ-MESES.
           WRITE REL-LINHA FROM REL-ARQUIVO.

           PERFORM 2100-ROLAR-ARQUIVO THRU 2100-ROLAR-FIM.
           PERFORM 2800-EXPURGAR-ARQUIVO THRU 2800-EXPURGAR-FIM.

           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           ADD 1 TO WRK-ARQ-IND.

       2100-ROLAR-ARQUIVO.
           PERFORM 2150-PROCURAR-ULTIMA.

      *    UMA ROLAGEM POR MES: A CADEIA NOTURNA CHAMA TODA NOITE E
      *    SO A PRIMEIRA NOITE DO MES FECHA GERACAO
           IF WRK-ULT-SITUACAO NOT = 'R'
              AND WRK-ULT-NUMERO > ZERO
              AND WRK-ULT-ROLAGEM(1:6) = WRK-DATA-SISTEMA(1:6)
              MOVE '  JA ROLADO NESTE MES' TO REL-LINHA
              WRITE REL-LINHA
              GO TO 2100-ROLAR-FIM
           END-IF.

           PERFORM 2500-ABRIR-VIVO.
           IF FS-VIVO NOT = '00'
              MOVE '  ARQUIVO VIVO INEXISTENTE - NADA A ROLAR'
                  TO REL-LINHA
              WRITE REL-LINHA
              GO TO 2100-ROLAR-FIM
           END-IF.

           MOVE SPACE TO WRK-FIM-VIVO.
           PERFORM 2510-LER-VIVO.

           MOVE SPACE TO WRK-RETOMADA.
           MOVE SPACE TO WRK-ESVAZIADO.
           IF WRK-ULT-SITUACAO = 'R'
              PERFORM 2200-AVALIAR-INTERROMPIDA
           END-IF.

      *    O QUE ENTROU NO VIVO DEPOIS DA QUEDA FICA PARA O MES QUE
      *    VEM
           IF WRK-VIVO-JA-ESVAZIADO
              PERFORM 2590-FECHAR-VIVO
              GO TO 2100-ROLAR-FIM
           END-IF.

           IF WRK-VIVO-ACABOU
              MOVE '  ARQUIVO VIVO VAZIO - NADA A ROLAR' TO REL-LINHA
              WRITE REL-LINHA
              PERFORM 2590-FECHAR-VIVO
              GO TO 2100-ROLAR-FIM
           END-IF.

           IF WRK-RETOMAR-GERACAO
              MOVE WRK-ULT-NUMERO TO WRK-GER-NUMERO
           ELSE
              COMPUTE WRK-GER-NUMERO = WRK-ULT-NUMERO + 1
              PERFORM 2300-ABRIR-GERACAO
              IF FS-GERACAO NOT = '00'
                 PERFORM 2590-FECHAR-VIVO
                 PERFORM 2960-ERRO-CATALOGO
                 GO TO 2100-ROLAR-FIM
              END-IF
           END-IF.

      *    COPIA COM A SEQUENCIA DO REGISTRO NO VIVO: NA RETOMADA O
      *    QUE JA FOI COPIADO CAI EM CHAVE EXISTENTE E E CONFERIDO
           MOVE ZERO TO WRK-ROL-SEQUENCIA.
           MOVE ZERO TO WRK-ROL-DATA-INICIAL.
           MOVE ZERO TO WRK-ROL-DATA-FINAL.
           MOVE ZERO TO WRK-QTDE-JA-COPIADOS.
           MOVE SPACE TO WRK-CONFLITO.

           PERFORM 2600-COPIAR-REGISTRO
               UNTIL WRK-VIVO-ACABOU OR WRK-HOUVE-CONFLITO.

           PERFORM 2590-FECHAR-VIVO.

           IF NOT WRK-HOUVE-CONFLITO
              PERFORM 2700-CONTAR-HISTORICO
              IF WRK-QTDE-HISTORICO NOT = WRK-ROL-SEQUENCIA
                 SET WRK-HOUVE-CONFLITO TO TRUE
              END-IF
           END-IF.

           IF WRK-HOUVE-CONFLITO
              MOVE WRK-GER-NUMERO TO REL-GER-NUMERO
              MOVE 'CONFLITO  ' TO REL-GER-ACAO
              MOVE WRK-ROL-DATA-INICIAL TO REL-GER-INICIAL
              MOVE WRK-ROL-DATA-FINAL TO REL-GER-FINAL
              MOVE WRK-ROL-SEQUENCIA TO REL-GER-QTDE
              WRITE REL-LINHA FROM REL-GERACAO
              MOVE '  HISTORICO NAO CONFERE - ARQUIVO VIVO MANTIDO'
                  TO REL-LINHA
              WRITE REL-LINHA
              MOVE 8 TO RETURN-CODE
              GO TO 2100-ROLAR-FIM
           END-IF.

      *    QUANTIDADE E DATAS GRAVADAS ANTES DE ESVAZIAR O VIVO: SE
      *    A RODADA CAIR AQUI A PROXIMA FECHA A GERACAO SEM RECOPIAR
           PERFORM 2400-LER-GERACAO.
           IF FS-GERACAO NOT = '00'
              PERFORM 2960-ERRO-CATALOGO
              GO TO 2100-ROLAR-FIM
           END-IF.
           MOVE WRK-ROL-DATA-INICIAL TO GER-DATA-INICIAL.
           MOVE WRK-ROL-DATA-FINAL TO GER-DATA-FINAL.
           MOVE WRK-ROL-SEQUENCIA TO GER-QTDE-REGISTROS.
           REWRITE GER-REGISTRO.
           IF FS-GERACAO NOT = '00'
              PERFORM 2960-ERRO-CATALOGO
              GO TO 2100-ROLAR-FIM
           END-IF.

           PERFORM 2580-ESVAZIAR-VIVO.

      *    SE O FECHAMENTO NAO GRAVAR, A GERACAO FICA EM ROLAGEM JA
      *    COM DATAS E QUANTIDADE E A PROXIMA RODADA A CONCLUI
           PERFORM 2400-LER-GERACAO.
           IF FS-GERACAO = '00'
              SET GER-FECHADA TO TRUE
              PERFORM 9000-TIMESTAMP-ATUAL
              MOVE WRK-TIMESTAMP-ATUAL TO GER-TIMESTAMP
              REWRITE GER-REGISTRO
           END-IF.
           IF FS-GERACAO NOT = '00'
              PERFORM 2960-ERRO-CATALOGO
              GO TO 2100-ROLAR-FIM
           END-IF.
           ADD 1 TO WRK-QTDE-ROLADAS.

           IF WRK-RETOMAR-GERACAO
              MOVE 'RETOMADA  ' TO REL-GER-ACAO
           ELSE
              MOVE 'ROLADA    ' TO REL-GER-ACAO
           END-IF.
           PERFORM 2950-IMPRIMIR-GERACAO.

           IF WRK-RETOMAR-GERACAO
              MOVE '  JA COPIADOS ANTES DA QUEDA: ' TO REL-TOT-TITULO
              MOVE WRK-QTDE-JA-COPIADOS TO REL-TOT-QTDE
              WRITE REL-LINHA FROM REL-TOTAL
           END-IF.

       2100-ROLAR-FIM.
           EXIT.

       2150-PROCURAR-ULTIMA.
           MOVE ZERO TO WRK-ULT-NUMERO.
           MOVE SPACE TO WRK-ULT-SITUACAO.
           MOVE ZERO TO WRK-ULT-ROLAGEM.
           MOVE SPACE TO WRK-FIM-GERACAO.

           MOVE WRK-ARQ-NOME(WRK-ARQ-IND) TO GER-ARQUIVO.
           MOVE ZERO TO GER-NUMERO.
           START GERACOES KEY NOT LESS THAN GER-CHAVE
               INVALID KEY
                  SET WRK-GERACAO-ACABOU TO TRUE
           END-START.

           PERFORM 2160-LER-ULTIMA
               UNTIL WRK-GERACAO-ACABOU.

       2160-LER-ULTIMA.
           READ GERACOES NEXT RECORD
               AT END
                  SET WRK-GERACAO-ACABOU TO TRUE
               NOT AT END
                  IF GER-ARQUIVO NOT = WRK-ARQ-NOME(WRK-ARQ-IND)
                     SET WRK-GERACAO-ACABOU TO TRUE
                  ELSE
                     MOVE GER-NUMERO TO WRK-ULT-NUMERO
                     MOVE GER-SITUACAO TO WRK-ULT-SITUACAO
                     MOVE GER-DATA-ROLAGEM TO WRK-ULT-ROLAGEM
                  END-IF
           END-READ.

       2200-AVALIAR-INTERROMPIDA.
      *    A RODADA ANTERIOR CAIU NO MEIO: SE O VIVO AINDA COMECA
      *    PELO PRIMEIRO REGISTRO DA GERACAO (OU NADA FOI COPIADO) A
      *    COPIA E RETOMADA; SE NAO, O VIVO JA TINHA SIDO ESVAZIADO
      *    E A GERACAO SO FALTAVA SER FECHADA
           MOVE WRK-ULT-NUMERO TO WRK-GER-NUMERO.
           SET WRK-RETOMAR-GERACAO TO TRUE.
           MOVE SPACE TO WRK-CONFLITO.

           IF WRK-VIVO-ACABOU
              SET WRK-VIVO-JA-ESVAZIADO TO TRUE
           ELSE
              MOVE 1 TO WRK-ROL-SEQUENCIA
              PERFORM 2550-LER-HISTORICO
              IF FS-HISTORICO = '00'
                 PERFORM 2560-COMPARAR-HISTORICO
                 IF WRK-HOUVE-CONFLITO
                    SET WRK-VIVO-JA-ESVAZIADO TO TRUE
                 END-IF
              END-IF
           END-IF.

           IF WRK-VIVO-JA-ESVAZIADO
              MOVE SPACE TO WRK-CONFLITO
              MOVE SPACE TO WRK-RETOMADA
              PERFORM 2400-LER-GERACAO
              IF FS-GERACAO = '00'
                 SET GER-FECHADA TO TRUE
                 PERFORM 9000-TIMESTAMP-ATUAL
                 MOVE WRK-TIMESTAMP-ATUAL TO GER-TIMESTAMP
                 REWRITE GER-REGISTRO
              END-IF
              IF FS-GERACAO = '00'
                 MOVE 'CONCLUIDA ' TO REL-GER-ACAO
                 PERFORM 2950-IMPRIMIR-GERACAO
              ELSE
                 PERFORM 2960-ERRO-CATALOGO
              END-IF
           END-IF.

       2300-ABRIR-GERACAO.
           PERFORM 9000-TIMESTAMP-ATUAL.
           MOVE SPACES TO GER-REGISTRO.
           MOVE WRK-ARQ-NOME(WRK-ARQ-IND) TO GER-ARQUIVO.
           MOVE WRK-GER-NUMERO TO GER-NUMERO.
           SET GER-EM-ROLAGEM TO TRUE.
           MOVE WRK-DATA-SISTEMA TO GER-DATA-ROLAGEM.
           MOVE ZERO TO GER-DATA-INICIAL.
           MOVE ZERO TO GER-DATA-FINAL.
           MOVE ZERO TO GER-QTDE-REGISTROS.
           MOVE ZERO TO GER-DATA-EXPURGO.
           MOVE WRK-TIMESTAMP-ATUAL TO GER-TIMESTAMP.
           WRITE GER-REGISTRO.

       2400-LER-GERACAO.
           MOVE WRK-ARQ-NOME(WRK-ARQ-IND) TO GER-ARQUIVO.
           MOVE WRK-GER-NUMERO TO GER-NUMERO.
           READ GERACOES.

       2500-ABRIR-VIVO.
           IF WRK-ARQ-IND = 1
              OPEN INPUT CLIENTES-LOG
           ELSE
              OPEN INPUT JORNAL-SEGURANCA
           END-IF.

       2510-LER-VIVO.
           IF WRK-ARQ-IND = 1
              READ CLIENTES-LOG
                  AT END
                     SET WRK-VIVO-ACABOU TO TRUE
                  NOT AT END
                     MOVE LOG-TIMESTAMP(1:8) TO WRK-DATA-GRUPO
              END-READ
           ELSE
              READ JORNAL-SEGURANCA
                  AT END
                     SET WRK-VIVO-ACABOU TO TRUE
                  NOT AT END
                     MOVE SEG-TIMESTAMP(1:8) TO WRK-DATA-GRUPO
              END-READ
           END-IF.

       2520-GRAVAR-HISTORICO.
           IF WRK-ARQ-IND = 1
              MOVE WRK-GER-NUMERO TO LGH-GERACAO
              MOVE WRK-ROL-SEQUENCIA TO LGH-SEQUENCIA
              MOVE LOG-REGISTRO TO LGH-IMAGEM
              WRITE LGH-REGISTRO
                  INVALID KEY
                     PERFORM 2530-CONFERIR-COPIADO
              END-WRITE
           ELSE
              MOVE WRK-GER-NUMERO TO SGH-GERACAO
              MOVE WRK-ROL-SEQUENCIA TO SGH-SEQUENCIA
              MOVE SEG-REGISTRO TO SGH-IMAGEM
              WRITE SGH-REGISTRO
                  INVALID KEY
                     PERFORM 2530-CONFERIR-COPIADO
              END-WRITE
           END-IF.

       2530-CONFERIR-COPIADO.
           PERFORM 2550-LER-HISTORICO.
           IF FS-HISTORICO = '00'
              PERFORM 2560-COMPARAR-HISTORICO
           ELSE
              SET WRK-HOUVE-CONFLITO TO TRUE
           END-IF.
           IF NOT WRK-HOUVE-CONFLITO
              ADD 1 TO WRK-QTDE-JA-COPIADOS
           END-IF.

       2550-LER-HISTORICO.
           IF WRK-ARQ-IND = 1
              MOVE WRK-GER-NUMERO TO LGH-GERACAO
              MOVE WRK-ROL-SEQUENCIA TO LGH-SEQUENCIA
              READ LOG-HISTORICO
                  INVALID KEY
                     CONTINUE
              END-READ
           ELSE
              MOVE WRK-GER-NUMERO TO SGH-GERACAO
              MOVE WRK-ROL-SEQUENCIA TO SGH-SEQUENCIA
              READ SEG-HISTORICO
                  INVALID KEY
                     CONTINUE
              END-READ
           END-IF.

       2560-COMPARAR-HISTORICO.
           IF WRK-ARQ-IND = 1
              IF LGH-IMAGEM NOT = LOG-REGISTRO
                 SET WRK-HOUVE-CONFLITO TO TRUE
              END-IF
           ELSE
              IF SGH-IMAGEM NOT = SEG-REGISTRO
                 SET WRK-HOUVE-CONFLITO TO TRUE
              END-IF
           END-IF.

       2580-ESVAZIAR-VIVO.
           IF WRK-ARQ-IND = 1
              OPEN OUTPUT CLIENTES-LOG
              CLOSE CLIENTES-LOG
           ELSE
              OPEN OUTPUT JORNAL-SEGURANCA
              CLOSE JORNAL-SEGURANCA
           END-IF.

       2590-FECHAR-VIVO.
           IF WRK-ARQ-IND = 1
              CLOSE CLIENTES-LOG
           ELSE
              CLOSE JORNAL-SEGURANCA
           END-IF.

       2600-COPIAR-REGISTRO.
           ADD 1 TO WRK-ROL-SEQUENCIA.
           PERFORM 2520-GRAVAR-HISTORICO.

           IF WRK-DATA-PARTES NUMERIC
              MOVE WRK-DATA-PARTES TO WRK-ROL-DATA
              IF WRK-ROL-DATA-INICIAL = ZERO
                 OR WRK-ROL-DATA < WRK-ROL-DATA-INICIAL
                 MOVE WRK-ROL-DATA TO WRK-ROL-DATA-INICIAL
              END-IF
              IF WRK-ROL-DATA > WRK-ROL-DATA-FINAL
                 MOVE WRK-ROL-DATA TO WRK-ROL-DATA-FINAL
              END-IF
           END-IF.

           PERFORM 2510-LER-VIVO.

       2700-CONTAR-HISTORICO.
           MOVE ZERO TO WRK-QTDE-HISTORICO.
           PERFORM 2710-POSICIONAR-HISTORICO.
           PERFORM 2720-CONTAR-REGISTRO
               UNTIL WRK-HISTORICO-ACABOU.

       2710-POSICIONAR-HISTORICO.
           MOVE SPACE TO WRK-FIM-HISTORICO.
           IF WRK-ARQ-IND = 1
              MOVE WRK-GER-NUMERO TO LGH-GERACAO
              MOVE ZERO TO LGH-SEQUENCIA
              START LOG-HISTORICO KEY NOT LESS THAN LGH-CHAVE
                  INVALID KEY
                     SET WRK-HISTORICO-ACABOU TO TRUE
              END-START
           ELSE
              MOVE WRK-GER-NUMERO TO SGH-GERACAO
              MOVE ZERO TO SGH-SEQUENCIA
              START SEG-HISTORICO KEY NOT LESS THAN SGH-CHAVE
                  INVALID KEY
                     SET WRK-HISTORICO-ACABOU TO TRUE
              END-START
           END-IF.

      *    LE O PROXIMO REGISTRO DO HISTORICO AINDA NA GERACAO
       2715-LER-PROXIMO.
           IF WRK-ARQ-IND = 1
              READ LOG-HISTORICO NEXT RECORD
                  AT END
                     SET WRK-HISTORICO-ACABOU TO TRUE
                  NOT AT END
                     IF LGH-GERACAO NOT = WRK-GER-NUMERO
                        SET WRK-HISTORICO-ACABOU TO TRUE
                     END-IF
              END-READ
           ELSE
              READ SEG-HISTORICO NEXT RECORD
                  AT END
                     SET WRK-HISTORICO-ACABOU TO TRUE
                  NOT AT END
                     IF SGH-GERACAO NOT = WRK-GER-NUMERO
                        SET WRK-HISTORICO-ACABOU TO TRUE
                     END-IF
              END-READ
           END-IF.

       2720-CONTAR-REGISTRO.
           PERFORM 2715-LER-PROXIMO.
           IF NOT WRK-HISTORICO-ACABOU
              ADD 1 TO WRK-QTDE-HISTORICO
           END-IF.

       2800-EXPURGAR-ARQUIVO.
           IF WRK-ARQ-MESES(WRK-ARQ-IND) = ZERO
              MOVE '  RETENCAO ZERO - SEM EXPURGO' TO REL-LINHA
              WRITE REL-LINHA
              GO TO 2800-EXPURGAR-FIM
           END-IF.

      *    CORTE = HOJE MENOS OS MESES DE RETENCAO, MESMO DIA
           MOVE WRK-DATA-SISTEMA TO WRK-DATA-GRUPO.
           COMPUTE WRK-CORTE-MESES = WRK-DATA-ANO * 12
               + WRK-DATA-MES - 1 - WRK-ARQ-MESES(WRK-ARQ-IND).
           DIVIDE WRK-CORTE-MESES BY 12
               GIVING WRK-CORTE-ANO REMAINDER WRK-CORTE-MES.
           ADD 1 TO WRK-CORTE-MES.
           COMPUTE WRK-CORTE = WRK-CORTE-ANO * 10000
               + WRK-CORTE-MES * 100 + WRK-DATA-DIA.

      *    PRIMEIRO LISTA TUDO O QUE VAI SAIR, DEPOIS EXPURGA
           MOVE ZERO TO WRK-QTDE-VENCIDAS.
           MOVE 'VENCIDA   ' TO REL-GER-ACAO.
           PERFORM 2810-POSICIONAR-CATALOGO.
           PERFORM 2820-LISTAR-VENCIDA
               UNTIL WRK-GERACAO-ACABOU.

           IF WRK-QTDE-VENCIDAS = ZERO
              MOVE '  NENHUMA GERACAO VENCIDA' TO REL-LINHA
              WRITE REL-LINHA
              GO TO 2800-EXPURGAR-FIM
           END-IF.

           MOVE 'EXPURGADA ' TO REL-GER-ACAO.
           PERFORM 2810-POSICIONAR-CATALOGO.
           PERFORM 2830-EXPURGAR-VENCIDA
               UNTIL WRK-GERACAO-ACABOU.

       2800-EXPURGAR-FIM.
           EXIT.

       2810-POSICIONAR-CATALOGO.
           MOVE SPACE TO WRK-FIM-GERACAO.
           MOVE WRK-ARQ-NOME(WRK-ARQ-IND) TO GER-ARQUIVO.
           MOVE ZERO TO GER-NUMERO.
           START GERACOES KEY NOT LESS THAN GER-CHAVE
               INVALID KEY
                  SET WRK-GERACAO-ACABOU TO TRUE
           END-START.

       2815-LER-CATALOGO.
           READ GERACOES NEXT RECORD
               AT END
                  SET WRK-GERACAO-ACABOU TO TRUE
               NOT AT END
                  IF GER-ARQUIVO NOT = WRK-ARQ-NOME(WRK-ARQ-IND)
                     SET WRK-GERACAO-ACABOU TO TRUE
                  END-IF
           END-READ.

      *    GERACAO SEM DATA FINAL NAO TEM COMO ESTAR VENCIDA E NUNCA
      *    E EXPURGADA PELO CORTE
       2820-LISTAR-VENCIDA.
           PERFORM 2815-LER-CATALOGO.
           IF NOT WRK-GERACAO-ACABOU
              AND GER-FECHADA
              AND GER-DATA-FINAL > ZERO
              AND GER-DATA-FINAL < WRK-CORTE
              ADD 1 TO WRK-QTDE-VENCIDAS
              MOVE GER-NUMERO TO WRK-GER-NUMERO
              PERFORM 2950-IMPRIMIR-GERACAO
           END-IF.

       2830-EXPURGAR-VENCIDA.
           PERFORM 2815-LER-CATALOGO.
           IF NOT WRK-GERACAO-ACABOU
              AND GER-FECHADA
              AND GER-DATA-FINAL > ZERO
              AND GER-DATA-FINAL < WRK-CORTE
              MOVE GER-NUMERO TO WRK-GER-NUMERO
              PERFORM 2710-POSICIONAR-HISTORICO
              PERFORM 2840-EXCLUIR-REGISTRO
                  UNTIL WRK-HISTORICO-ACABOU
              PERFORM 2400-LER-GERACAO
              SET GER-EXPURGADA TO TRUE
              MOVE WRK-DATA-SISTEMA TO GER-DATA-EXPURGO
              REWRITE GER-REGISTRO
              IF FS-GERACAO = '00'
                 ADD 1 TO WRK-QTDE-EXPURGADAS
                 PERFORM 2950-IMPRIMIR-GERACAO
              ELSE
                 PERFORM 2960-ERRO-CATALOGO
              END-IF
           END-IF.

       2840-EXCLUIR-REGISTRO.
           PERFORM 2715-LER-PROXIMO.
           IF NOT WRK-HISTORICO-ACABOU
              IF WRK-ARQ-IND = 1
                 DELETE LOG-HISTORICO RECORD
              ELSE
                 DELETE SEG-HISTORICO RECORD
              END-IF
              ADD 1 TO WRK-QTDE-REG-EXPURGO
           END-IF.

       2950-IMPRIMIR-GERACAO.
           PERFORM 2400-LER-GERACAO.
           MOVE GER-NUMERO TO REL-GER-NUMERO.
           MOVE GER-DATA-INICIAL TO REL-GER-INICIAL.
           MOVE GER-DATA-FINAL TO REL-GER-FINAL.
           MOVE GER-QTDE-REGISTROS TO REL-GER-QTDE.
           WRITE REL-LINHA FROM REL-GERACAO.

       2960-ERRO-CATALOGO.
           MOVE SPACES TO REL-LINHA.
           STRING '  ERRO AO GRAVAR O CATALOGO CLIGER - STATUS '
                      DELIMITED BY SIZE
                  FS-GERACAO DELIMITED BY SIZE
                  INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 8 TO RETURN-CODE.

       9000-TIMESTAMP-ATUAL.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-SISTEMA FROM TIME.
           STRING WRK-DATA-SISTEMA DELIMITED BY SIZE
                  WRK-HORA-SISTEMA(1:6) DELIMITED BY SIZE
                  INTO WRK-TIMESTAMP-ATUAL.

       3000-FINALIZAR.
           MOVE 'GERACOES ROLADAS............: ' TO REL-TOT-TITULO.
           MOVE WRK-QTDE-ROLADAS TO REL-TOT-QTDE.
           WRITE REL-LINHA FROM REL-TOTAL.

           MOVE 'GERACOES EXPURGADAS.........: ' TO REL-TOT-TITULO.
           MOVE WRK-QTDE-EXPURGADAS TO REL-TOT-QTDE.
           WRITE REL-LINHA FROM REL-TOTAL.

           MOVE 'REGISTROS EXPURGADOS........: ' TO REL-TOT-TITULO.
           MOVE WRK-QTDE-REG-EXPURGO TO REL-TOT-QTDE.
           WRITE REL-LINHA FROM REL-TOTAL.

           IF WRK-ROLAGEM-OK
              CLOSE GERACOES
              CLOSE LOG-HISTORICO
              CLOSE SEG-HISTORICO
           END-IF.
           CLOSE RELATORIO-ROL.
