      *OBJETIVO: RELATORIO DO JORNAL DE SEGURANCA (OPESEG) COM OS
      *          FILTROS DA CONSULTA DE TELA: HISTORICO DE ACESSOS,
      *          BLOQUEIOS, TROCAS DE SENHA E MANUTENCAO DE
      *          OPERADORES PARA REVISAO DA AUDITORIA; LE ANTES DO
      *          JORNAL VIVO AS GERACOES ROLADAS (CATALOGO CLIGER,
      *          HISTORICO OPESGH) QUE COBREM O PERIODO
      *AUTHOR: KIVIAAL
      ****************************************
       ENVIRONMENT DIVISION.
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS FS-SEGURANCA.

           SELECT GERACOES ASSIGN TO "CLIGER"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS GER-CHAVE
               FILE STATUS IS FS-GERACAO.

           SELECT SEG-HISTORICO ASSIGN TO "OPESGH"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SGH-CHAVE
               FILE STATUS IS FS-HISTORICO.

           SELECT RELATORIO-SEG ASSIGN TO "RELSEG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.
       FD  JORNAL-SEGURANCA.
           COPY CLISEG.

       FD  GERACOES.
           COPY CLIGER.

       FD  SEG-HISTORICO.
           COPY CLISGH.

       FD  RELATORIO-SEG.
       01  REL-LINHA             PIC X(84).

       WORKING-STORAGE SECTION.
       77 FS-SEGURANCA           PIC X(02).
       77 FS-RELATORIO           PIC X(02).
       77 FS-GERACAO             PIC X(02).
       77 FS-HISTORICO           PIC X(02).

       77 WRK-FIM-GERACAO        PIC X(01).
           88 WRK-GERACAO-ACABOU    VALUE 'S'.
       77 WRK-FIM-HISTORICO      PIC X(01).
           88 WRK-HISTORICO-ACABOU  VALUE 'S'.

       77 WRK-PAGINA             PIC 9(04) VALUE ZERO.
       77 WRK-LINHAS-PAGINA      PIC 9(02) VALUE ZERO.
           WRITE REL-LINHA.

       2000-PROCESSAR.
      *    PRIMEIRO AS GERACOES ROLADAS, DEPOIS O QUE ESTA NO VIVO
           PERFORM 2050-LER-GERACOES THRU 2050-LER-GERACOES-FIM.

           IF FS-SEGURANCA = '00'
              PERFORM 2100-LER-PROXIMO
                  UNTIL FS-SEGURANCA NOT = '00'
           END-IF.

       2050-LER-GERACOES.
           OPEN INPUT GERACOES.
           IF FS-GERACAO NOT = '00'
              GO TO 2050-LER-GERACOES-FIM
           END-IF.

           OPEN INPUT SEG-HISTORICO.
           IF FS-HISTORICO NOT = '00'
              CLOSE GERACOES
              GO TO 2050-LER-GERACOES-FIM
           END-IF.

           MOVE SPACE TO WRK-FIM-GERACAO.
           MOVE 'OPESEG' TO GER-ARQUIVO.
           MOVE ZERO TO GER-NUMERO.
           START GERACOES KEY NOT LESS THAN GER-CHAVE
               INVALID KEY
                  SET WRK-GERACAO-ACABOU TO TRUE
           END-START.

           PERFORM 2060-LER-GERACAO
               UNTIL WRK-GERACAO-ACABOU.

           CLOSE SEG-HISTORICO.
           CLOSE GERACOES.

       2050-LER-GERACOES-FIM.
           EXIT.

       2060-LER-GERACAO.
           READ GERACOES NEXT RECORD
               AT END
                  SET WRK-GERACAO-ACABOU TO TRUE
               NOT AT END
                  IF GER-ARQUIVO NOT = 'OPESEG'
                     SET WRK-GERACAO-ACABOU TO TRUE
                  ELSE
                     PERFORM 2070-AVALIAR-GERACAO
                  END-IF
           END-READ.

       2070-AVALIAR-GERACAO.
      *    SO ENTRA GERACAO FECHADA COM ALGUMA DATA NO PERIODO
           IF GER-FECHADA
              AND (SFL-DATA-INICIAL = ZERO
                   OR GER-DATA-FINAL NOT < SFL-DATA-INICIAL)
              AND (SFL-DATA-FINAL = ZERO
                   OR GER-DATA-INICIAL NOT > SFL-DATA-FINAL)
              MOVE SPACE TO WRK-FIM-HISTORICO
              MOVE GER-NUMERO TO SGH-GERACAO
              MOVE ZERO TO SGH-SEQUENCIA
              START SEG-HISTORICO KEY NOT LESS THAN SGH-CHAVE
                  INVALID KEY
                     SET WRK-HISTORICO-ACABOU TO TRUE
              END-START
              PERFORM 2080-LER-HISTORICO
                  UNTIL WRK-HISTORICO-ACABOU
           END-IF.

       2080-LER-HISTORICO.
           READ SEG-HISTORICO NEXT RECORD
               AT END
                  SET WRK-HISTORICO-ACABOU TO TRUE
               NOT AT END
                  IF SGH-GERACAO NOT = GER-NUMERO
                     SET WRK-HISTORICO-ACABOU TO TRUE
                  ELSE
                     MOVE SGH-IMAGEM TO SEG-REGISTRO
                     ADD 1 TO WRK-QTDE-LIDOS
                     PERFORM 2200-TRATAR-REGISTRO
                         THRU 2200-TRATAR-FIM
                  END-IF
           END-READ.

       2100-LER-PROXIMO.
           READ JORNAL-SEGURANCA
               AT END
