      ****************************************
      *OBJETIVO: DESCARGA DE SEGURANCA DOS ARQUIVOS INDEXADOS DO
      *          SISTEMA (CLIMST, OPEMST, CLIHST, CLICTT, CLICTL,
      *          CLIFIN, CLIUFS, CLIPEN, CLIACD, CLICOB, CLIITF,
      *          CLISAL, CLIPER, CLIGER, CLILGH E OPESGH) PARA
      *          IMAGENS SEQUENCIAIS
      *          DATADAS COM CABECALHO E TRAILER DE CONFERENCIA;
      *          A IMAGEM PERMITE RECONSTRUIR O INDEXADO PELO
      *          CLIBKP02 QUANDO UM INDICE SE CORROMPE
               RECORD KEY IS PEN-NUMERO
               FILE STATUS IS FS-PENDENCIA.

           SELECT ACORDOS ASSIGN TO "CLIACD"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ACD-NUMERO
               FILE STATUS IS FS-ACORDO.

           SELECT HISTORICO-COBRANCA ASSIGN TO "CLICOB"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS COB-CHAVE
               FILE STATUS IS FS-COBRANCA.

           SELECT REMESSAS ASSIGN TO "CLIITF"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ITF-ARQUIVO
               FILE STATUS IS FS-REMESSA.

           SELECT SALDOS ASSIGN TO "CLISAL"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SAL-CHAVE
               FILE STATUS IS FS-SALDO.

           SELECT PERIODOS ASSIGN TO "CLIPER"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS PER-PERIODO
               FILE STATUS IS FS-PERIODO.

           SELECT GERACOES ASSIGN TO "CLIGER"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS GER-CHAVE
               FILE STATUS IS FS-GERACAO.

           SELECT LOG-HISTORICO ASSIGN TO "CLILGH"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS LGH-CHAVE
               FILE STATUS IS FS-LOG-HISTORICO.

           SELECT SEG-HISTORICO ASSIGN TO "OPESGH"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SGH-CHAVE
               FILE STATUS IS FS-SEG-HISTORICO.

           SELECT IMAGEM-MST ASSIGN TO "BKPMST"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS FS-IMAGEM.

           SELECT IMAGEM-ACD ASSIGN TO "BKPACD"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS FS-IMAGEM.

           SELECT IMAGEM-COB ASSIGN TO "BKPCOB"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS FS-IMAGEM.

           SELECT IMAGEM-ITF ASSIGN TO "BKPITF"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS FS-IMAGEM.

           SELECT IMAGEM-SAL ASSIGN TO "BKPSAL"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS FS-IMAGEM.

           SELECT IMAGEM-PER ASSIGN TO "BKPPER"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS FS-IMAGEM.

           SELECT IMAGEM-GER ASSIGN TO "BKPGER"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS FS-IMAGEM.

           SELECT IMAGEM-LGH ASSIGN TO "BKPLGH"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS FS-IMAGEM.

           SELECT IMAGEM-SGH ASSIGN TO "BKPSGH"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS FS-IMAGEM.

           SELECT RELATORIO-BKP ASSIGN TO "RELBKP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.
       FD  PENDENCIAS.
           COPY CLIPEN.

       FD  ACORDOS.
           COPY CLIACD.

       FD  HISTORICO-COBRANCA.
           COPY CLICOB.

       FD  REMESSAS.
           COPY CLIITF.

       FD  SALDOS.
           COPY CLISAL.

       FD  PERIODOS.
           COPY CLIPER.

       FD  GERACOES.
           COPY CLIGER.

       FD  LOG-HISTORICO.
           COPY CLILGH.

       FD  SEG-HISTORICO.
           COPY CLISGH.

       FD  IMAGEM-MST.
       01  IMG-MST-REGISTRO      PIC X(250).

       FD  IMAGEM-PEN.
       01  IMG-PEN-REGISTRO      PIC X(250).

       FD  IMAGEM-ACD.
       01  IMG-ACD-REGISTRO      PIC X(250).

       FD  IMAGEM-COB.
       01  IMG-COB-REGISTRO      PIC X(250).

       FD  IMAGEM-ITF.
       01  IMG-ITF-REGISTRO      PIC X(250).

       FD  IMAGEM-SAL.
       01  IMG-SAL-REGISTRO      PIC X(250).

       FD  IMAGEM-PER.
       01  IMG-PER-REGISTRO      PIC X(250).

       FD  IMAGEM-GER.
       01  IMG-GER-REGISTRO      PIC X(250).

       FD  IMAGEM-LGH.
       01  IMG-LGH-REGISTRO      PIC X(250).

       FD  IMAGEM-SGH.
       01  IMG-SGH-REGISTRO      PIC X(250).

       FD  RELATORIO-BKP.
       01  REL-LINHA             PIC X(84).

       77 FS-MOVIMENTO           PIC X(02).
       77 FS-TABELA-UF           PIC X(02).
       77 FS-PENDENCIA           PIC X(02).
       77 FS-ACORDO              PIC X(02).
       77 FS-COBRANCA            PIC X(02).
       77 FS-REMESSA             PIC X(02).
       77 FS-SALDO               PIC X(02).
       77 FS-PERIODO             PIC X(02).
       77 FS-GERACAO             PIC X(02).
       77 FS-LOG-HISTORICO       PIC X(02).
       77 FS-SEG-HISTORICO       PIC X(02).
       77 FS-IMAGEM              PIC X(02).
       77 FS-RELATORIO           PIC X(02).

           PERFORM 2600-COPIAR-FIN THRU 2600-COPIAR-FIN-FIM.
           PERFORM 2700-COPIAR-UFS THRU 2700-COPIAR-UFS-FIM.
           PERFORM 2750-COPIAR-PEN THRU 2750-COPIAR-PEN-FIM.
           PERFORM 2800-COPIAR-ACD THRU 2800-COPIAR-ACD-FIM.
           PERFORM 2820-COPIAR-COB THRU 2820-COPIAR-COB-FIM.
           PERFORM 2840-COPIAR-ITF THRU 2840-COPIAR-ITF-FIM.
           PERFORM 2860-COPIAR-SAL THRU 2860-COPIAR-SAL-FIM.
           PERFORM 2880-COPIAR-PER THRU 2880-COPIAR-PER-FIM.
           PERFORM 2900-COPIAR-GER THRU 2900-COPIAR-GER-FIM.
           PERFORM 2920-COPIAR-LGH THRU 2920-COPIAR-LGH-FIM.
           PERFORM 2940-COPIAR-SGH THRU 2940-COPIAR-SGH-FIM.
           PERFORM 3000-FINALIZAR.

           GOBACK.
           OPEN INPUT CLIENTE-MASTER.
           IF FS-CLIENTE = '35'
              MOVE 'SEM ARQUIVO' TO WRK-SITUACAO-ARQ
              PERFORM 2980-REPORTAR
              GO TO 2100-COPIAR-MST-FIM
           END-IF.
           IF FS-CLIENTE NOT = '00'
              MOVE 'ERRO DE ABERTURA' TO WRK-SITUACAO-ARQ
              MOVE 'S' TO WRK-HOUVE-ERRO
              PERFORM 2980-REPORTAR
              GO TO 2100-COPIAR-MST-FIM
           END-IF.

           OPEN OUTPUT IMAGEM-MST.
           PERFORM 2960-MONTAR-CABECALHO.
           WRITE IMG-MST-REGISTRO FROM WRK-IMG-REGISTRO.

           MOVE LOW-VALUES TO CLI-REGISTRO.
           PERFORM 2110-LER-MST
               UNTIL WRK-ARQUIVO-ACABOU.

           PERFORM 2970-MONTAR-TRAILER.
           WRITE IMG-MST-REGISTRO FROM WRK-IMG-REGISTRO.

           CLOSE IMAGEM-MST.
           CLOSE CLIENTE-MASTER.

           MOVE 'COPIADO' TO WRK-SITUACAO-ARQ.
           PERFORM 2980-REPORTAR.

       2100-COPIAR-MST-FIM.
           EXIT.
           OPEN INPUT OPERADORES.
           IF FS-OPERADOR = '35'
              MOVE 'SEM ARQUIVO' TO WRK-SITUACAO-ARQ
              PERFORM 2980-REPORTAR
              GO TO 2200-COPIAR-OPE-FIM
           END-IF.
           IF FS-OPERADOR NOT = '00'
              MOVE 'ERRO DE ABERTURA' TO WRK-SITUACAO-ARQ
              MOVE 'S' TO WRK-HOUVE-ERRO
              PERFORM 2980-REPORTAR
              GO TO 2200-COPIAR-OPE-FIM
           END-IF.

           OPEN OUTPUT IMAGEM-OPE.
           PERFORM 2960-MONTAR-CABECALHO.
           WRITE IMG-OPE-REGISTRO FROM WRK-IMG-REGISTRO.

           MOVE LOW-VALUES TO OPE-REGISTRO.
           PERFORM 2210-LER-OPE
               UNTIL WRK-ARQUIVO-ACABOU.

           PERFORM 2970-MONTAR-TRAILER.
           WRITE IMG-OPE-REGISTRO FROM WRK-IMG-REGISTRO.

           CLOSE IMAGEM-OPE.
           CLOSE OPERADORES.

           MOVE 'COPIADO' TO WRK-SITUACAO-ARQ.
           PERFORM 2980-REPORTAR.

       2200-COPIAR-OPE-FIM.
           EXIT.
           OPEN INPUT CLIENTE-HISTORICO.
           IF FS-HISTORICO = '35'
              MOVE 'SEM ARQUIVO' TO WRK-SITUACAO-ARQ
              PERFORM 2980-REPORTAR
              GO TO 2300-COPIAR-HST-FIM
           END-IF.
           IF FS-HISTORICO NOT = '00'
              MOVE 'ERRO DE ABERTURA' TO WRK-SITUACAO-ARQ
              MOVE 'S' TO WRK-HOUVE-ERRO
              PERFORM 2980-REPORTAR
              GO TO 2300-COPIAR-HST-FIM
           END-IF.

           OPEN OUTPUT IMAGEM-HST.
           PERFORM 2960-MONTAR-CABECALHO.
           WRITE IMG-HST-REGISTRO FROM WRK-IMG-REGISTRO.

           MOVE LOW-VALUES TO HIS-REGISTRO.
           PERFORM 2310-LER-HST
               UNTIL WRK-ARQUIVO-ACABOU.

           PERFORM 2970-MONTAR-TRAILER.
           WRITE IMG-HST-REGISTRO FROM WRK-IMG-REGISTRO.

           CLOSE IMAGEM-HST.
           CLOSE CLIENTE-HISTORICO.

           MOVE 'COPIADO' TO WRK-SITUACAO-ARQ.
           PERFORM 2980-REPORTAR.

       2300-COPIAR-HST-FIM.
           EXIT.
           OPEN INPUT CONTATOS.
           IF FS-CONTATO = '35'
              MOVE 'SEM ARQUIVO' TO WRK-SITUACAO-ARQ
              PERFORM 2980-REPORTAR
              GO TO 2400-COPIAR-CTT-FIM
           END-IF.
           IF FS-CONTATO NOT = '00'
              MOVE 'ERRO DE ABERTURA' TO WRK-SITUACAO-ARQ
              MOVE 'S' TO WRK-HOUVE-ERRO
              PERFORM 2980-REPORTAR
              GO TO 2400-COPIAR-CTT-FIM
           END-IF.

           OPEN OUTPUT IMAGEM-CTT.
           PERFORM 2960-MONTAR-CABECALHO.
           WRITE IMG-CTT-REGISTRO FROM WRK-IMG-REGISTRO.

           MOVE LOW-VALUES TO CTT-REGISTRO.
           PERFORM 2410-LER-CTT
               UNTIL WRK-ARQUIVO-ACABOU.

           PERFORM 2970-MONTAR-TRAILER.
           WRITE IMG-CTT-REGISTRO FROM WRK-IMG-REGISTRO.

           CLOSE IMAGEM-CTT.
           CLOSE CONTATOS.

           MOVE 'COPIADO' TO WRK-SITUACAO-ARQ.
           PERFORM 2980-REPORTAR.

       2400-COPIAR-CTT-FIM.
           EXIT.
           OPEN INPUT CONTROLE-LOTES.
           IF FS-CONTROLE = '35'
              MOVE 'SEM ARQUIVO' TO WRK-SITUACAO-ARQ
              PERFORM 2980-REPORTAR
              GO TO 2500-COPIAR-CTL-FIM
           END-IF.
           IF FS-CONTROLE NOT = '00'
              MOVE 'ERRO DE ABERTURA' TO WRK-SITUACAO-ARQ
              MOVE 'S' TO WRK-HOUVE-ERRO
              PERFORM 2980-REPORTAR
              GO TO 2500-COPIAR-CTL-FIM
           END-IF.

           OPEN OUTPUT IMAGEM-CTL.
           PERFORM 2960-MONTAR-CABECALHO.
           WRITE IMG-CTL-REGISTRO FROM WRK-IMG-REGISTRO.

           MOVE LOW-VALUES TO CTL-REGISTRO.
           PERFORM 2510-LER-CTL
               UNTIL WRK-ARQUIVO-ACABOU.

           PERFORM 2970-MONTAR-TRAILER.
           WRITE IMG-CTL-REGISTRO FROM WRK-IMG-REGISTRO.

           CLOSE IMAGEM-CTL.
           CLOSE CONTROLE-LOTES.

           MOVE 'COPIADO' TO WRK-SITUACAO-ARQ.
           PERFORM 2980-REPORTAR.

       2500-COPIAR-CTL-FIM.
           EXIT.
           OPEN INPUT MOVIMENTOS.
           IF FS-MOVIMENTO = '35'
              MOVE 'SEM ARQUIVO' TO WRK-SITUACAO-ARQ
              PERFORM 2980-REPORTAR
              GO TO 2600-COPIAR-FIN-FIM
           END-IF.
           IF FS-MOVIMENTO NOT = '00'
              MOVE 'ERRO DE ABERTURA' TO WRK-SITUACAO-ARQ
              MOVE 'S' TO WRK-HOUVE-ERRO
              PERFORM 2980-REPORTAR
              GO TO 2600-COPIAR-FIN-FIM
           END-IF.

           OPEN OUTPUT IMAGEM-FIN.
           PERFORM 2960-MONTAR-CABECALHO.
           WRITE IMG-FIN-REGISTRO FROM WRK-IMG-REGISTRO.

           MOVE LOW-VALUES TO MOV-REGISTRO.
           PERFORM 2610-LER-FIN
               UNTIL WRK-ARQUIVO-ACABOU.

           PERFORM 2970-MONTAR-TRAILER.
           WRITE IMG-FIN-REGISTRO FROM WRK-IMG-REGISTRO.

           CLOSE IMAGEM-FIN.
           CLOSE MOVIMENTOS.

           MOVE 'COPIADO' TO WRK-SITUACAO-ARQ.
           PERFORM 2980-REPORTAR.

       2600-COPIAR-FIN-FIM.
           EXIT.
           OPEN INPUT TABELA-UF.
           IF FS-TABELA-UF = '35'
              MOVE 'SEM ARQUIVO' TO WRK-SITUACAO-ARQ
              PERFORM 2980-REPORTAR
              GO TO 2700-COPIAR-UFS-FIM
           END-IF.
           IF FS-TABELA-UF NOT = '00'
              MOVE 'ERRO DE ABERTURA' TO WRK-SITUACAO-ARQ
              MOVE 'S' TO WRK-HOUVE-ERRO
              PERFORM 2980-REPORTAR
              GO TO 2700-COPIAR-UFS-FIM
           END-IF.

           OPEN OUTPUT IMAGEM-UFS.
           PERFORM 2960-MONTAR-CABECALHO.
           WRITE IMG-UFS-REGISTRO FROM WRK-IMG-REGISTRO.

           MOVE LOW-VALUES TO UFS-UF.
           PERFORM 2710-LER-UFS
               UNTIL WRK-ARQUIVO-ACABOU.

           PERFORM 2970-MONTAR-TRAILER.
           WRITE IMG-UFS-REGISTRO FROM WRK-IMG-REGISTRO.

           CLOSE IMAGEM-UFS.
           CLOSE TABELA-UF.

           MOVE 'COPIADO' TO WRK-SITUACAO-ARQ.
           PERFORM 2980-REPORTAR.

       2700-COPIAR-UFS-FIM.
           EXIT.
           OPEN INPUT PENDENCIAS.
           IF FS-PENDENCIA = '35'
              MOVE 'SEM ARQUIVO' TO WRK-SITUACAO-ARQ
              PERFORM 2980-REPORTAR
              GO TO 2750-COPIAR-PEN-FIM
           END-IF.
           IF FS-PENDENCIA NOT = '00'
              MOVE 'ERRO DE ABERTURA' TO WRK-SITUACAO-ARQ
              MOVE 'S' TO WRK-HOUVE-ERRO
              PERFORM 2980-REPORTAR
              GO TO 2750-COPIAR-PEN-FIM
           END-IF.

           OPEN OUTPUT IMAGEM-PEN.
           PERFORM 2960-MONTAR-CABECALHO.
           WRITE IMG-PEN-REGISTRO FROM WRK-IMG-REGISTRO.

           MOVE ZERO TO PEN-NUMERO.
           PERFORM 2760-LER-PEN
               UNTIL WRK-ARQUIVO-ACABOU.

           PERFORM 2970-MONTAR-TRAILER.
           WRITE IMG-PEN-REGISTRO FROM WRK-IMG-REGISTRO.

           CLOSE IMAGEM-PEN.
           CLOSE PENDENCIAS.

           MOVE 'COPIADO' TO WRK-SITUACAO-ARQ.
           PERFORM 2980-REPORTAR.

       2750-COPIAR-PEN-FIM.
           EXIT.
                  ADD 1 TO WRK-QTDE-COPIADOS
           END-READ.

       2800-COPIAR-ACD.
           MOVE 'CLIACD' TO WRK-ARQUIVO-ATUAL.
           MOVE ZERO TO WRK-QTDE-COPIADOS.
           MOVE SPACE TO WRK-FIM-ARQUIVO.

           OPEN INPUT ACORDOS.
           IF FS-ACORDO = '35'
              MOVE 'SEM ARQUIVO' TO WRK-SITUACAO-ARQ
              PERFORM 2980-REPORTAR
              GO TO 2800-COPIAR-ACD-FIM
           END-IF.
           IF FS-ACORDO NOT = '00'
              MOVE 'ERRO DE ABERTURA' TO WRK-SITUACAO-ARQ
              MOVE 'S' TO WRK-HOUVE-ERRO
              PERFORM 2980-REPORTAR
              GO TO 2800-COPIAR-ACD-FIM
           END-IF.

           OPEN OUTPUT IMAGEM-ACD.
           PERFORM 2960-MONTAR-CABECALHO.
           WRITE IMG-ACD-REGISTRO FROM WRK-IMG-REGISTRO.

           MOVE LOW-VALUES TO ACD-REGISTRO.
           START ACORDOS KEY NOT LESS THAN ACD-NUMERO
               INVALID KEY
                  SET WRK-ARQUIVO-ACABOU TO TRUE
           END-START.

           PERFORM 2810-LER-ACD
               UNTIL WRK-ARQUIVO-ACABOU.

           PERFORM 2970-MONTAR-TRAILER.
           WRITE IMG-ACD-REGISTRO FROM WRK-IMG-REGISTRO.

           CLOSE IMAGEM-ACD.
           CLOSE ACORDOS.

           MOVE 'COPIADO' TO WRK-SITUACAO-ARQ.
           PERFORM 2980-REPORTAR.

       2800-COPIAR-ACD-FIM.
           EXIT.

       2810-LER-ACD.
           READ ACORDOS NEXT RECORD
               AT END
                  SET WRK-ARQUIVO-ACABOU TO TRUE
               NOT AT END
                  MOVE 'D' TO WRK-IMG-TIPO
                  MOVE SPACES TO WRK-IMG-DADOS
                  MOVE ACD-REGISTRO TO WRK-IMG-DADOS
                  WRITE IMG-ACD-REGISTRO FROM WRK-IMG-REGISTRO
                  ADD 1 TO WRK-QTDE-COPIADOS
           END-READ.

       2820-COPIAR-COB.
           MOVE 'CLICOB' TO WRK-ARQUIVO-ATUAL.
           MOVE ZERO TO WRK-QTDE-COPIADOS.
           MOVE SPACE TO WRK-FIM-ARQUIVO.

           OPEN INPUT HISTORICO-COBRANCA.
           IF FS-COBRANCA = '35'
              MOVE 'SEM ARQUIVO' TO WRK-SITUACAO-ARQ
              PERFORM 2980-REPORTAR
              GO TO 2820-COPIAR-COB-FIM
           END-IF.
           IF FS-COBRANCA NOT = '00'
              MOVE 'ERRO DE ABERTURA' TO WRK-SITUACAO-ARQ
              MOVE 'S' TO WRK-HOUVE-ERRO
              PERFORM 2980-REPORTAR
              GO TO 2820-COPIAR-COB-FIM
           END-IF.

           OPEN OUTPUT IMAGEM-COB.
           PERFORM 2960-MONTAR-CABECALHO.
           WRITE IMG-COB-REGISTRO FROM WRK-IMG-REGISTRO.

           MOVE LOW-VALUES TO COB-REGISTRO.
           START HISTORICO-COBRANCA KEY NOT LESS THAN COB-CHAVE
               INVALID KEY
                  SET WRK-ARQUIVO-ACABOU TO TRUE
           END-START.

           PERFORM 2830-LER-COB
               UNTIL WRK-ARQUIVO-ACABOU.

           PERFORM 2970-MONTAR-TRAILER.
           WRITE IMG-COB-REGISTRO FROM WRK-IMG-REGISTRO.

           CLOSE IMAGEM-COB.
           CLOSE HISTORICO-COBRANCA.

           MOVE 'COPIADO' TO WRK-SITUACAO-ARQ.
           PERFORM 2980-REPORTAR.

       2820-COPIAR-COB-FIM.
           EXIT.

       2830-LER-COB.
           READ HISTORICO-COBRANCA NEXT RECORD
               AT END
                  SET WRK-ARQUIVO-ACABOU TO TRUE
               NOT AT END
                  MOVE 'D' TO WRK-IMG-TIPO
                  MOVE SPACES TO WRK-IMG-DADOS
                  MOVE COB-REGISTRO TO WRK-IMG-DADOS
                  WRITE IMG-COB-REGISTRO FROM WRK-IMG-REGISTRO
                  ADD 1 TO WRK-QTDE-COPIADOS
           END-READ.

       2840-COPIAR-ITF.
           MOVE 'CLIITF' TO WRK-ARQUIVO-ATUAL.
           MOVE ZERO TO WRK-QTDE-COPIADOS.
           MOVE SPACE TO WRK-FIM-ARQUIVO.

           OPEN INPUT REMESSAS.
           IF FS-REMESSA = '35'
              MOVE 'SEM ARQUIVO' TO WRK-SITUACAO-ARQ
              PERFORM 2980-REPORTAR
              GO TO 2840-COPIAR-ITF-FIM
           END-IF.
           IF FS-REMESSA NOT = '00'
              MOVE 'ERRO DE ABERTURA' TO WRK-SITUACAO-ARQ
              MOVE 'S' TO WRK-HOUVE-ERRO
              PERFORM 2980-REPORTAR
              GO TO 2840-COPIAR-ITF-FIM
           END-IF.

           OPEN OUTPUT IMAGEM-ITF.
           PERFORM 2960-MONTAR-CABECALHO.
           WRITE IMG-ITF-REGISTRO FROM WRK-IMG-REGISTRO.

           MOVE LOW-VALUES TO ITF-REGISTRO.
           START REMESSAS KEY NOT LESS THAN ITF-ARQUIVO
               INVALID KEY
                  SET WRK-ARQUIVO-ACABOU TO TRUE
           END-START.

           PERFORM 2850-LER-ITF
               UNTIL WRK-ARQUIVO-ACABOU.

           PERFORM 2970-MONTAR-TRAILER.
           WRITE IMG-ITF-REGISTRO FROM WRK-IMG-REGISTRO.

           CLOSE IMAGEM-ITF.
           CLOSE REMESSAS.

           MOVE 'COPIADO' TO WRK-SITUACAO-ARQ.
           PERFORM 2980-REPORTAR.

       2840-COPIAR-ITF-FIM.
           EXIT.

       2850-LER-ITF.
           READ REMESSAS NEXT RECORD
               AT END
                  SET WRK-ARQUIVO-ACABOU TO TRUE
               NOT AT END
                  MOVE 'D' TO WRK-IMG-TIPO
                  MOVE SPACES TO WRK-IMG-DADOS
                  MOVE ITF-REGISTRO TO WRK-IMG-DADOS
                  WRITE IMG-ITF-REGISTRO FROM WRK-IMG-REGISTRO
                  ADD 1 TO WRK-QTDE-COPIADOS
           END-READ.

       2860-COPIAR-SAL.
           MOVE 'CLISAL' TO WRK-ARQUIVO-ATUAL.
           MOVE ZERO TO WRK-QTDE-COPIADOS.
           MOVE SPACE TO WRK-FIM-ARQUIVO.

           OPEN INPUT SALDOS.
           IF FS-SALDO = '35'
              MOVE 'SEM ARQUIVO' TO WRK-SITUACAO-ARQ
              PERFORM 2980-REPORTAR
              GO TO 2860-COPIAR-SAL-FIM
           END-IF.
           IF FS-SALDO NOT = '00'
              MOVE 'ERRO DE ABERTURA' TO WRK-SITUACAO-ARQ
              MOVE 'S' TO WRK-HOUVE-ERRO
              PERFORM 2980-REPORTAR
              GO TO 2860-COPIAR-SAL-FIM
           END-IF.

           OPEN OUTPUT IMAGEM-SAL.
           PERFORM 2960-MONTAR-CABECALHO.
           WRITE IMG-SAL-REGISTRO FROM WRK-IMG-REGISTRO.

           MOVE LOW-VALUES TO SAL-REGISTRO.
           START SALDOS KEY NOT LESS THAN SAL-CHAVE
               INVALID KEY
                  SET WRK-ARQUIVO-ACABOU TO TRUE
           END-START.

           PERFORM 2870-LER-SAL
               UNTIL WRK-ARQUIVO-ACABOU.

           PERFORM 2970-MONTAR-TRAILER.
           WRITE IMG-SAL-REGISTRO FROM WRK-IMG-REGISTRO.

           CLOSE IMAGEM-SAL.
           CLOSE SALDOS.

           MOVE 'COPIADO' TO WRK-SITUACAO-ARQ.
           PERFORM 2980-REPORTAR.

       2860-COPIAR-SAL-FIM.
           EXIT.

       2870-LER-SAL.
           READ SALDOS NEXT RECORD
               AT END
                  SET WRK-ARQUIVO-ACABOU TO TRUE
               NOT AT END
                  MOVE 'D' TO WRK-IMG-TIPO
                  MOVE SPACES TO WRK-IMG-DADOS
                  MOVE SAL-REGISTRO TO WRK-IMG-DADOS
                  WRITE IMG-SAL-REGISTRO FROM WRK-IMG-REGISTRO
                  ADD 1 TO WRK-QTDE-COPIADOS
           END-READ.

       2880-COPIAR-PER.
           MOVE 'CLIPER' TO WRK-ARQUIVO-ATUAL.
           MOVE ZERO TO WRK-QTDE-COPIADOS.
           MOVE SPACE TO WRK-FIM-ARQUIVO.

           OPEN INPUT PERIODOS.
           IF FS-PERIODO = '35'
              MOVE 'SEM ARQUIVO' TO WRK-SITUACAO-ARQ
              PERFORM 2980-REPORTAR
              GO TO 2880-COPIAR-PER-FIM
           END-IF.
           IF FS-PERIODO NOT = '00'
              MOVE 'ERRO DE ABERTURA' TO WRK-SITUACAO-ARQ
              MOVE 'S' TO WRK-HOUVE-ERRO
              PERFORM 2980-REPORTAR
              GO TO 2880-COPIAR-PER-FIM
           END-IF.

           OPEN OUTPUT IMAGEM-PER.
           PERFORM 2960-MONTAR-CABECALHO.
           WRITE IMG-PER-REGISTRO FROM WRK-IMG-REGISTRO.

           MOVE LOW-VALUES TO PER-REGISTRO.
           START PERIODOS KEY NOT LESS THAN PER-PERIODO
               INVALID KEY
                  SET WRK-ARQUIVO-ACABOU TO TRUE
           END-START.

           PERFORM 2890-LER-PER
               UNTIL WRK-ARQUIVO-ACABOU.

           PERFORM 2970-MONTAR-TRAILER.
           WRITE IMG-PER-REGISTRO FROM WRK-IMG-REGISTRO.

           CLOSE IMAGEM-PER.
           CLOSE PERIODOS.

           MOVE 'COPIADO' TO WRK-SITUACAO-ARQ.
           PERFORM 2980-REPORTAR.

       2880-COPIAR-PER-FIM.
           EXIT.

       2890-LER-PER.
           READ PERIODOS NEXT RECORD
               AT END
                  SET WRK-ARQUIVO-ACABOU TO TRUE
               NOT AT END
                  MOVE 'D' TO WRK-IMG-TIPO
                  MOVE SPACES TO WRK-IMG-DADOS
                  MOVE PER-REGISTRO TO WRK-IMG-DADOS
                  WRITE IMG-PER-REGISTRO FROM WRK-IMG-REGISTRO
                  ADD 1 TO WRK-QTDE-COPIADOS
           END-READ.

       2900-COPIAR-GER.
           MOVE 'CLIGER' TO WRK-ARQUIVO-ATUAL.
           MOVE ZERO TO WRK-QTDE-COPIADOS.
           MOVE SPACE TO WRK-FIM-ARQUIVO.

           OPEN INPUT GERACOES.
           IF FS-GERACAO = '35'
              MOVE 'SEM ARQUIVO' TO WRK-SITUACAO-ARQ
              PERFORM 2980-REPORTAR
              GO TO 2900-COPIAR-GER-FIM
           END-IF.
           IF FS-GERACAO NOT = '00'
              MOVE 'ERRO DE ABERTURA' TO WRK-SITUACAO-ARQ
              MOVE 'S' TO WRK-HOUVE-ERRO
              PERFORM 2980-REPORTAR
              GO TO 2900-COPIAR-GER-FIM
           END-IF.

           OPEN OUTPUT IMAGEM-GER.
           PERFORM 2960-MONTAR-CABECALHO.
           WRITE IMG-GER-REGISTRO FROM WRK-IMG-REGISTRO.

           MOVE LOW-VALUES TO GER-REGISTRO.
           START GERACOES KEY NOT LESS THAN GER-CHAVE
               INVALID KEY
                  SET WRK-ARQUIVO-ACABOU TO TRUE
           END-START.

           PERFORM 2910-LER-GER
               UNTIL WRK-ARQUIVO-ACABOU.

           PERFORM 2970-MONTAR-TRAILER.
           WRITE IMG-GER-REGISTRO FROM WRK-IMG-REGISTRO.

           CLOSE IMAGEM-GER.
           CLOSE GERACOES.

           MOVE 'COPIADO' TO WRK-SITUACAO-ARQ.
           PERFORM 2980-REPORTAR.

       2900-COPIAR-GER-FIM.
           EXIT.

       2910-LER-GER.
           READ GERACOES NEXT RECORD
               AT END
                  SET WRK-ARQUIVO-ACABOU TO TRUE
               NOT AT END
                  MOVE 'D' TO WRK-IMG-TIPO
                  MOVE SPACES TO WRK-IMG-DADOS
                  MOVE GER-REGISTRO TO WRK-IMG-DADOS
                  WRITE IMG-GER-REGISTRO FROM WRK-IMG-REGISTRO
                  ADD 1 TO WRK-QTDE-COPIADOS
           END-READ.

       2920-COPIAR-LGH.
           MOVE 'CLILGH' TO WRK-ARQUIVO-ATUAL.
           MOVE ZERO TO WRK-QTDE-COPIADOS.
           MOVE SPACE TO WRK-FIM-ARQUIVO.

           OPEN INPUT LOG-HISTORICO.
           IF FS-LOG-HISTORICO = '35'
              MOVE 'SEM ARQUIVO' TO WRK-SITUACAO-ARQ
              PERFORM 2980-REPORTAR
              GO TO 2920-COPIAR-LGH-FIM
           END-IF.
           IF FS-LOG-HISTORICO NOT = '00'
              MOVE 'ERRO DE ABERTURA' TO WRK-SITUACAO-ARQ
              MOVE 'S' TO WRK-HOUVE-ERRO
              PERFORM 2980-REPORTAR
              GO TO 2920-COPIAR-LGH-FIM
           END-IF.

           OPEN OUTPUT IMAGEM-LGH.
           PERFORM 2960-MONTAR-CABECALHO.
           WRITE IMG-LGH-REGISTRO FROM WRK-IMG-REGISTRO.

           MOVE LOW-VALUES TO LGH-REGISTRO.
           START LOG-HISTORICO KEY NOT LESS THAN LGH-CHAVE
               INVALID KEY
                  SET WRK-ARQUIVO-ACABOU TO TRUE
           END-START.

           PERFORM 2930-LER-LGH
               UNTIL WRK-ARQUIVO-ACABOU.

           PERFORM 2970-MONTAR-TRAILER.
           WRITE IMG-LGH-REGISTRO FROM WRK-IMG-REGISTRO.

           CLOSE IMAGEM-LGH.
           CLOSE LOG-HISTORICO.

           MOVE 'COPIADO' TO WRK-SITUACAO-ARQ.
           PERFORM 2980-REPORTAR.

       2920-COPIAR-LGH-FIM.
           EXIT.

       2930-LER-LGH.
           READ LOG-HISTORICO NEXT RECORD
               AT END
                  SET WRK-ARQUIVO-ACABOU TO TRUE
               NOT AT END
                  MOVE 'D' TO WRK-IMG-TIPO
                  MOVE SPACES TO WRK-IMG-DADOS
                  MOVE LGH-REGISTRO TO WRK-IMG-DADOS
                  WRITE IMG-LGH-REGISTRO FROM WRK-IMG-REGISTRO
                  ADD 1 TO WRK-QTDE-COPIADOS
           END-READ.

       2940-COPIAR-SGH.
           MOVE 'OPESGH' TO WRK-ARQUIVO-ATUAL.
           MOVE ZERO TO WRK-QTDE-COPIADOS.
           MOVE SPACE TO WRK-FIM-ARQUIVO.

           OPEN INPUT SEG-HISTORICO.
           IF FS-SEG-HISTORICO = '35'
              MOVE 'SEM ARQUIVO' TO WRK-SITUACAO-ARQ
              PERFORM 2980-REPORTAR
              GO TO 2940-COPIAR-SGH-FIM
           END-IF.
           IF FS-SEG-HISTORICO NOT = '00'
              MOVE 'ERRO DE ABERTURA' TO WRK-SITUACAO-ARQ
              MOVE 'S' TO WRK-HOUVE-ERRO
              PERFORM 2980-REPORTAR
              GO TO 2940-COPIAR-SGH-FIM
           END-IF.

           OPEN OUTPUT IMAGEM-SGH.
           PERFORM 2960-MONTAR-CABECALHO.
           WRITE IMG-SGH-REGISTRO FROM WRK-IMG-REGISTRO.

           MOVE LOW-VALUES TO SGH-REGISTRO.
           START SEG-HISTORICO KEY NOT LESS THAN SGH-CHAVE
               INVALID KEY
                  SET WRK-ARQUIVO-ACABOU TO TRUE
           END-START.

           PERFORM 2950-LER-SGH
               UNTIL WRK-ARQUIVO-ACABOU.

           PERFORM 2970-MONTAR-TRAILER.
           WRITE IMG-SGH-REGISTRO FROM WRK-IMG-REGISTRO.

           CLOSE IMAGEM-SGH.
           CLOSE SEG-HISTORICO.

           MOVE 'COPIADO' TO WRK-SITUACAO-ARQ.
           PERFORM 2980-REPORTAR.

       2940-COPIAR-SGH-FIM.
           EXIT.

       2950-LER-SGH.
           READ SEG-HISTORICO NEXT RECORD
               AT END
                  SET WRK-ARQUIVO-ACABOU TO TRUE
               NOT AT END
                  MOVE 'D' TO WRK-IMG-TIPO
                  MOVE SPACES TO WRK-IMG-DADOS
                  MOVE SGH-REGISTRO TO WRK-IMG-DADOS
                  WRITE IMG-SGH-REGISTRO FROM WRK-IMG-REGISTRO
                  ADD 1 TO WRK-QTDE-COPIADOS
           END-READ.

       2960-MONTAR-CABECALHO.
           MOVE 'H' TO WRK-IMG-TIPO.
           MOVE SPACES TO WRK-IMG-DADOS.
           MOVE WRK-ARQUIVO-ATUAL TO WRK-IMG-CAB-ARQUIVO.
           MOVE WRK-DATA-SISTEMA TO WRK-IMG-CAB-DATA.
           MOVE WRK-IMG-CAB TO WRK-IMG-DADOS.

       2970-MONTAR-TRAILER.
           MOVE 'T' TO WRK-IMG-TIPO.
           MOVE SPACES TO WRK-IMG-DADOS.
           MOVE WRK-QTDE-COPIADOS TO WRK-IMG-TRL-QTDE.
           MOVE WRK-IMG-TRL TO WRK-IMG-DADOS.

       2980-REPORTAR.
           MOVE WRK-ARQUIVO-ATUAL TO REL-DET-ARQUIVO.
           MOVE WRK-QTDE-COPIADOS TO REL-DET-QTDE.
           MOVE WRK-SITUACAO-ARQ TO REL-DET-SITUACAO.
