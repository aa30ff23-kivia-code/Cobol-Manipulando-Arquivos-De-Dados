       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLILGP01.
      ****************************************
      *OBJETIVO: RELATORIO DO TITULAR DE DADOS (LGPD): A PARTIR DE
      *          UM CPF OU CNPJ LISTA TUDO O QUE ESTA GUARDADO SOBRE
      *          ELE NO CADASTRO (CLIMST), NO HISTORICO (CLIHST),
      *          NOS CONTATOS (CLICTT), NOS MOVIMENTOS FINANCEIROS
      *          (CLIFIN), NO LOG DE TRANSACOES (CLILOG E GERACOES
      *          ROLADAS NO CLILGH) E NA FILA DE APROVACOES (CLIPEN)
      *          - RELATORIO RELLGP
      *AUTHOR: KIVIAAL
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-MASTER ASSIGN TO "CLIMST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CLI-CODIGO
               ALTERNATE RECORD KEY IS CLI-CPF-CNPJ
               ALTERNATE RECORD KEY IS CLI-NOME
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTE.

           SELECT CLIENTE-HISTORICO ASSIGN TO "CLIHST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS HIS-CODIGO
               FILE STATUS IS FS-HISTORICO.

           SELECT CONTATOS ASSIGN TO "CLICTT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CTT-CHAVE
               FILE STATUS IS FS-CONTATO.

           SELECT MOVIMENTOS ASSIGN TO "CLIFIN"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS MOV-CHAVE
               FILE STATUS IS FS-MOVIMENTO.

           SELECT CLIENTES-LOG ASSIGN TO "CLILOG"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS FS-LOG.

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

           SELECT PENDENCIAS ASSIGN TO "CLIPEN"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS PEN-NUMERO
               FILE STATUS IS FS-PENDENCIA.

           SELECT RELATORIO-LGPD ASSIGN TO "RELLGP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-MASTER.
           COPY CLIREG.

       FD  CLIENTE-HISTORICO.
           COPY CLIHIS.

       FD  CONTATOS.
           COPY CLICTT.

       FD  MOVIMENTOS.
           COPY CLIFIN.

       FD  CLIENTES-LOG.
           COPY CLILOG.

       FD  GERACOES.
           COPY CLIGER.

       FD  LOG-HISTORICO.
           COPY CLILGH.

       FD  PENDENCIAS.
           COPY CLIPEN.

       FD  RELATORIO-LGPD.
       01  REL-LINHA             PIC X(100).

       WORKING-STORAGE SECTION.
       77 FS-CLIENTE             PIC X(02).
       77 FS-HISTORICO           PIC X(02).
       77 FS-CONTATO             PIC X(02).
       77 FS-MOVIMENTO           PIC X(02).
       77 FS-LOG                 PIC X(02).
       77 FS-PENDENCIA           PIC X(02).
       77 FS-RELATORIO           PIC X(02).
       77 FS-GERACAO             PIC X(02).
       77 FS-LOG-HISTORICO       PIC X(02).

       77 WRK-FIM-LEITURA        PIC X(01).
           88 WRK-LEITURA-ACABOU    VALUE 'S'.
       77 WRK-FIM-GERACAO        PIC X(01).
           88 WRK-GERACAO-ACABOU    VALUE 'S'.
       77 WRK-FIM-ROLADO         PIC X(01).
           88 WRK-ROLADO-ACABOU     VALUE 'S'.
       77 WRK-COD-SITUACAO       PIC X(01).
           88 WRK-COD-ACHOU         VALUE 'S'.

      *    CODIGOS DE CLIENTE LIGADOS AO DOCUMENTO (CADASTRO VIVO E
      *    HISTORICO); OS DEMAIS ARQUIVOS SO GUARDAM O CODIGO
       77 WRK-COD-QTDE           PIC 9(02) COMP VALUE ZERO.
       77 WRK-COD-IND            PIC 9(02) COMP.
       77 WRK-COD-BUSCA          PIC 9(06).
       01  WRK-COD-TABELA.
           05 WRK-COD-ITEM       PIC 9(06) OCCURS 20 TIMES.

       77 WRK-QTDE-ARQUIVO       PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-TOTAL         PIC 9(06) VALUE ZERO.

       77 WRK-DATA-SISTEMA       PIC 9(08).

       01  REL-CABECALHO.
           05 FILLER             PIC X(44) VALUE
              'RELATORIO DO TITULAR DE DADOS - LGPD        '.
           05 REL-CAB-DATA       PIC 9999/99/99.

       01  REL-PEDIDO.
           05 FILLER             PIC X(20) VALUE 'CPF/CNPJ DO TITULAR:'.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 REL-PED-DOCUMENTO  PIC 9(14).
           05 FILLER             PIC X(17) VALUE '   EMITIDO POR: '.
           05 REL-PED-OPERADOR   PIC X(08).

       01  REL-SECAO.
           05 FILLER             PIC X(04) VALUE '*** '.
           05 REL-SEC-TITULO     PIC X(60).

      *    CAMPOS DO CADASTRO E DO HISTORICO, UM POR LINHA
       01  REL-CAMPO.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 REL-CMP-ROTULO     PIC X(22).
           05 REL-CMP-VALOR      PIC X(60).

       01  REL-CONTATO.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 REL-CTT-CODIGO     PIC 9(06).
           05 FILLER             PIC X(01) VALUE '/'.
           05 REL-CTT-SEQUENCIA  PIC 9(02).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 REL-CTT-TIPO       PIC X(01).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 REL-CTT-DADO-1     PIC X(40).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 REL-CTT-CEP        PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 REL-CTT-CIDADE     PIC X(20).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 REL-CTT-UF         PIC X(02).

       01  REL-MOVIMENTO.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 REL-MOV-CODIGO     PIC 9(06).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 REL-MOV-DATA       PIC 9999/99/99.
           05 FILLER             PIC X(01) VALUE '-'.
           05 REL-MOV-SEQUENCIA  PIC 9(03).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 REL-MOV-TIPO       PIC X(01).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 REL-MOV-VALOR      PIC Z(8)9.99.
           05 FILLER             PIC X(06) VALUE ' VENC '.
           05 REL-MOV-VENC       PIC 9999/99/99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 REL-MOV-SITUACAO   PIC X(01).
           05 FILLER             PIC X(08) VALUE ' ACORDO '.
           05 REL-MOV-ACORDO     PIC 9(06).

       01  REL-LOG.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 REL-LOG-DATA       PIC 9999/99/99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 REL-LOG-HORA       PIC 9(06).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 REL-LOG-OPERADOR   PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 REL-LOG-ACAO       PIC X(01).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 REL-LOG-CODIGO     PIC 9(06).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 REL-LOG-SOLICITANTE PIC X(08).

       01  REL-PENDENCIA.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 REL-PEN-NUMERO     PIC 9(06).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 REL-PEN-ACAO       PIC X(01).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 REL-PEN-CODIGO     PIC 9(06).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 REL-PEN-DATA       PIC 9999/99/99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 REL-PEN-SOLICITANTE PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 REL-PEN-SITUACAO   PIC X(01).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 REL-PEN-APROVADOR  PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 REL-PEN-MOTIVO     PIC X(40).

       01  REL-TOTAL.
           05 REL-TOT-TITULO     PIC X(31).
           05 REL-TOT-QTDE       PIC Z(5)9.

       01  WRK-DATA-EDITADA      PIC 9999/99/99.
       01  WRK-NUMERO-EDITADO    PIC Z(13)9.

       LINKAGE SECTION.
       01  LNK-OPERADOR          PIC X(08).
       01  LNK-DOCUMENTO         PIC 9(14).

       PROCEDURE DIVISION USING LNK-OPERADOR LNK-DOCUMENTO.
       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           PERFORM 2000-PROCESSAR.
           PERFORM 3000-FINALIZAR.

           GOBACK.

       1000-INICIAR.
           OPEN OUTPUT RELATORIO-LGPD.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WRK-DATA-SISTEMA TO REL-CAB-DATA.
           WRITE REL-LINHA FROM REL-CABECALHO.
           MOVE LNK-DOCUMENTO TO REL-PED-DOCUMENTO.
           MOVE LNK-OPERADOR TO REL-PED-OPERADOR.
           WRITE REL-LINHA FROM REL-PEDIDO.

           MOVE ZERO TO WRK-COD-QTDE.

       2000-PROCESSAR.
           PERFORM 2100-LISTAR-CADASTRO THRU 2100-LISTAR-CADASTRO-FIM.
           PERFORM 2200-LISTAR-HISTORICO THRU 2200-LISTAR-HISTORICO-FIM.

      *    SEM CODIGO LIGADO AO DOCUMENTO NAO HA MAIS O QUE PROCURAR
           IF WRK-COD-QTDE = ZERO
              MOVE SPACES TO REL-LINHA
              WRITE REL-LINHA
              MOVE 'DOCUMENTO SEM CLIENTE NO CADASTRO OU NO HISTORICO'
                  TO REL-LINHA
              WRITE REL-LINHA
           ELSE
              PERFORM 2300-LISTAR-CONTATOS THRU 2300-LISTAR-CONTATOS-FIM
              PERFORM 2400-LISTAR-MOVIMENTOS
                  THRU 2400-LISTAR-MOVIMENTOS-FIM
              PERFORM 2500-LISTAR-LOG THRU 2500-LISTAR-LOG-FIM
              PERFORM 2600-LISTAR-PENDENCIAS
                  THRU 2600-LISTAR-PENDENCIAS-FIM
           END-IF.

      *    CADASTRO VIVO - BUSCA PELA CHAVE ALTERNADA DO DOCUMENTO
       2100-LISTAR-CADASTRO.
           MOVE 'CLIMST - CADASTRO DE CLIENTES' TO REL-SEC-TITULO.
           PERFORM 2800-ABRIR-SECAO.

           OPEN INPUT CLIENTE-MASTER.
           IF FS-CLIENTE NOT = '00'
              PERFORM 2850-ARQUIVO-INDISPONIVEL
              GO TO 2100-LISTAR-CADASTRO-FIM
           END-IF.

           MOVE LNK-DOCUMENTO TO CLI-CPF-CNPJ.
           READ CLIENTE-MASTER KEY IS CLI-CPF-CNPJ
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  PERFORM 2150-MOSTRAR-CLIENTE
           END-READ.

           CLOSE CLIENTE-MASTER.
           PERFORM 2890-FECHAR-SECAO.

       2100-LISTAR-CADASTRO-FIM.
           EXIT.

       2150-MOSTRAR-CLIENTE.
           ADD 1 TO WRK-QTDE-ARQUIVO.
           MOVE CLI-CODIGO TO WRK-COD-BUSCA.
           PERFORM 2950-GUARDAR-CODIGO.

           MOVE 'CODIGO' TO REL-CMP-ROTULO.
           MOVE CLI-CODIGO TO REL-CMP-VALOR.
           WRITE REL-LINHA FROM REL-CAMPO.
           MOVE 'NOME' TO REL-CMP-ROTULO.
           MOVE CLI-NOME TO REL-CMP-VALOR.
           WRITE REL-LINHA FROM REL-CAMPO.
           MOVE 'TIPO DE PESSOA' TO REL-CMP-ROTULO.
           MOVE CLI-TIPO-PESSOA TO REL-CMP-VALOR.
           WRITE REL-LINHA FROM REL-CAMPO.
           MOVE 'CPF/CNPJ' TO REL-CMP-ROTULO.
           MOVE CLI-CPF-CNPJ TO REL-CMP-VALOR.
           WRITE REL-LINHA FROM REL-CAMPO.
           MOVE 'ENDERECO' TO REL-CMP-ROTULO.
           MOVE CLI-ENDERECO TO REL-CMP-VALOR.
           WRITE REL-LINHA FROM REL-CAMPO.
           MOVE 'TELEFONE' TO REL-CMP-ROTULO.
           MOVE CLI-TELEFONE TO REL-CMP-VALOR.
           WRITE REL-LINHA FROM REL-CAMPO.
           MOVE 'STATUS' TO REL-CMP-ROTULO.
           MOVE CLI-STATUS TO REL-CMP-VALOR.
           WRITE REL-LINHA FROM REL-CAMPO.
           MOVE 'MOTIVO INATIVACAO' TO REL-CMP-ROTULO.
           MOVE CLI-MOTIVO-INATIVACAO TO REL-CMP-VALOR.
           WRITE REL-LINHA FROM REL-CAMPO.
           MOVE 'DATA INATIVACAO' TO REL-CMP-ROTULO.
           MOVE SPACES TO REL-CMP-VALOR.
           IF CLI-DATA-INATIVACAO NUMERIC
              MOVE CLI-DATA-INATIVACAO TO WRK-DATA-EDITADA
              MOVE WRK-DATA-EDITADA TO REL-CMP-VALOR
           END-IF.
           WRITE REL-LINHA FROM REL-CAMPO.
           MOVE 'SITUACAO FATURAMENTO' TO REL-CMP-ROTULO.
           MOVE CLI-SIT-FATURAMENTO TO REL-CMP-VALOR.
           WRITE REL-LINHA FROM REL-CAMPO.
           MOVE 'SITUACAO RECEITA' TO REL-CMP-ROTULO.
           MOVE CLI-SIT-RECEITA TO REL-CMP-VALOR.
           WRITE REL-LINHA FROM REL-CAMPO.
           MOVE 'DATA CONSULTA RECEITA' TO REL-CMP-ROTULO.
           MOVE SPACES TO REL-CMP-VALOR.
           IF CLI-DATA-RECEITA NUMERIC
              MOVE CLI-DATA-RECEITA TO WRK-DATA-EDITADA
              MOVE WRK-DATA-EDITADA TO REL-CMP-VALOR
           END-IF.
           WRITE REL-LINHA FROM REL-CAMPO.
           MOVE 'ULTIMA ATUALIZACAO' TO REL-CMP-ROTULO.
           MOVE CLI-TIMESTAMP TO REL-CMP-VALOR.
           WRITE REL-LINHA FROM REL-CAMPO.

      *    HISTORICO DE ARQUIVADOS - NAO TEM CHAVE PELO DOCUMENTO
       2200-LISTAR-HISTORICO.
           MOVE 'CLIHST - HISTORICO DE CLIENTES ARQUIVADOS'
               TO REL-SEC-TITULO.
           PERFORM 2800-ABRIR-SECAO.

           OPEN INPUT CLIENTE-HISTORICO.
           IF FS-HISTORICO NOT = '00'
              PERFORM 2850-ARQUIVO-INDISPONIVEL
              GO TO 2200-LISTAR-HISTORICO-FIM
           END-IF.

           MOVE SPACE TO WRK-FIM-LEITURA.
           MOVE ZERO TO HIS-CODIGO.
           START CLIENTE-HISTORICO KEY NOT LESS THAN HIS-CODIGO
               INVALID KEY
                  SET WRK-LEITURA-ACABOU TO TRUE
           END-START.

           PERFORM 2210-LER-HISTORICO
               UNTIL WRK-LEITURA-ACABOU.

           CLOSE CLIENTE-HISTORICO.
           PERFORM 2890-FECHAR-SECAO.

       2200-LISTAR-HISTORICO-FIM.
           EXIT.

       2210-LER-HISTORICO.
           READ CLIENTE-HISTORICO NEXT RECORD
               AT END
                  SET WRK-LEITURA-ACABOU TO TRUE
               NOT AT END
                  IF HIS-CPF-CNPJ = LNK-DOCUMENTO
                     PERFORM 2250-MOSTRAR-HISTORICO
                  END-IF
           END-READ.

       2250-MOSTRAR-HISTORICO.
           ADD 1 TO WRK-QTDE-ARQUIVO.
           MOVE HIS-CODIGO TO WRK-COD-BUSCA.
           PERFORM 2950-GUARDAR-CODIGO.

           MOVE 'CODIGO' TO REL-CMP-ROTULO.
           MOVE HIS-CODIGO TO REL-CMP-VALOR.
           WRITE REL-LINHA FROM REL-CAMPO.
           MOVE 'NOME' TO REL-CMP-ROTULO.
           MOVE HIS-NOME TO REL-CMP-VALOR.
           WRITE REL-LINHA FROM REL-CAMPO.
           MOVE 'TIPO DE PESSOA' TO REL-CMP-ROTULO.
           MOVE HIS-TIPO-PESSOA TO REL-CMP-VALOR.
           WRITE REL-LINHA FROM REL-CAMPO.
           MOVE 'CPF/CNPJ' TO REL-CMP-ROTULO.
           MOVE HIS-CPF-CNPJ TO REL-CMP-VALOR.
           WRITE REL-LINHA FROM REL-CAMPO.
           MOVE 'ENDERECO' TO REL-CMP-ROTULO.
           MOVE HIS-ENDERECO TO REL-CMP-VALOR.
           WRITE REL-LINHA FROM REL-CAMPO.
           MOVE 'TELEFONE' TO REL-CMP-ROTULO.
           MOVE HIS-TELEFONE TO REL-CMP-VALOR.
           WRITE REL-LINHA FROM REL-CAMPO.
           MOVE 'STATUS' TO REL-CMP-ROTULO.
           MOVE HIS-STATUS TO REL-CMP-VALOR.
           WRITE REL-LINHA FROM REL-CAMPO.
           MOVE 'MOTIVO INATIVACAO' TO REL-CMP-ROTULO.
           MOVE HIS-MOTIVO-INATIVACAO TO REL-CMP-VALOR.
           WRITE REL-LINHA FROM REL-CAMPO.
           MOVE 'DATA INATIVACAO' TO REL-CMP-ROTULO.
           MOVE SPACES TO REL-CMP-VALOR.
           IF HIS-DATA-INATIVACAO NUMERIC
              MOVE HIS-DATA-INATIVACAO TO WRK-DATA-EDITADA
              MOVE WRK-DATA-EDITADA TO REL-CMP-VALOR
           END-IF.
           WRITE REL-LINHA FROM REL-CAMPO.
           MOVE 'SITUACAO FATURAMENTO' TO REL-CMP-ROTULO.
           MOVE HIS-SIT-FATURAMENTO TO REL-CMP-VALOR.
           WRITE REL-LINHA FROM REL-CAMPO.
           MOVE 'ULTIMA ATUALIZACAO' TO REL-CMP-ROTULO.
           MOVE HIS-TIMESTAMP TO REL-CMP-VALOR.
           WRITE REL-LINHA FROM REL-CAMPO.

      *    CONTATOS DE CADA CODIGO ENCONTRADO
       2300-LISTAR-CONTATOS.
           MOVE 'CLICTT - CONTATOS (ENDERECOS, TELEFONES E EMAILS)'
               TO REL-SEC-TITULO.
           PERFORM 2800-ABRIR-SECAO.

           OPEN INPUT CONTATOS.
           IF FS-CONTATO NOT = '00'
              PERFORM 2850-ARQUIVO-INDISPONIVEL
              GO TO 2300-LISTAR-CONTATOS-FIM
           END-IF.

           MOVE 1 TO WRK-COD-IND.
           PERFORM 2310-CONTATOS-DO-CODIGO
               UNTIL WRK-COD-IND > WRK-COD-QTDE.

           CLOSE CONTATOS.
           PERFORM 2890-FECHAR-SECAO.

       2300-LISTAR-CONTATOS-FIM.
           EXIT.

       2310-CONTATOS-DO-CODIGO.
           MOVE SPACE TO WRK-FIM-LEITURA.
           MOVE WRK-COD-ITEM(WRK-COD-IND) TO CTT-CLI-CODIGO.
           MOVE ZERO TO CTT-SEQUENCIA.
           START CONTATOS KEY NOT LESS THAN CTT-CHAVE
               INVALID KEY
                  SET WRK-LEITURA-ACABOU TO TRUE
           END-START.

           PERFORM 2320-LER-CONTATO
               UNTIL WRK-LEITURA-ACABOU.

           ADD 1 TO WRK-COD-IND.

       2320-LER-CONTATO.
           READ CONTATOS NEXT RECORD
               AT END
                  SET WRK-LEITURA-ACABOU TO TRUE
               NOT AT END
                  IF CTT-CLI-CODIGO NOT = WRK-COD-ITEM(WRK-COD-IND)
                     SET WRK-LEITURA-ACABOU TO TRUE
                  ELSE
                     PERFORM 2330-MOSTRAR-CONTATO
                  END-IF
           END-READ.

       2330-MOSTRAR-CONTATO.
           ADD 1 TO WRK-QTDE-ARQUIVO.
           MOVE CTT-CLI-CODIGO TO REL-CTT-CODIGO.
           MOVE CTT-SEQUENCIA TO REL-CTT-SEQUENCIA.
           MOVE CTT-TIPO TO REL-CTT-TIPO.

           IF CTT-END-RESIDENCIAL OR CTT-END-COMERCIAL
              MOVE CTT-LOGRADOURO TO REL-CTT-DADO-1
              MOVE CTT-CEP TO REL-CTT-CEP
              MOVE CTT-CIDADE TO REL-CTT-CIDADE
              MOVE CTT-UF TO REL-CTT-UF
           ELSE
              IF CTT-TIPO-TELEFONE
                 MOVE CTT-TELEFONE TO REL-CTT-DADO-1
              ELSE
                 MOVE CTT-EMAIL TO REL-CTT-DADO-1
              END-IF
              MOVE SPACES TO REL-CTT-CEP
              MOVE SPACES TO REL-CTT-CIDADE
              MOVE SPACES TO REL-CTT-UF
           END-IF.

           WRITE REL-LINHA FROM REL-CONTATO.

      *    MOVIMENTOS FINANCEIROS DE CADA CODIGO ENCONTRADO
       2400-LISTAR-MOVIMENTOS.
           MOVE 'CLIFIN - MOVIMENTOS FINANCEIROS' TO REL-SEC-TITULO.
           PERFORM 2800-ABRIR-SECAO.

           OPEN INPUT MOVIMENTOS.
           IF FS-MOVIMENTO NOT = '00'
              PERFORM 2850-ARQUIVO-INDISPONIVEL
              GO TO 2400-LISTAR-MOVIMENTOS-FIM
           END-IF.

           MOVE 1 TO WRK-COD-IND.
           PERFORM 2410-MOVIMENTOS-DO-CODIGO
               UNTIL WRK-COD-IND > WRK-COD-QTDE.

           CLOSE MOVIMENTOS.
           PERFORM 2890-FECHAR-SECAO.

       2400-LISTAR-MOVIMENTOS-FIM.
           EXIT.

       2410-MOVIMENTOS-DO-CODIGO.
           MOVE SPACE TO WRK-FIM-LEITURA.
           MOVE WRK-COD-ITEM(WRK-COD-IND) TO MOV-CLI-CODIGO.
           MOVE ZERO TO MOV-DATA.
           MOVE ZERO TO MOV-SEQUENCIA.
           START MOVIMENTOS KEY NOT LESS THAN MOV-CHAVE
               INVALID KEY
                  SET WRK-LEITURA-ACABOU TO TRUE
           END-START.

           PERFORM 2420-LER-MOVIMENTO
               UNTIL WRK-LEITURA-ACABOU.

           ADD 1 TO WRK-COD-IND.

       2420-LER-MOVIMENTO.
           READ MOVIMENTOS NEXT RECORD
               AT END
                  SET WRK-LEITURA-ACABOU TO TRUE
               NOT AT END
                  IF MOV-CLI-CODIGO NOT = WRK-COD-ITEM(WRK-COD-IND)
                     SET WRK-LEITURA-ACABOU TO TRUE
                  ELSE
                     ADD 1 TO WRK-QTDE-ARQUIVO
                     MOVE MOV-CLI-CODIGO TO REL-MOV-CODIGO
                     MOVE MOV-DATA TO REL-MOV-DATA
                     MOVE MOV-SEQUENCIA TO REL-MOV-SEQUENCIA
                     MOVE MOV-TIPO TO REL-MOV-TIPO
                     MOVE MOV-VALOR TO REL-MOV-VALOR
                     MOVE MOV-DATA-VENCIMENTO TO REL-MOV-VENC
                     MOVE MOV-SITUACAO TO REL-MOV-SITUACAO
                     MOVE MOV-ACORDO TO REL-MOV-ACORDO
                     WRITE REL-LINHA FROM REL-MOVIMENTO
                  END-IF
           END-READ.

      *    LOG DE TRANSACOES - LIDO INTEIRO, FILTRANDO PELOS CODIGOS
       2500-LISTAR-LOG.
           MOVE 'CLILOG - LOG DE TRANSACOES' TO REL-SEC-TITULO.
           PERFORM 2800-ABRIR-SECAO.

           OPEN INPUT CLIENTES-LOG.
           IF FS-LOG NOT = '00'
              PERFORM 2850-ARQUIVO-INDISPONIVEL
              GO TO 2500-LISTAR-LOG-FIM
           END-IF.

      *    PRIMEIRO TODAS AS GERACOES ROLADAS, DEPOIS O LOG VIVO
           PERFORM 2530-LER-GERACOES
               THRU 2530-LER-GERACOES-FIM.

           MOVE SPACE TO WRK-FIM-LEITURA.
           PERFORM 2510-LER-LOG
               UNTIL WRK-LEITURA-ACABOU.

           CLOSE CLIENTES-LOG.
           PERFORM 2890-FECHAR-SECAO.

       2500-LISTAR-LOG-FIM.
           EXIT.

       2510-LER-LOG.
           READ CLIENTES-LOG
               AT END
                  SET WRK-LEITURA-ACABOU TO TRUE
               NOT AT END
                  PERFORM 2520-MOSTRAR-LOG
           END-READ.

       2520-MOSTRAR-LOG.
           MOVE LOG-CLI-CODIGO TO WRK-COD-BUSCA.
           PERFORM 2900-PROCURAR-CODIGO.
           IF WRK-COD-ACHOU
              ADD 1 TO WRK-QTDE-ARQUIVO
              MOVE LOG-TIMESTAMP(1:8) TO REL-LOG-DATA
              MOVE LOG-TIMESTAMP(9:6) TO REL-LOG-HORA
              MOVE LOG-OPERADOR TO REL-LOG-OPERADOR
              MOVE LOG-ACAO TO REL-LOG-ACAO
              MOVE LOG-CLI-CODIGO TO REL-LOG-CODIGO
              MOVE LOG-SOLICITANTE TO REL-LOG-SOLICITANTE
              WRITE REL-LINHA FROM REL-LOG
           END-IF.

      *    GERACOES FECHADAS DO CLILOG AINDA NAO EXPURGADAS
       2530-LER-GERACOES.
           OPEN INPUT GERACOES.
           IF FS-GERACAO NOT = '00'
              GO TO 2530-LER-GERACOES-FIM
           END-IF.

           OPEN INPUT LOG-HISTORICO.
           IF FS-LOG-HISTORICO NOT = '00'
              CLOSE GERACOES
              GO TO 2530-LER-GERACOES-FIM
           END-IF.

           MOVE SPACE TO WRK-FIM-GERACAO.
           MOVE 'CLILOG' TO GER-ARQUIVO.
           MOVE ZERO TO GER-NUMERO.
           START GERACOES KEY NOT LESS THAN GER-CHAVE
               INVALID KEY
                  SET WRK-GERACAO-ACABOU TO TRUE
           END-START.

           PERFORM 2540-LER-GERACAO
               UNTIL WRK-GERACAO-ACABOU.

           CLOSE LOG-HISTORICO.
           CLOSE GERACOES.

       2530-LER-GERACOES-FIM.
           EXIT.

       2540-LER-GERACAO.
           READ GERACOES NEXT RECORD
               AT END
                  SET WRK-GERACAO-ACABOU TO TRUE
               NOT AT END
                  IF GER-ARQUIVO NOT = 'CLILOG'
                     SET WRK-GERACAO-ACABOU TO TRUE
                  ELSE
                     IF GER-FECHADA
                        PERFORM 2550-LER-GERACAO-ROLADA
                     END-IF
                  END-IF
           END-READ.

       2550-LER-GERACAO-ROLADA.
           MOVE SPACE TO WRK-FIM-ROLADO.
           MOVE GER-NUMERO TO LGH-GERACAO.
           MOVE ZERO TO LGH-SEQUENCIA.
           START LOG-HISTORICO KEY NOT LESS THAN LGH-CHAVE
               INVALID KEY
                  SET WRK-ROLADO-ACABOU TO TRUE
           END-START.

           PERFORM 2560-LER-ROLADO
               UNTIL WRK-ROLADO-ACABOU.

       2560-LER-ROLADO.
           READ LOG-HISTORICO NEXT RECORD
               AT END
                  SET WRK-ROLADO-ACABOU TO TRUE
               NOT AT END
                  IF LGH-GERACAO NOT = GER-NUMERO
                     SET WRK-ROLADO-ACABOU TO TRUE
                  ELSE
                     MOVE LGH-IMAGEM TO LOG-REGISTRO
                     PERFORM 2520-MOSTRAR-LOG
                  END-IF
           END-READ.

      *    FILA DE APROVACOES - LIDA INTEIRA, FILTRANDO PELOS CODIGOS
       2600-LISTAR-PENDENCIAS.
           MOVE 'CLIPEN - PEDIDOS DE APROVACAO' TO REL-SEC-TITULO.
           PERFORM 2800-ABRIR-SECAO.

           OPEN INPUT PENDENCIAS.
           IF FS-PENDENCIA NOT = '00'
              PERFORM 2850-ARQUIVO-INDISPONIVEL
              GO TO 2600-LISTAR-PENDENCIAS-FIM
           END-IF.

           MOVE SPACE TO WRK-FIM-LEITURA.
           MOVE ZERO TO PEN-NUMERO.
           START PENDENCIAS KEY NOT LESS THAN PEN-NUMERO
               INVALID KEY
                  SET WRK-LEITURA-ACABOU TO TRUE
           END-START.

           PERFORM 2610-LER-PENDENCIA
               UNTIL WRK-LEITURA-ACABOU.

           CLOSE PENDENCIAS.
           PERFORM 2890-FECHAR-SECAO.

       2600-LISTAR-PENDENCIAS-FIM.
           EXIT.

       2610-LER-PENDENCIA.
           READ PENDENCIAS NEXT RECORD
               AT END
                  SET WRK-LEITURA-ACABOU TO TRUE
               NOT AT END
                  MOVE PEN-CLI-CODIGO TO WRK-COD-BUSCA
                  PERFORM 2900-PROCURAR-CODIGO
                  IF WRK-COD-ACHOU
                     ADD 1 TO WRK-QTDE-ARQUIVO
                     MOVE PEN-NUMERO TO REL-PEN-NUMERO
                     MOVE PEN-ACAO TO REL-PEN-ACAO
                     MOVE PEN-CLI-CODIGO TO REL-PEN-CODIGO
                     MOVE PEN-TIMESTAMP-PEDIDO(1:8) TO REL-PEN-DATA
                     MOVE PEN-SOLICITANTE TO REL-PEN-SOLICITANTE
                     MOVE PEN-SITUACAO TO REL-PEN-SITUACAO
                     MOVE PEN-APROVADOR TO REL-PEN-APROVADOR
                     MOVE PEN-MOTIVO TO REL-PEN-MOTIVO
                     WRITE REL-LINHA FROM REL-PENDENCIA
                  END-IF
           END-READ.

      *    ROTINAS COMUNS DAS SECOES
       2800-ABRIR-SECAO.
           MOVE ZERO TO WRK-QTDE-ARQUIVO.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           WRITE REL-LINHA FROM REL-SECAO.

       2850-ARQUIVO-INDISPONIVEL.
           MOVE '  ARQUIVO INDISPONIVEL - SECAO NAO LISTADA'
               TO REL-LINHA.
           WRITE REL-LINHA.

       2890-FECHAR-SECAO.
           MOVE '  REGISTROS ENCONTRADOS......: ' TO REL-TOT-TITULO.
           MOVE WRK-QTDE-ARQUIVO TO REL-TOT-QTDE.
           WRITE REL-LINHA FROM REL-TOTAL.
           ADD WRK-QTDE-ARQUIVO TO WRK-QTDE-TOTAL.

       2900-PROCURAR-CODIGO.
           MOVE SPACE TO WRK-COD-SITUACAO.
           MOVE 1 TO WRK-COD-IND.
           PERFORM 2910-COMPARAR-CODIGO
               UNTIL WRK-COD-ACHOU
                  OR WRK-COD-IND > WRK-COD-QTDE.

       2910-COMPARAR-CODIGO.
           IF WRK-COD-ITEM(WRK-COD-IND) = WRK-COD-BUSCA
              SET WRK-COD-ACHOU TO TRUE
           ELSE
              ADD 1 TO WRK-COD-IND
           END-IF.

       2950-GUARDAR-CODIGO.
           PERFORM 2900-PROCURAR-CODIGO.
           IF NOT WRK-COD-ACHOU AND WRK-COD-QTDE < 20
              ADD 1 TO WRK-COD-QTDE
              MOVE WRK-COD-BUSCA TO WRK-COD-ITEM(WRK-COD-QTDE)
           END-IF.

       3000-FINALIZAR.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE 'CLIENTES LIGADOS AO DOCUMENTO: ' TO REL-TOT-TITULO.
           MOVE WRK-COD-QTDE TO REL-TOT-QTDE.
           WRITE REL-LINHA FROM REL-TOTAL.

           MOVE 'TOTAL DE REGISTROS LISTADOS.: ' TO REL-TOT-TITULO.
           MOVE WRK-QTDE-TOTAL TO REL-TOT-QTDE.
           WRITE REL-LINHA FROM REL-TOTAL.

           CLOSE RELATORIO-LGPD.
