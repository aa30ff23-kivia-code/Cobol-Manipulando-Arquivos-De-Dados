      *              EM TELA E RELATORIO EM LOTE (CLIREL03).
      *              SENHAS GRAVADAS ANTES DA CIFRAGEM DEIXAM DE
      *              CONFERIR: USAR O RESET DE SENHA DO SUPERVISOR.
      * 2026-10-15 - REGUA DE COBRANCA (CLICOB01): CARTAS DE LEMBRETE,
      *              AVISO FORMAL E AVISO FINAL PARA AS FATURAS
      *              VENCIDAS, NO ENDERECO COMERCIAL OU RESIDENCIAL
      *              DOS CONTATOS, COM HISTORICO POR NIVEL (CLICOB)
      *              E EXCECAO PARA RETIDOS E SEM ENDERECO.
      * 2026-10-15 - ACORDO DE PARCELAMENTO (CLIACD): O SUPERVISOR
      *              RENEGOCIA FATURAS EM ABERTO EM PARCELAS FUTURAS
      *              LIGADAS PELO NUMERO DO ACORDO, LIBERANDO O
      *              CLIENTE RETIDO; REVISAO E RELATORIO DE ACORDOS
      *              ATIVOS, QUITADOS E ROMPIDOS (CLIACD01).
      * 2026-10-15 - FECHAMENTO MENSAL DO CONTAS A RECEBER (CLIFEC01):
      *              SALDO POR CLIENTE E MES (CLISAL), MES FECHADO
      *              (CLIPER) RECUSADO NA CARGA DO CLIFIN01 E
      *              EXTRATO MENSAL POR CLIENTE (FECEXT).
      * 2026-10-15 - CARGA FINANCEIRA (CLIFIN01) COM PONTO DE
      *              REINICIO (CLICKP) A CADA 100 LINHAS E RECUSA DE
      *              MOVIMENTO DUPLICADO; RELFIN INDICA INICIO NOVO
      *              OU REINICIO E A QUANTIDADE DE DUPLICADOS.
      * 2026-10-15 - CABECALHO E RODAPE DE CONTROLE NAS REMESSAS DE
      *              INTERFACE: CLICRG, MOVFIN E RETFAT CONFERIDOS
      *              ANTES DA ATUALIZACAO (CLIITF GUARDA A SEQUENCIA);
      *              CLIEXT GERADO COM CABECALHO E RODAPE.
      * 2026-10-15 - SITUACAO CADASTRAL NA RECEITA FEDERAL: CONSULTA
      *              DOS ATIVOS (CLIRFB01) E RESPOSTA (CLIRFB02)
      *              GRAVANDO SITUACAO E DATA NO CLIENTE; QUEM NAO
      *              ESTA REGULAR FICA RETIDO E SAI NO RELRFB.
      *              SITUACAO MOSTRADA NA CONSULTA E ZERADA QUANDO
      *              A ALTERACAO TROCA O DOCUMENTO.
      * 2026-10-15 - LGPD: RELATORIO DO TITULAR POR CPF/CNPJ EM TODOS
      *              OS ARQUIVOS (CLILGP01) E ANONIMIZACAO APROVADA
      *              POR SUPERVISOR NA FILA DE PENDENCIAS, MANTENDO
      *              O CODIGO E OS MOVIMENTOS; RECUSADA COM FATURA
      *              EM ABERTO E GRAVADA NO LOG COM A ACAO N.
      * 2026-10-15 - FILIAL DO CLIENTE E DO OPERADOR: ATENDENTE SO VE
      *              E MANTEM CLIENTES DA PROPRIA FILIAL; SUPERVISOR
      *              PODE TER ACESSO A TODAS E TRANSFERE CLIENTE DE
      *              FILIAL COM REGISTRO NO LOG (ACAO T). RELCLI,
      *              RELSUM E RELFIN QUEBRADOS POR FILIAL E FILTRO
      *              DE FILIAL NA EXTRACAO DE CAMPANHA (CMPPAR).
      * 2026-10-15 - CURVA ABC DE RECEITA (CLIABC01): FATURADO E PAGO
      *              POR CLIENTE NO PERIODO INFORMADO, CLASSES A/B/C
      *              PELO PAGO ACUMULADO, TOTAIS POR UF E TIPO DE
      *              PESSOA E ARQUIVO DELIMITADO PARA CAMPANHAS.
      * 2026-10-15 - ROLAGEM MENSAL DO CLILOG E DO OPESEG (CLIROL01)
      *              EM GERACOES CATALOGADAS NO CLIGER, GUARDADAS EM
      *              CLILGH E OPESGH E EXPURGADAS PELA RETENCAO DO
      *              ROLPAR; CONSULTAS DE AUDITORIA E DE SEGURANCA
      *              LEEM AS GERACOES DO PERIODO ANTES DO VIVO.
      * 2026-10-15 - MOTIVO DA RETENCAO GRAVADO NO CLIENTE (ATRASO,
      *              RETORNO DO FATURAMENTO OU RECEITA FEDERAL): O
      *              ACORDO SO LIBERA O RETIDO POR ATRASO. DESCARGA E
      *              RECARGA DE SEGURANCA COBREM TAMBEM CLIACD,
      *              CLICOB, CLIITF, CLISAL, CLIPER, CLIGER, CLILGH E
      *              OPESGH.
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS PEN-NUMERO
               FILE STATUS IS FS-PENDENCIA.

           SELECT ACORDOS ASSIGN TO "CLIACD"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ACD-NUMERO
               FILE STATUS IS FS-ACORDO.

           SELECT REMESSAS ASSIGN TO "CLIITF"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ITF-ARQUIVO
               FILE STATUS IS FS-REMESSA.

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

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-MASTER.
       FD  PENDENCIAS.
           COPY CLIPEN.

       FD  ACORDOS.
           COPY CLIACD.

       FD  REMESSAS.
           COPY CLIITF.

       FD  GERACOES.
           COPY CLIGER.

       FD  LOG-HISTORICO.
           COPY CLILGH.

       FD  SEG-HISTORICO.
           COPY CLISGH.

       WORKING-STORAGE SECTION.
       77 WRK-OPCAO  PIC X(1) VALUE SPACE.
       77 WRK-MODULO PIC X(25).
       77 FS-TABELA-UF          PIC X(02).
       77 FS-PENDENCIA          PIC X(02).
       77 FS-SEGURANCA          PIC X(02).
       77 FS-ACORDO             PIC X(02).
       77 FS-REMESSA            PIC X(02).
       77 FS-GERACAO            PIC X(02).
       77 FS-LOG-HISTORICO      PIC X(02).
       77 FS-SEG-HISTORICO      PIC X(02).

       77 WRK-FIM-GERACAO       PIC X(01).
           88 WRK-GERACAO-ACABOU   VALUE 'S'.
       77 WRK-FIM-ROLADO        PIC X(01).
           88 WRK-ROLADO-ACABOU    VALUE 'S'.

       77 WRK-CTL-JOB           PIC X(08).
       77 WRK-CTL-FIM           PIC X(01).
       77 WRK-EXP-MODO          PIC X(01).
       77 WRK-EXP-CORTE         PIC 9(14).
       77 WRK-EXP-QTDE          PIC 9(06).
       77 WRK-EXP-SEQUENCIA     PIC 9(06).
       77 WRK-EXP-TOTAL         PIC 9(15).
       77 WRK-EXP-ITF           PIC X(01).
           88 WRK-EXP-ITF-GRAVADO  VALUE 'S'.

       77 WRK-NOME-BUSCA        PIC X(40).
       77 WRK-NOME-TAM          PIC 9(02) COMP.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-FIN-L-SIT      PIC X(01).

       77 WRK-FEC-INFORMADO     PIC 9(06).
       77 WRK-FEC-CONFIRMA      PIC X(01).

       01  WRK-FEC-GRUPO.
           05 WRK-FEC-PERIODO    PIC 9(06).
           05 WRK-FEC-PARTES REDEFINES WRK-FEC-PERIODO.
              10 WRK-FEC-ANO     PIC 9(04).
              10 WRK-FEC-MES     PIC 9(02).

      *    PERIODO DA CURVA ABC (ZERO = SEM LIMITE)
       77 WRK-ABC-DATA-INICIAL  PIC 9(08).
       77 WRK-ABC-DATA-FINAL    PIC 9(08).
       77 WRK-ABC-RETORNO       PIC S9(04) COMP.

       77 WRK-ACD-ACAO          PIC X(01).
       77 WRK-ACD-CONFIRMA      PIC X(01).
       77 WRK-ACD-QTDE          PIC 9(02).
       77 WRK-ACD-IND           PIC 9(02).
       77 WRK-ACD-ESCOLHA       PIC 9(02).
       77 WRK-ACD-MARCADAS      PIC 9(02).
       77 WRK-ACD-LIN           PIC 9(02).
       77 WRK-ACD-POS           PIC 9(04).
       77 WRK-ACD-PARCELAS      PIC 9(02).
       77 WRK-ACD-PARCELA       PIC 9(02).
       77 WRK-ACD-PROXIMO       PIC 9(06).
       77 WRK-ACD-SEQ           PIC 9(03).
       77 WRK-ACD-TOTAL         PIC 9(11)V99.
       77 WRK-ACD-VALOR-PARCELA PIC 9(09)V99.
       77 WRK-ACD-VALOR-ULTIMA  PIC 9(09)V99.
       77 WRK-ACD-VALOR-ED      PIC Z(10)9.99.
       77 WRK-ACD-VALOR-MARCADO PIC 9(11)V99.
       77 WRK-ACD-ERRO          PIC X(01).
           88 WRK-ACD-FALHOU       VALUE 'S'.
       77 WRK-ACD-CONFERENCIA   PIC X(01).
           88 WRK-ACD-FATURA-MUDOU VALUE 'S'.

       77 WRK-ACD-FIM           PIC X(01).
           88 WRK-ACD-ACABOU       VALUE 'S'.
       77 WRK-ACD-MAIS          PIC X(01).
           88 WRK-ACD-TEM-MAIS     VALUE 'S'.

      *    FATURAS EM ABERTO DO CLIENTE OFERECIDAS PARA O ACORDO
       01  WRK-ACD-TABELA.
           05 WRK-ACD-FATURA OCCURS 12 TIMES.
              10 WRK-ACD-F-DATA  PIC 9(08).
              10 WRK-ACD-F-SEQ   PIC 9(03).
              10 WRK-ACD-F-VENC  PIC 9(08).
              10 WRK-ACD-F-VALOR PIC 9(09)V99.
              10 WRK-ACD-F-MARCA PIC X(01).

       01  WRK-ACD-LINHA.
           05 WRK-ACD-L-NUM      PIC 9(02).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-ACD-L-DATA     PIC 9999/99/99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-ACD-L-VENC     PIC 9999/99/99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-ACD-L-VALOR    PIC Z(8)9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-ACD-L-MARCA    PIC X(01).

       01  WRK-ACD-VENC-GRUPO.
           05 WRK-ACD-VENC       PIC 9(08).
           05 WRK-ACD-VENC-PARTES REDEFINES WRK-ACD-VENC.
              10 WRK-ACD-VENC-ANO PIC 9(04).
              10 WRK-ACD-VENC-MES PIC 9(02).
              10 WRK-ACD-VENC-DIA PIC 9(02).

       77 WRK-RFB-ACAO          PIC X(01).
       77 WRK-RFB-DESCRICAO     PIC X(12).
       77 WRK-RFB-DATA          PIC 9999/99/99.

       77 WRK-LGP-ACAO          PIC X(01).
       77 WRK-LGP-CONFIRMA      PIC X(01).
       77 WRK-LGP-DOCUMENTO     PIC 9(14).
       77 WRK-LGP-CODIGO        PIC 9(06).
       77 WRK-LGP-FIM           PIC X(01).
           88 WRK-LGP-ACABOU       VALUE 'S'.
       77 WRK-LGP-FATURAS       PIC X(01).
           88 WRK-LGP-TEM-FATURA   VALUE 'S'.
       77 WRK-LGP-MASCARA       PIC X(01).
           88 WRK-LGP-MASCARADO    VALUE 'S'.
       77 WRK-LGP-LOCAL         PIC X(01).
           88 WRK-LGP-ACHADO       VALUE 'S'.
       77 WRK-LGP-CONTATOS      PIC X(01).
           88 WRK-LGP-CONTATO-FALHOU VALUE 'S'.

       77 WRK-FIL-CLIENTE       PIC 9(03).
       77 WRK-FIL-DESTINO       PIC 9(03).
       77 WRK-FIL-CONFIRMA      PIC X(01).
       77 WRK-FIL-SITUACAO      PIC X(01).
           88 WRK-FIL-PERMITIDA    VALUE 'S'.

       77 WRK-CTT-ACAO          PIC X(01).
       77 WRK-CTT-TIPO          PIC X(01).
       77 WRK-CTT-SEQ           PIC 9(02).
       77 WRK-SENHA            PIC X(08).
       77 WRK-NIVEL-ACESSO     PIC X(01).
           88 WRK-ACESSO-SUPERVISOR VALUE 'S'.
      *    FILIAL DO OPERADOR LOGADO E ALCANCE DA SUA VISAO
       77 WRK-FIL-OPERADOR     PIC 9(03).
       77 WRK-FIL-ALCANCE      PIC X(01).
           88 WRK-FIL-TODAS        VALUE 'S'.

       77 WRK-LOGIN-SITUACAO   PIC X(01).
           88 WRK-LOGIN-VALIDO     VALUE 'S'.
       77 WRK-OPE-NOME         PIC X(30).
       77 WRK-OPE-NIVEL        PIC X(01).
       77 WRK-OPE-STATUS       PIC X(01).
       77 WRK-OPE-FILIAL       PIC 9(03).
       77 WRK-OPE-TODAS        PIC X(01).
       77 WRK-OPE-ALCANCE      PIC X(01).
           88 WRK-OPE-ALCANCE-NEGADO VALUE 'N'.
       77 WRK-OPE-TODAS-GRAVADO PIC X(01).
           88 WRK-OPE-JA-TINHA-TODAS VALUE 'S'.
       77 WRK-SENHA-NOVA       PIC X(08).
       77 WRK-SENHA-CONF       PIC X(08).
       77 WRK-DIAS-SENHA       PIC S9(05) COMP.
           05 WRK-AUD-ACAO       PIC X(01).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-AUD-CODIGO     PIC 9(06).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-AUD-FILIAIS    PIC X(07).

           COPY CLIFLT.

           05 LINE 13 COLUMN 10 VALUE '8 - AUDITORIA'.
           05 LINE 14 COLUMN 10 VALUE '9 - CARGA EM LOTE'.
           05 LINE 15 COLUMN 10 VALUE 'U - TABELA DE UF'.
           05 LINE 16 COLUMN 10 VALUE 'K - REGUA DE COBRANCA'.
           05 LINE 17 COLUMN 10 VALUE 'A - ACORDOS'.
           05 LINE 18 COLUMN 10 VALUE 'E - FECHAMENTO DO MES'.
           05 LINE 19 COLUMN 10 VALUE 'L - LGPD / TITULAR'.
           05 LINE 06 COLUMN 40 VALUE 'R - RETORNO FATURAMENTO'.
           05 LINE 07 COLUMN 40 VALUE 'V - VERIFICACAO DE DADOS'.
           05 LINE 08 COLUMN 40 VALUE 'H - ARQUIVO HISTORICO'.
           05 LINE 14 COLUMN 40 VALUE 'P - APROVACOES'.
           05 LINE 15 COLUMN 40 VALUE 'B - BACKUP/RECUPERACAO'.
           05 LINE 16 COLUMN 40 VALUE 'J - JORNAL DE SEGURANCA'.
           05 LINE 17 COLUMN 40 VALUE 'Q - RECEITA FEDERAL'.
           05 LINE 18 COLUMN 40 VALUE 'G - TRANSFERIR FILIAL'.
           05 LINE 19 COLUMN 40 VALUE 'W - CURVA ABC RECEITA'.
           05 LINE 20 COLUMN 40 VALUE 'X - SAIDA'.
           05 LINE 20 COLUMN 10 VALUE 'OPCAO...: '.
           05 LINE 20 COLUMN 23 USING WRK-OPCAO.

              SET OPE-DEVE-TROCAR TO TRUE
              MOVE WRK-DATA-SISTEMA TO OPE-DATA-SENHA
              MOVE ZERO TO OPE-FALHAS
              MOVE 1 TO OPE-FILIAL
              SET OPE-ACESSO-TODAS TO TRUE
              WRITE OPE-REGISTRO
              CLOSE OPERADORES
              OPEN I-O OPERADORES
           MOVE OPE-NIVEL TO WRK-NIVEL-ACESSO.
           SET WRK-LOGIN-VALIDO TO TRUE.

      *    OPERADOR CADASTRADO ANTES DAS FILIAIS FICA NA MATRIZ
           IF OPE-FILIAL NUMERIC AND OPE-FILIAL > ZERO
              MOVE OPE-FILIAL TO WRK-FIL-OPERADOR
           ELSE
              MOVE 1 TO WRK-FIL-OPERADOR
           END-IF.
           MOVE 'N' TO WRK-FIL-ALCANCE.
           IF OPE-SUPERVISOR AND OPE-ACESSO-TODAS
              SET WRK-FIL-TODAS TO TRUE
           END-IF.

           MOVE WRK-OPERADOR-ID TO SEG-OPERADOR.
           MOVE OPE-ID TO SEG-ALVO.
           MOVE 'LS' TO SEG-EVENTO.
               AT 0505
           ACCEPT WRK-TECLA AT 0605

           WHEN 'Q'
           PERFORM 8660-RECEITA-FEDERAL THRU 8660-RECEITA-FEDERAL-EXIT

           WHEN 'L'
           PERFORM 8670-LGPD THRU 8670-LGPD-EXIT

           WHEN 'V'
           MOVE '- VERIFICACAO DE DADOS' TO WRK-MODULO
           DISPLAY TELA
               AT 0505
           ACCEPT WRK-TECLA AT 0605

           WHEN 'K'
           MOVE '- REGUA DE COBRANCA' TO WRK-MODULO
           DISPLAY TELA
           CLOSE CLIENTE-MASTER
           CLOSE CONTATOS
           CLOSE MOVIMENTOS
           CALL 'CLICOB01'
           OPEN I-O CLIENTE-MASTER
           OPEN I-O CONTATOS
           OPEN I-O MOVIMENTOS
           DISPLAY 'COBRANCA PROCESSADA - VEJA COBCAR E RELCOB'
               AT 0505
           ACCEPT WRK-TECLA AT 0605

           WHEN 'A'
           IF WRK-ACESSO-SUPERVISOR
              PERFORM 8750-ACORDOS THRU 8750-ACORDOS-EXIT
           ELSE
              DISPLAY 'ACESSO NEGADO - NIVEL INSUFICIENTE' AT 2205
              ACCEPT WRK-TECLA AT 2305
           END-IF

           WHEN 'E'
           IF WRK-ACESSO-SUPERVISOR
              PERFORM 8650-FECHAMENTO-MES
                  THRU 8650-FECHAMENTO-MES-EXIT
           ELSE
              DISPLAY 'ACESSO NEGADO - NIVEL INSUFICIENTE' AT 2205
              ACCEPT WRK-TECLA AT 2305
           END-IF

           WHEN 'W'
           PERFORM 8655-CURVA-ABC THRU 8655-CURVA-ABC-EXIT

           WHEN 'G'
           IF WRK-ACESSO-SUPERVISOR
              PERFORM 8780-TRANSFERIR-FILIAL
                  THRU 8780-TRANSFERIR-FILIAL-EXIT
           ELSE
              DISPLAY 'ACESSO NEGADO - NIVEL INSUFICIENTE' AT 2205
              ACCEPT WRK-TECLA AT 2305
           END-IF

           WHEN OTHER

           IF WRK-OPCAO NOT EQUAL 'X'
           MOVE SPACES TO CLI-MOTIVO-INATIVACAO.
           MOVE ZERO TO CLI-DATA-INATIVACAO.
           SET CLI-FAT-LIBERADO TO TRUE.
           SET CLI-RET-SEM-MOTIVO TO TRUE.
           SET CLI-RFB-NAO-CONSULTADO TO TRUE.
           MOVE ZERO TO CLI-DATA-RECEITA.
           SET CLI-NAO-ANONIMIZADO TO TRUE.
      *    CLIENTE NOVO NASCE NA FILIAL DE QUEM O CADASTROU
           MOVE WRK-FIL-OPERADOR TO CLI-FILIAL.

           WRITE CLI-REGISTRO
               INVALID KEY
       5200-GRAVAR-LOG.
           MOVE WRK-OPERADOR-ID TO LOG-OPERADOR.
           MOVE SPACES TO LOG-SOLICITANTE.
           IF NOT LOG-TRANSFERENCIA
              MOVE ZERO TO LOG-FILIAL-ORIGEM
              MOVE ZERO TO LOG-FILIAL-DESTINO
           END-IF.
           PERFORM 9000-TIMESTAMP-ATUAL.
           MOVE WRK-TIMESTAMP-ATUAL TO LOG-TIMESTAMP.

           IF WRK-CONSULTA-TIPO = 'N'
              PERFORM 6200-BROWSE-NOME THRU 6200-BROWSE-EXIT
           ELSE
              MOVE 'N' TO WRK-FIL-SITUACAO
              IF WRK-CONSULTA-TIPO = 'P'
                 DISPLAY 'CPF/CNPJ..: ' AT 0505
                 ACCEPT WRK-CLI-DOC AT 0518
                     INVALID KEY
                        DISPLAY 'CLIENTE NAO ENCONTRADO' AT 1305
                     NOT INVALID KEY
                        PERFORM 6050-EXIBIR-DA-FILIAL
                 END-READ
              ELSE
                 DISPLAY 'CODIGO....: ' AT 0505
                     INVALID KEY
                        DISPLAY 'CLIENTE NAO ENCONTRADO' AT 1305
                     NOT INVALID KEY
                        PERFORM 6050-EXIBIR-DA-FILIAL
                 END-READ
              END-IF
              DISPLAY 'M=MOVIMENTOS OU ENTER..: ' AT 2205
              ACCEPT WRK-FIN-OPCAO AT 2231
              IF WRK-FIN-OPCAO = 'M' AND FS-CLIENTE = '00'
                 AND WRK-FIL-PERMITIDA
                 PERFORM 6300-EXTRATO-MOVIMENTOS
              END-IF
           END-IF.

      *    CLIENTE DE OUTRA FILIAL NAO E MOSTRADO A QUEM NAO TEM
      *    ACESSO A ELA
       6050-EXIBIR-DA-FILIAL.
           PERFORM 9500-VERIFICAR-FILIAL.
           IF WRK-FIL-PERMITIDA
              PERFORM 6100-EXIBIR-CLIENTE
           ELSE
              DISPLAY 'CLIENTE DE OUTRA FILIAL' AT 1305
           END-IF.

       6100-EXIBIR-CLIENTE.
           DISPLAY 'CODIGO....: ' AT 0605.
           DISPLAY CLI-CODIGO AT 0618.
           DISPLAY CLI-TELEFONE AT 1118.
           DISPLAY 'STATUS....: ' AT 1205.
           DISPLAY CLI-STATUS AT 1218.
           PERFORM 9500-VERIFICAR-FILIAL.
           DISPLAY 'FILIAL: ' AT 1135.
           DISPLAY WRK-FIL-CLIENTE AT 1143.
           PERFORM 6110-EXIBIR-RECEITA.

           PERFORM 6150-LISTAR-CONTATOS.

      *    SITUACAO NA RECEITA FEDERAL E DATA DA ULTIMA CONSULTA
       6110-EXIBIR-RECEITA.
           EVALUATE TRUE
               WHEN CLI-RFB-REGULAR
                  MOVE 'REGULAR' TO WRK-RFB-DESCRICAO
               WHEN CLI-RFB-PENDENTE
                  MOVE 'PENDENTE' TO WRK-RFB-DESCRICAO
               WHEN CLI-RFB-SUSPENSA
                  MOVE 'SUSPENSA' TO WRK-RFB-DESCRICAO
               WHEN CLI-RFB-INAPTA
                  MOVE 'INAPTA' TO WRK-RFB-DESCRICAO
               WHEN CLI-RFB-BAIXADA
                  MOVE 'BAIXADA' TO WRK-RFB-DESCRICAO
               WHEN CLI-RFB-CANCELADA
                  MOVE 'CANCELADA' TO WRK-RFB-DESCRICAO
               WHEN CLI-RFB-NULA
                  MOVE 'NULA' TO WRK-RFB-DESCRICAO
               WHEN CLI-RFB-FALECIDO
                  MOVE 'FALECIDO' TO WRK-RFB-DESCRICAO
               WHEN CLI-RFB-NAO-ACHADO
                  MOVE 'NAO LOCALIZ.' TO WRK-RFB-DESCRICAO
               WHEN OTHER
                  MOVE 'NAO CONSULT.' TO WRK-RFB-DESCRICAO
           END-EVALUATE.

           DISPLAY 'RECEITA...: ' AT 1225.
           DISPLAY WRK-RFB-DESCRICAO AT 1237.
           IF CLI-DATA-RECEITA NUMERIC AND CLI-DATA-RECEITA > ZERO
              MOVE CLI-DATA-RECEITA TO WRK-RFB-DATA
              DISPLAY WRK-RFB-DATA AT 1250
           END-IF.

       6150-LISTAR-CONTATOS.
           DISPLAY 'CONTATOS..: ' AT 1305.
           MOVE ZERO TO WRK-CTT-QTDE.
               AT END
                  SET WRK-BRW-ACABOU TO TRUE
               NOT AT END
                  PERFORM 9500-VERIFICAR-FILIAL
                  IF CLI-NOME(1:WRK-NOME-TAM) NOT =
                     WRK-NOME-BUSCA(1:WRK-NOME-TAM)
                     SET WRK-BRW-ACABOU TO TRUE
                  ELSE
      *              CLIENTE DE OUTRA FILIAL NEM APARECE NA LISTA
                     IF WRK-FIL-PERMITIDA
                        IF WRK-BRW-QTDE >= 12
      *                    PAGINA CHEIA: GUARDA O INICIO DA PROXIMA
                           MOVE 'S' TO WRK-BRW-TEM-PROX
                           IF WRK-PAG-ATUAL < 99
                              MOVE CLI-NOME
                                TO WRK-PAG-NOME(WRK-PAG-ATUAL + 1)
                              MOVE CLI-CODIGO
                                TO WRK-PAG-CODIGO(WRK-PAG-ATUAL + 1)
                           END-IF
                           SET WRK-BRW-ACABOU TO TRUE
                        ELSE
                           PERFORM 6235-MOSTRAR-LINHA
                        END-IF
                     END-IF
                  END-IF
           END-READ.
                  GO TO 6500-ALTERAR-EXIT
           END-READ.

      *    TITULAR ANONIMIZADO NAO VOLTA A TER DADOS PESSOAIS
           IF CLI-ANONIMIZADO
              DISPLAY 'CLIENTE ANONIMIZADO (LGPD)' AT 1005
              ACCEPT WRK-TECLA AT 1105
              GO TO 6500-ALTERAR-EXIT
           END-IF.

           PERFORM 9500-VERIFICAR-FILIAL.
           IF NOT WRK-FIL-PERMITIDA
              DISPLAY 'CLIENTE DE OUTRA FILIAL' AT 1005
              ACCEPT WRK-TECLA AT 1105
              GO TO 6500-ALTERAR-EXIT
           END-IF.

           MOVE CLI-TIMESTAMP TO WRK-TIMESTAMP-LIDO.

           DISPLAY 'NOME......: ' AT 0505.

           PERFORM 9000-TIMESTAMP-ATUAL.

      *    DOCUMENTO TROCADO PERDE A SITUACAO CONSULTADA NA RECEITA
           IF WRK-CLI-DOC NOT = CLI-CPF-CNPJ
              SET CLI-RFB-NAO-CONSULTADO TO TRUE
              MOVE ZERO TO CLI-DATA-RECEITA
           END-IF.

           MOVE WRK-CLI-NOME TO CLI-NOME.
           MOVE WRK-CLI-TIPO TO CLI-TIPO-PESSOA.
           MOVE WRK-CLI-DOC TO CLI-CPF-CNPJ.
           MOVE WRK-TIMESTAMP-ATUAL TO CLI-TIMESTAMP.
      *    CLIENTE CORRIGIDO VOLTA A SAIR NO EXTRATO DO FATURAMENTO
           SET CLI-FAT-LIBERADO TO TRUE.
           SET CLI-RET-SEM-MOTIVO TO TRUE.

           REWRITE CLI-REGISTRO
               INVALID KEY
                  GO TO 7000-DELETAR-EXIT
           END-READ.

           PERFORM 9500-VERIFICAR-FILIAL.
           IF NOT WRK-FIL-PERMITIDA
              DISPLAY 'CLIENTE DE OUTRA FILIAL' AT 1005
              ACCEPT WRK-TECLA AT 1105
              GO TO 7000-DELETAR-EXIT
           END-IF.

           IF CLI-INATIVO
              DISPLAY 'CLIENTE JA ESTA INATIVO' AT 1005
              ACCEPT WRK-TECLA AT 1105
               WHEN PEN-RESTAURACAO
                  PERFORM 7240-EXECUTAR-RESTAURACAO
                      THRU 7240-RESTAURACAO-EXIT
               WHEN PEN-ANONIMIZACAO
                  PERFORM 7270-EXECUTAR-ANONIMIZACAO
                      THRU 7270-ANONIMIZACAO-EXIT
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.
           MOVE SPACES TO CLI-MOTIVO-INATIVACAO.
           MOVE ZERO TO CLI-DATA-INATIVACAO.
           SET CLI-FAT-LIBERADO TO TRUE.
           SET CLI-RET-SEM-MOTIVO TO TRUE.
           SET CLI-RFB-NAO-CONSULTADO TO TRUE.
           MOVE ZERO TO CLI-DATA-RECEITA.
           MOVE HIS-SIT-LGPD TO CLI-SIT-LGPD.
           MOVE HIS-FILIAL TO CLI-FILIAL.

           WRITE CLI-REGISTRO
               INVALID KEY

           WRITE LOG-REGISTRO.

      *    ANONIMIZACAO DO TITULAR (LGPD): MASCARA OS DADOS PESSOAIS
      *    DO CADASTRO (OU DO HISTORICO, SE ARQUIVADO) E DOS
      *    CONTATOS; O CODIGO E OS MOVIMENTOS FINANCEIROS FICAM
       7270-EXECUTAR-ANONIMIZACAO.
           MOVE PEN-CLI-CODIGO TO WRK-LGP-CODIGO.
           PERFORM 8690-VERIFICAR-FATURAS.

           IF WRK-LGP-TEM-FATURA
              DISPLAY 'CLIENTE COM FATURAS EM ABERTO' AT 2205
              GO TO 7270-ANONIMIZACAO-EXIT
           END-IF.

           PERFORM 9000-TIMESTAMP-ATUAL.
           MOVE SPACE TO WRK-LGP-MASCARA.

      *    CONTATOS PRIMEIRO: SE UM DELES NAO FOR REGRAVADO O
      *    CLIENTE NAO E MARCADO E A PENDENCIA FICA PARA NOVA
      *    APROVACAO (MASCARAR DE NOVO NAO ALTERA O QUE JA FOI)
           MOVE SPACE TO WRK-LGP-CONTATOS.
           PERFORM 7285-ANONIMIZAR-CONTATOS.

           IF WRK-LGP-CONTATO-FALHOU
              DISPLAY 'ERRO AO ANONIMIZAR CONTATO' AT 2205
              GO TO 7270-ANONIMIZACAO-EXIT
           END-IF.

           MOVE PEN-CLI-CODIGO TO CLI-CODIGO.
           READ CLIENTE-MASTER
               INVALID KEY
                  PERFORM 7280-ANONIMIZAR-HISTORICO
                      THRU 7280-HISTORICO-EXIT
               NOT INVALID KEY
                  PERFORM 7275-ANONIMIZAR-CADASTRO
                      THRU 7275-CADASTRO-EXIT
           END-READ.

           IF NOT WRK-LGP-MASCARADO
              GO TO 7270-ANONIMIZACAO-EXIT
           END-IF.

           MOVE PEN-CLI-CODIGO TO LOG-CLI-CODIGO.
           SET LOG-ANONIMIZACAO TO TRUE.
           PERFORM 7260-GRAVAR-LOG-DECISAO.

           SET WRK-PEN-OK TO TRUE.

       7270-ANONIMIZACAO-EXIT.
           EXIT.

      *    O DOCUMENTO MASCARADO LEVA O CODIGO PARA CONTINUAR UNICO
      *    NA CHAVE ALTERNADA; O CLIENTE SAI DO FATURAMENTO
       7275-ANONIMIZAR-CADASTRO.
           IF CLI-ANONIMIZADO
              DISPLAY 'CLIENTE JA ANONIMIZADO' AT 2205
              GO TO 7275-CADASTRO-EXIT
           END-IF.

           MOVE SPACES TO CLI-NOME.
           STRING 'CLIENTE ANONIMIZADO ' DELIMITED BY SIZE
                  CLI-CODIGO DELIMITED BY SIZE
                  INTO CLI-NOME.
           COMPUTE CLI-CPF-CNPJ = 99999900000000 + CLI-CODIGO.
           MOVE ALL '*' TO CLI-ENDERECO.
           MOVE ALL '*' TO CLI-TELEFONE.
           IF CLI-ATIVO
              SET CLI-INATIVO TO TRUE
              MOVE WRK-DATA-SISTEMA TO CLI-DATA-INATIVACAO
           END-IF.
           MOVE 'ANONIMIZADO A PEDIDO DO TITULAR (LGPD)'
               TO CLI-MOTIVO-INATIVACAO.
           SET CLI-RFB-NAO-CONSULTADO TO TRUE.
           MOVE ZERO TO CLI-DATA-RECEITA.
           SET CLI-ANONIMIZADO TO TRUE.
           MOVE WRK-TIMESTAMP-ATUAL TO CLI-TIMESTAMP.

           REWRITE CLI-REGISTRO
               INVALID KEY
                  DISPLAY 'ERRO AO ANONIMIZAR CLIENTE' AT 2205
                  GO TO 7275-CADASTRO-EXIT
           END-REWRITE.

           SET WRK-LGP-MASCARADO TO TRUE.

       7275-CADASTRO-EXIT.
           EXIT.

       7280-ANONIMIZAR-HISTORICO.
           OPEN I-O CLIENTE-HISTORICO.

           IF FS-HISTORICO NOT = '00'
              DISPLAY 'CLIENTE NAO ENCONTRADO' AT 2205
              GO TO 7280-HISTORICO-EXIT
           END-IF.

           MOVE PEN-CLI-CODIGO TO HIS-CODIGO.
           READ CLIENTE-HISTORICO
               INVALID KEY
                  DISPLAY 'CLIENTE NAO ENCONTRADO' AT 2205
                  GO TO 7280-HISTORICO-FECHAR
           END-READ.

           IF HIS-ANONIMIZADO
              DISPLAY 'CLIENTE JA ANONIMIZADO' AT 2205
              GO TO 7280-HISTORICO-FECHAR
           END-IF.

           MOVE SPACES TO HIS-NOME.
           STRING 'CLIENTE ANONIMIZADO ' DELIMITED BY SIZE
                  HIS-CODIGO DELIMITED BY SIZE
                  INTO HIS-NOME.
           COMPUTE HIS-CPF-CNPJ = 99999900000000 + HIS-CODIGO.
           MOVE ALL '*' TO HIS-ENDERECO.
           MOVE ALL '*' TO HIS-TELEFONE.
           MOVE 'ANONIMIZADO A PEDIDO DO TITULAR (LGPD)'
               TO HIS-MOTIVO-INATIVACAO.
           SET HIS-ANONIMIZADO TO TRUE.
           MOVE WRK-TIMESTAMP-ATUAL TO HIS-TIMESTAMP.

           REWRITE HIS-REGISTRO
               INVALID KEY
                  DISPLAY 'ERRO AO ANONIMIZAR O HISTORICO' AT 2205
                  GO TO 7280-HISTORICO-FECHAR
           END-REWRITE.

           SET WRK-LGP-MASCARADO TO TRUE.

       7280-HISTORICO-FECHAR.
           CLOSE CLIENTE-HISTORICO.

       7280-HISTORICO-EXIT.
           EXIT.

       7285-ANONIMIZAR-CONTATOS.
           MOVE SPACE TO WRK-LGP-FIM.
           MOVE PEN-CLI-CODIGO TO CTT-CLI-CODIGO.
           MOVE ZERO TO CTT-SEQUENCIA.

           START CONTATOS KEY NOT LESS THAN CTT-CHAVE
               INVALID KEY
                  SET WRK-LGP-ACABOU TO TRUE
           END-START.

           PERFORM 7286-MASCARAR-CONTATO
               UNTIL WRK-LGP-ACABOU.

      *    O ENDERECO MANTEM SO A UF E A REGIAO DO CEP (CINCO
      *    PRIMEIROS DIGITOS), QUE NAO IDENTIFICAM O TITULAR
       7286-MASCARAR-CONTATO.
           READ CONTATOS NEXT RECORD
               AT END
                  SET WRK-LGP-ACABOU TO TRUE
               NOT AT END
                  IF CTT-CLI-CODIGO NOT = PEN-CLI-CODIGO
                     SET WRK-LGP-ACABOU TO TRUE
                  ELSE
                     IF CTT-END-RESIDENCIAL OR CTT-END-COMERCIAL
                        MOVE ALL '*' TO CTT-LOGRADOURO
                        MOVE ALL '*' TO CTT-CIDADE
                        MOVE '000' TO CTT-CEP(6:3)
                     ELSE
                        MOVE ALL '*' TO CTT-TELEFONE
                        MOVE ALL '*' TO CTT-EMAIL
                     END-IF
                     REWRITE CTT-REGISTRO
                         INVALID KEY
                            SET WRK-LGP-CONTATO-FALHOU TO TRUE
                     END-REWRITE
                     IF FS-CONTATO NOT = '00'
                        SET WRK-LGP-CONTATO-FALHOU TO TRUE
                     END-IF
                  END-IF
           END-READ.

       8000-EXPORTAR.
           MOVE '- EXPORTACAO FATURAMENTO' TO WRK-MODULO.
           DISPLAY TELA.
              END-IF
           END-IF.

      *    A SEQUENCIA DA REMESSA E COMPARTILHADA COM O CLIEXP01
           OPEN I-O REMESSAS.
           IF FS-REMESSA = '35'
              CLOSE REMESSAS
              OPEN OUTPUT REMESSAS
              CLOSE REMESSAS
              OPEN I-O REMESSAS
           END-IF.
           IF FS-REMESSA NOT = '00'
              DISPLAY 'CONTROLE DE REMESSAS INDISPONIVEL' AT 0805
              ACCEPT WRK-TECLA AT 0905
              GO TO 8000-EXPORTAR-SAIR
           END-IF.

           PERFORM 8300-GRAVAR-CONTROLE-INICIO.

           MOVE ZERO TO WRK-EXP-QTDE.
           MOVE ZERO TO WRK-EXP-TOTAL.

           OPEN OUTPUT CLIENTES-EXPORT.
           PERFORM 8050-GRAVAR-CABECALHO.

           MOVE LOW-VALUES TO CLI-REGISTRO.

           ACCEPT WRK-TECLA AT 1005.

       8000-EXPORTAR-FECHAR.
           PERFORM 8060-GRAVAR-RODAPE.
           CLOSE CLIENTES-EXPORT.
           CLOSE REMESSAS.
           PERFORM 8400-GRAVAR-CONTROLE-FIM.

       8000-EXPORTAR-SAIR.
           EXIT.

       8050-GRAVAR-CABECALHO.
           MOVE SPACE TO WRK-EXP-ITF.
           MOVE 'CLIEXT' TO ITF-ARQUIVO.
           READ REMESSAS
               INVALID KEY
                  MOVE SPACES TO ITF-REGISTRO
                  MOVE ZERO TO ITF-SEQUENCIA
               NOT INVALID KEY
                  SET WRK-EXP-ITF-GRAVADO TO TRUE
           END-READ.
           COMPUTE WRK-EXP-SEQUENCIA = ITF-SEQUENCIA + 1.

           MOVE SPACES TO EXP-CABECALHO.
           SET EXP-E-CABECALHO TO TRUE.
           MOVE 'CLIENTES' TO EXP-CAB-ORIGEM.
           MOVE WRK-DATA-SISTEMA TO EXP-CAB-DATA-GERACAO.
           MOVE WRK-EXP-SEQUENCIA TO EXP-CAB-SEQUENCIA.
           WRITE EXP-CABECALHO.

      *    RODAPE: QUANTIDADE DE CLIENTES E SOMA DOS CODIGOS
       8060-GRAVAR-RODAPE.
           MOVE SPACES TO EXP-RODAPE.
           MOVE 'T' TO EXP-ROD-TIPO.
           MOVE WRK-EXP-QTDE TO EXP-ROD-QTDE.
           MOVE WRK-EXP-TOTAL TO EXP-ROD-TOTAL.
           WRITE EXP-RODAPE.

           PERFORM 9000-TIMESTAMP-ATUAL.
           MOVE SPACES TO ITF-REGISTRO.
           MOVE 'CLIEXT' TO ITF-ARQUIVO.
           MOVE 'CLIENTES' TO ITF-ORIGEM.
           MOVE WRK-EXP-SEQUENCIA TO ITF-SEQUENCIA.
           MOVE WRK-DATA-SISTEMA TO ITF-DATA-GERACAO.
           MOVE WRK-EXP-QTDE TO ITF-QTDE-REGISTROS.
           MOVE WRK-EXP-TOTAL TO ITF-TOTAL-CONTROLE.
           MOVE WRK-TIMESTAMP-ATUAL TO ITF-TIMESTAMP.

           IF WRK-EXP-ITF-GRAVADO
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
              DISPLAY 'ERRO AO GRAVAR SEQUENCIA CLIITF - STATUS '
                  AT 2205
              DISPLAY FS-REMESSA AT 2247
              ACCEPT WRK-TECLA AT 2305
           END-IF.

       8100-EXPORTAR-PROXIMO.
           READ CLIENTE-MASTER NEXT RECORD
               AT END
                     MOVE CLI-STATUS TO EXP-CLI-STATUS
                     WRITE EXP-REGISTRO
                     ADD 1 TO WRK-EXP-QTDE
                     ADD CLI-CODIGO TO WRK-EXP-TOTAL
                  END-IF
           END-READ.

           ACCEPT WRK-OPE-NIVEL AT 0718.
           DISPLAY 'SENHA INIC: ' AT 0805.
           ACCEPT WRK-SENHA-NOVA AT 0818.
           DISPLAY 'FILIAL....: ' AT 0905.
           ACCEPT WRK-OPE-FILIAL AT 0918.
           DISPLAY 'TODAS S/N.: ' AT 1005.
           ACCEPT WRK-OPE-TODAS AT 1018.

           IF WRK-OPE-NIVEL NOT = 'S' AND WRK-OPE-NIVEL NOT = 'C'
              DISPLAY 'NIVEL INVALIDO - USE S OU C' AT 1205
              GO TO 8510-INCLUIR-OPERADOR-EXIT
           END-IF.

      *    SEM FILIAL INFORMADA O OPERADOR FICA NA MATRIZ
           IF WRK-OPE-FILIAL = ZERO
              MOVE 1 TO WRK-OPE-FILIAL
           END-IF.

      *    OPERADOR NOVO NAO TEM ACESSO ANTERIOR A MANTER
           MOVE 'N' TO WRK-OPE-TODAS-GRAVADO.
           PERFORM 8540-CRITICAR-ALCANCE.
           IF WRK-OPE-ALCANCE-NEGADO
              DISPLAY 'SO QUEM VE TODAS AS FILIAIS CONCEDE ESSE ACESSO'
                  AT 1205
              ACCEPT WRK-TECLA AT 1305
              GO TO 8510-INCLUIR-OPERADOR-EXIT
           END-IF.

           IF WRK-SENHA-NOVA = SPACES
              DISPLAY 'SENHA INICIAL OBRIGATORIA' AT 1205
              ACCEPT WRK-TECLA AT 1305
           MOVE WRK-OPE-ID TO OPE-ID.
           MOVE WRK-OPE-NOME TO OPE-NOME.
           MOVE WRK-OPE-NIVEL TO OPE-NIVEL.
           MOVE WRK-OPE-FILIAL TO OPE-FILIAL.
           MOVE WRK-OPE-TODAS TO OPE-TODAS-FILIAIS.
           MOVE WRK-SENHA-NOVA TO WRK-SENHA-CLARA.
           PERFORM 9400-CIFRAR-SENHA.
           MOVE WRK-SENHA-CIFRADA TO OPE-SENHA.
           DISPLAY 'STATUS A/I: ' AT 0905.
           DISPLAY OPE-STATUS AT 0918.
           ACCEPT WRK-OPE-STATUS AT 0920.
           DISPLAY 'FILIAL....: ' AT 1005.
           DISPLAY OPE-FILIAL AT 1018.
           ACCEPT WRK-OPE-FILIAL AT 1022.
           DISPLAY 'TODAS S/N.: ' AT 1105.
           DISPLAY OPE-TODAS-FILIAIS AT 1118.
           ACCEPT WRK-OPE-TODAS AT 1120.

           IF WRK-OPE-NIVEL NOT = 'S' AND WRK-OPE-NIVEL NOT = 'C'
              DISPLAY 'NIVEL INVALIDO - USE S OU C' AT 1205
              GO TO 8520-ALTERAR-OPERADOR-EXIT
           END-IF.

      *    FILIAL E ACESSO EM BRANCO MANTEM O QUE JA ESTAVA GRAVADO
           IF WRK-OPE-FILIAL = ZERO
              IF OPE-FILIAL NUMERIC AND OPE-FILIAL > ZERO
                 MOVE OPE-FILIAL TO WRK-OPE-FILIAL
              ELSE
                 MOVE 1 TO WRK-OPE-FILIAL
              END-IF
           END-IF.
           IF WRK-OPE-TODAS = SPACE
              MOVE OPE-TODAS-FILIAIS TO WRK-OPE-TODAS
           END-IF.

      *    SO DISPENSA A CRITICA QUEM MANTEM O ACESSO JA GRAVADO
           MOVE 'N' TO WRK-OPE-TODAS-GRAVADO.
           IF WRK-OPE-TODAS = OPE-TODAS-FILIAIS
              MOVE 'S' TO WRK-OPE-TODAS-GRAVADO
           END-IF.
           PERFORM 8540-CRITICAR-ALCANCE.
           IF WRK-OPE-ALCANCE-NEGADO
              DISPLAY 'SO QUEM VE TODAS AS FILIAIS CONCEDE ESSE ACESSO'
                  AT 1205
              ACCEPT WRK-TECLA AT 1305
              GO TO 8520-ALTERAR-OPERADOR-EXIT
           END-IF.

           MOVE WRK-OPE-NOME TO OPE-NOME.
           MOVE WRK-OPE-NIVEL TO OPE-NIVEL.
           MOVE WRK-OPE-STATUS TO OPE-STATUS.
           MOVE WRK-OPE-FILIAL TO OPE-FILIAL.
           MOVE WRK-OPE-TODAS TO OPE-TODAS-FILIAIS.

           REWRITE OPE-REGISTRO
               INVALID KEY
       8530-RESETAR-SENHA-EXIT.
           EXIT.

      *    ACESSO A TODAS AS FILIAIS SO VALE PARA SUPERVISOR E SO
      *    PODE SER CONCEDIDO POR QUEM JA O TEM
       8540-CRITICAR-ALCANCE.
           MOVE 'S' TO WRK-OPE-ALCANCE.
           IF WRK-OPE-TODAS NOT = 'S' OR WRK-OPE-NIVEL NOT = 'S'
              MOVE 'N' TO WRK-OPE-TODAS
           END-IF.
           IF WRK-OPE-TODAS = 'S' AND NOT WRK-OPE-JA-TINHA-TODAS
              AND NOT WRK-FIL-TODAS
              SET WRK-OPE-ALCANCE-NEGADO TO TRUE
           END-IF.

       8600-AUDITORIA.
           MOVE '- CONSULTA DE AUDITORIA' TO WRK-MODULO.
           DISPLAY TELA.
           ACCEPT FLT-DATA-INICIAL AT 0634.
           DISPLAY 'DATA FINAL (ZERO=TODAS)...: ' AT 0705.
           ACCEPT FLT-DATA-FINAL AT 0734.
           DISPLAY 'ACAO IADNT (BRANCO=TUDO).: ' AT 0805.
           ACCEPT FLT-ACAO AT 0834.
           DISPLAY 'SAIDA TELA/RELATORIO (T/R): ' AT 0905.
           ACCEPT WRK-AUD-SAIDA AT 0934.
           MOVE ZERO TO WRK-AUD-QTDE.
           MOVE 11 TO WRK-AUD-LIN.

      *    PRIMEIRO AS GERACOES ROLADAS, DEPOIS O QUE ESTA NO VIVO
           PERFORM 8611-LER-GERACOES-LOG THRU 8611-GERACOES-LOG-EXIT.

           PERFORM 8620-LER-LOG-TELA
               UNTIL FS-LOG NOT = '00'.

       8610-LISTAR-TELA-EXIT.
           EXIT.

       8611-LER-GERACOES-LOG.
           OPEN INPUT GERACOES.
           IF FS-GERACAO NOT = '00'
              GO TO 8611-GERACOES-LOG-EXIT
           END-IF.

           OPEN INPUT LOG-HISTORICO.
           IF FS-LOG-HISTORICO NOT = '00'
              CLOSE GERACOES
              GO TO 8611-GERACOES-LOG-EXIT
           END-IF.

           MOVE SPACE TO WRK-FIM-GERACAO.
           MOVE 'CLILOG' TO GER-ARQUIVO.
           MOVE ZERO TO GER-NUMERO.
           START GERACOES KEY NOT LESS THAN GER-CHAVE
               INVALID KEY
                  SET WRK-GERACAO-ACABOU TO TRUE
           END-START.

           PERFORM 8612-LER-GERACAO-LOG
               UNTIL WRK-GERACAO-ACABOU.

           CLOSE LOG-HISTORICO.
           CLOSE GERACOES.

       8611-GERACOES-LOG-EXIT.
           EXIT.

       8612-LER-GERACAO-LOG.
           READ GERACOES NEXT RECORD
               AT END
                  SET WRK-GERACAO-ACABOU TO TRUE
               NOT AT END
                  IF GER-ARQUIVO NOT = 'CLILOG'
                     SET WRK-GERACAO-ACABOU TO TRUE
                  ELSE
                     PERFORM 8613-AVALIAR-GERACAO-LOG
                  END-IF
           END-READ.

       8613-AVALIAR-GERACAO-LOG.
      *    SO ENTRA GERACAO FECHADA COM ALGUMA DATA NO PERIODO
           IF GER-FECHADA
              AND (FLT-DATA-INICIAL = ZERO
                   OR GER-DATA-FINAL NOT < FLT-DATA-INICIAL)
              AND (FLT-DATA-FINAL = ZERO
                   OR GER-DATA-INICIAL NOT > FLT-DATA-FINAL)
              MOVE SPACE TO WRK-FIM-ROLADO
              MOVE GER-NUMERO TO LGH-GERACAO
              MOVE ZERO TO LGH-SEQUENCIA
              START LOG-HISTORICO KEY NOT LESS THAN LGH-CHAVE
                  INVALID KEY
                     SET WRK-ROLADO-ACABOU TO TRUE
              END-START
              PERFORM 8614-LER-ROLADO-LOG
                  UNTIL WRK-ROLADO-ACABOU
           END-IF.

       8614-LER-ROLADO-LOG.
           READ LOG-HISTORICO NEXT RECORD
               AT END
                  SET WRK-ROLADO-ACABOU TO TRUE
               NOT AT END
                  IF LGH-GERACAO NOT = GER-NUMERO
                     SET WRK-ROLADO-ACABOU TO TRUE
                  ELSE
                     MOVE LGH-IMAGEM TO LOG-REGISTRO
                     PERFORM 8630-MOSTRAR-LOG
                  END-IF
           END-READ.

       8620-LER-LOG-TELA.
           READ CLIENTES-LOG
               AT END
              MOVE LOG-OPERADOR TO WRK-AUD-OPERADOR
              MOVE LOG-ACAO TO WRK-AUD-ACAO
              MOVE LOG-CLI-CODIGO TO WRK-AUD-CODIGO
              MOVE SPACES TO WRK-AUD-FILIAIS
              IF LOG-TRANSFERENCIA
                 STRING LOG-FILIAL-ORIGEM DELIMITED BY SIZE
                        '>' DELIMITED BY SIZE
                        LOG-FILIAL-DESTINO DELIMITED BY SIZE
                        INTO WRK-AUD-FILIAIS
              END-IF
              COMPUTE WRK-AUD-POS = WRK-AUD-LIN * 100 + 5
              DISPLAY WRK-AUD-LINHA AT WRK-AUD-POS
              ADD 1 TO WRK-AUD-LIN
              SET WRK-AUD-NAO-ATENDE TO TRUE
           END-IF.

       8650-FECHAMENTO-MES.
           MOVE '- FECHAMENTO DO MES' TO WRK-MODULO.
           DISPLAY TELA.

      *    SUGERE O MES ANTERIOR AO CORRENTE
           PERFORM 9000-TIMESTAMP-ATUAL.
           MOVE WRK-DATA-SISTEMA(1:6) TO WRK-FEC-PERIODO.
           IF WRK-FEC-MES = 1
              MOVE 12 TO WRK-FEC-MES
              SUBTRACT 1 FROM WRK-FEC-ANO
           ELSE
              SUBTRACT 1 FROM WRK-FEC-MES
           END-IF.

           DISPLAY 'MES SUGERIDO......: ' AT 0405.
           DISPLAY WRK-FEC-PERIODO AT 0425.
           DISPLAY 'PERIODO (AAAAMM)..: ' AT 0505.
           DISPLAY '(ENTER = SUGERIDO)' AT 0535.
           ACCEPT WRK-FEC-INFORMADO AT 0525.

           IF WRK-FEC-INFORMADO NOT = ZERO
              MOVE WRK-FEC-INFORMADO TO WRK-FEC-PERIODO
           END-IF.

           DISPLAY 'CONFIRMA O FECHAMENTO DE ' AT 0705.
           DISPLAY WRK-FEC-PERIODO AT 0730.
           DISPLAY ' (S/N): ' AT 0736.
           ACCEPT WRK-FEC-CONFIRMA AT 0744.

           IF WRK-FEC-CONFIRMA NOT = 'S'
              GO TO 8650-FECHAMENTO-MES-EXIT
           END-IF.

           CLOSE CLIENTE-MASTER.
           CLOSE CONTATOS.
           CLOSE MOVIMENTOS.
           CALL 'CLIFEC01' USING WRK-OPERADOR-ID WRK-FEC-PERIODO.
           OPEN I-O CLIENTE-MASTER.
           OPEN I-O CONTATOS.
           OPEN I-O MOVIMENTOS.

           DISPLAY 'FECHAMENTO PROCESSADO - VEJA RELFEC E FECEXT'
               AT 0905.
           ACCEPT WRK-TECLA AT 1005.

       8650-FECHAMENTO-MES-EXIT.
           EXIT.

      *    CURVA ABC DE RECEITA DOS CLIENTES NO PERIODO INFORMADO
       8655-CURVA-ABC.
           MOVE '- CURVA ABC RECEITA' TO WRK-MODULO.
           DISPLAY TELA.

           MOVE ZERO TO WRK-ABC-DATA-INICIAL.
           MOVE ZERO TO WRK-ABC-DATA-FINAL.

           DISPLAY 'DATA INICIAL (ZERO=TODAS).: ' AT 0405.
           ACCEPT WRK-ABC-DATA-INICIAL AT 0434.
           DISPLAY 'DATA FINAL (ZERO=TODAS)...: ' AT 0505.
           ACCEPT WRK-ABC-DATA-FINAL AT 0534.

           IF WRK-ABC-DATA-FINAL NOT = ZERO
              AND WRK-ABC-DATA-INICIAL > WRK-ABC-DATA-FINAL
              DISPLAY 'DATA INICIAL POSTERIOR A FINAL' AT 0705
              ACCEPT WRK-TECLA AT 0805
              GO TO 8655-CURVA-ABC-EXIT
           END-IF.

           CLOSE CLIENTE-MASTER.
           CLOSE CONTATOS.
           CLOSE MOVIMENTOS.
           CALL 'CLIABC01' USING WRK-OPERADOR-ID
                                 WRK-ABC-DATA-INICIAL
                                 WRK-ABC-DATA-FINAL.
      *    PERIODO INVALIDO OU ARQUIVO INDISPONIVEL VOLTAM COM 8
           MOVE RETURN-CODE TO WRK-ABC-RETORNO.
           MOVE ZERO TO RETURN-CODE.
           OPEN I-O CLIENTE-MASTER.
           OPEN I-O CONTATOS.
           OPEN I-O MOVIMENTOS.

           IF WRK-ABC-RETORNO NOT = ZERO
              DISPLAY 'CURVA NAO GERADA - VEJA RELABC' AT 0705
           ELSE
              DISPLAY 'CURVA GERADA - VEJA RELABC E ABCEXT' AT 0705
           END-IF.
           ACCEPT WRK-TECLA AT 0805.

       8655-CURVA-ABC-EXIT.
           EXIT.

      *    CONSULTA DE SITUACAO CADASTRAL NA RECEITA FEDERAL: ENVIO
      *    DOS DOCUMENTOS DOS ATIVOS E PROCESSAMENTO DA RESPOSTA
       8660-RECEITA-FEDERAL.
           MOVE '- RECEITA FEDERAL' TO WRK-MODULO.
           DISPLAY TELA.

           DISPLAY 'ACAO (E=ENVIAR CONSULTA R=PROCESSAR RESPOSTA): '
               AT 0405.
           ACCEPT WRK-RFB-ACAO AT 0453.

           EVALUATE WRK-RFB-ACAO
               WHEN 'E'
                  CLOSE CLIENTE-MASTER
                  CALL 'CLIRFB01'
                  OPEN I-O CLIENTE-MASTER
                  DISPLAY 'CONSULTA GERADA - VEJA RFBCON E RELRFC'
                      AT 0605
                  ACCEPT WRK-TECLA AT 0705
               WHEN 'R'
                  CLOSE CLIENTE-MASTER
                  CLOSE CLIENTES-LOG
                  CALL 'CLIRFB02' USING WRK-OPERADOR-ID
                  OPEN I-O CLIENTE-MASTER
                  OPEN EXTEND CLIENTES-LOG
                  DISPLAY 'RESPOSTA PROCESSADA - VEJA RELRFB'
                      AT 0605
                  ACCEPT WRK-TECLA AT 0705
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.

       8660-RECEITA-FEDERAL-EXIT.
           EXIT.

      *    LGPD: RELATORIO DE TUDO O QUE HA SOBRE UM CPF/CNPJ E
      *    PEDIDO DE ANONIMIZACAO, QUE SO EXECUTA NA APROVACAO
       8670-LGPD.
           MOVE '- LGPD / TITULAR DE DADOS' TO WRK-MODULO.
           DISPLAY TELA.

           DISPLAY 'ACAO (R=RELATORIO DO TITULAR A=ANONIMIZAR): '
               AT 0405.
           ACCEPT WRK-LGP-ACAO AT 0449.

           EVALUATE WRK-LGP-ACAO
               WHEN 'R'
                  IF WRK-ACESSO-SUPERVISOR
                     PERFORM 8675-RELATORIO-TITULAR
                  ELSE
                     DISPLAY 'ACESSO NEGADO - NIVEL INSUFICIENTE'
                         AT 2205
                     ACCEPT WRK-TECLA AT 2305
                  END-IF
               WHEN 'A'
                  PERFORM 8680-PEDIR-ANONIMIZACAO
                      THRU 8680-PEDIR-ANONIMIZACAO-EXIT
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.

       8670-LGPD-EXIT.
           EXIT.

       8675-RELATORIO-TITULAR.
           MOVE ZERO TO WRK-LGP-DOCUMENTO.
           DISPLAY 'CPF/CNPJ..: ' AT 0605.
           ACCEPT WRK-LGP-DOCUMENTO AT 0618.

           IF WRK-LGP-DOCUMENTO NOT = ZERO
              CLOSE CLIENTE-MASTER
              CLOSE CONTATOS
              CLOSE MOVIMENTOS
              CLOSE CLIENTES-LOG
              CLOSE PENDENCIAS
              CALL 'CLILGP01' USING WRK-OPERADOR-ID WRK-LGP-DOCUMENTO
              OPEN I-O CLIENTE-MASTER
              OPEN I-O CONTATOS
              OPEN I-O MOVIMENTOS
              OPEN EXTEND CLIENTES-LOG
              OPEN I-O PENDENCIAS
              DISPLAY 'RELATORIO DO TITULAR GERADO - VEJA RELLGP'
                  AT 0805
              ACCEPT WRK-TECLA AT 0905
           END-IF.

       8680-PEDIR-ANONIMIZACAO.
           DISPLAY 'CODIGO....: ' AT 0605.
           ACCEPT WRK-CLI-CODIGO AT 0618.

      *    O TITULAR PODE ESTAR NO CADASTRO VIVO OU NO HISTORICO
           MOVE SPACE TO WRK-LGP-LOCAL.
           MOVE WRK-CLI-CODIGO TO CLI-CODIGO.
           READ CLIENTE-MASTER
               INVALID KEY
                  PERFORM 8685-LER-HISTORICO
               NOT INVALID KEY
                  SET WRK-LGP-ACHADO TO TRUE
           END-READ.

           IF NOT WRK-LGP-ACHADO
              DISPLAY 'CLIENTE NAO ENCONTRADO' AT 1105
              ACCEPT WRK-TECLA AT 1205
              GO TO 8680-PEDIR-ANONIMIZACAO-EXIT
           END-IF.

           IF CLI-ANONIMIZADO
              DISPLAY 'CLIENTE JA ANONIMIZADO' AT 1105
              ACCEPT WRK-TECLA AT 1205
              GO TO 8680-PEDIR-ANONIMIZACAO-EXIT
           END-IF.

           DISPLAY 'NOME......: ' AT 0705.
           DISPLAY CLI-NOME AT 0718.

           MOVE WRK-CLI-CODIGO TO WRK-LGP-CODIGO.
           PERFORM 8690-VERIFICAR-FATURAS.
           IF WRK-LGP-TEM-FATURA
              DISPLAY 'CLIENTE COM FATURAS EM ABERTO - PEDIDO RECUSADO'
                  AT 1105
              ACCEPT WRK-TECLA AT 1205
              GO TO 8680-PEDIR-ANONIMIZACAO-EXIT
           END-IF.

           DISPLAY 'PROTOCOLO.: ' AT 0805.
           ACCEPT WRK-MOTIVO AT 0818.
           DISPLAY 'CONFIRMA O PEDIDO DE ANONIMIZACAO (S/N): ' AT 0905.
           ACCEPT WRK-LGP-CONFIRMA AT 0946.

           IF WRK-LGP-CONFIRMA NOT = 'S'
              GO TO 8680-PEDIR-ANONIMIZACAO-EXIT
           END-IF.

           MOVE 'N' TO WRK-PEN-ACAO.
           PERFORM 7100-GRAVAR-PENDENCIA.

           IF WRK-PEN-GRAVADA
              DISPLAY 'PEDIDO REGISTRADO - AGUARDA APROVACAO'
                  AT 1105
              DISPLAY 'NUMERO DO PEDIDO.......: ' AT 1205
              DISPLAY PEN-NUMERO AT 1231
           ELSE
              DISPLAY 'ERRO AO REGISTRAR O PEDIDO' AT 1105
           END-IF.
           ACCEPT WRK-TECLA AT 1305.

       8680-PEDIR-ANONIMIZACAO-EXIT.
           EXIT.

      *    CLIENTE ARQUIVADO: NOME E SITUACAO VEM DO HISTORICO
       8685-LER-HISTORICO.
           OPEN INPUT CLIENTE-HISTORICO.

           IF FS-HISTORICO = '00'
              MOVE WRK-CLI-CODIGO TO HIS-CODIGO
              READ CLIENTE-HISTORICO
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     SET WRK-LGP-ACHADO TO TRUE
                     MOVE HIS-NOME TO CLI-NOME
                     MOVE HIS-SIT-LGPD TO CLI-SIT-LGPD
              END-READ
              CLOSE CLIENTE-HISTORICO
           END-IF.

      *    FATURA EM ABERTO AINDA E RAZAO LEGAL PARA GUARDAR OS DADOS
       8690-VERIFICAR-FATURAS.
           MOVE SPACE TO WRK-LGP-FATURAS.
           MOVE SPACE TO WRK-LGP-FIM.
           MOVE WRK-LGP-CODIGO TO MOV-CLI-CODIGO.
           MOVE ZERO TO MOV-DATA.
           MOVE ZERO TO MOV-SEQUENCIA.

           START MOVIMENTOS KEY NOT LESS THAN MOV-CHAVE
               INVALID KEY
                  SET WRK-LGP-ACABOU TO TRUE
           END-START.

           PERFORM 8695-LER-FATURA
               UNTIL WRK-LGP-ACABOU OR WRK-LGP-TEM-FATURA.

       8695-LER-FATURA.
           READ MOVIMENTOS NEXT RECORD
               AT END
                  SET WRK-LGP-ACABOU TO TRUE
               NOT AT END
                  IF MOV-CLI-CODIGO NOT = WRK-LGP-CODIGO
                     SET WRK-LGP-ACABOU TO TRUE
                  ELSE
                     IF MOV-FATURA AND MOV-ABERTO
                        SET WRK-LGP-TEM-FATURA TO TRUE
                     END-IF
                  END-IF
           END-READ.

       8700-HISTORICO.
           MOVE '- ARQUIVO HISTORICO' TO WRK-MODULO.
           DISPLAY TELA.

           DISPLAY 'ACAO (A=ARQUIVAR R=RESTAURAR): ' AT 0405.
           ACCEPT WRK-HIS-ACAO AT 0437.

           EVALUATE WRK-HIS-ACAO
               WHEN 'A'
                  PERFORM 8710-EXECUTAR-ARQUIVAMENTO
                      THRU 8710-ARQUIVAMENTO-FIM
               WHEN 'R'
                  PERFORM 8720-RESTAURAR-CLIENTE
                      THRU 8720-RESTAURAR-EXIT
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.

       8700-HISTORICO-EXIT.
           EXIT.

       8710-EXECUTAR-ARQUIVAMENTO.
           IF NOT WRK-ACESSO-SUPERVISOR
              DISPLAY 'ACESSO NEGADO - NIVEL INSUFICIENTE' AT 0605
              ACCEPT WRK-TECLA AT 0705
              GO TO 8710-ARQUIVAMENTO-FIM
           END-IF.

           CLOSE CLIENTE-MASTER.
           CALL 'CLIARQ01'.
           OPEN I-O CLIENTE-MASTER.

           DISPLAY 'ARQUIVAMENTO CONCLUIDO - VEJA O RELATORIO RELARQ'
               AT 0605.
           ACCEPT WRK-TECLA AT 0705.

       8710-ARQUIVAMENTO-FIM.
           EXIT.
       8720-RESTAURAR-EXIT.
           EXIT.

       8750-ACORDOS.
           MOVE '- ACORDOS DE PARCELAMENTO' TO WRK-MODULO.
           DISPLAY TELA.

           DISPLAY 'ACAO (N=NOVO ACORDO R=REVISAR ACORDOS): ' AT 0405.
           ACCEPT WRK-ACD-ACAO AT 0445.

           EVALUATE WRK-ACD-ACAO
               WHEN 'N'
                  PERFORM 8760-NOVO-ACORDO THRU 8760-NOVO-ACORDO-EXIT
               WHEN 'R'
                  PERFORM 8790-REVISAR-ACORDOS
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.

       8750-ACORDOS-EXIT.
           EXIT.

       8760-NOVO-ACORDO.
           DISPLAY 'CODIGO....: ' AT 0505.
           ACCEPT WRK-CLI-CODIGO AT 0518.

           MOVE WRK-CLI-CODIGO TO CLI-CODIGO.
           READ CLIENTE-MASTER
               INVALID KEY
                  DISPLAY 'CLIENTE NAO ENCONTRADO' AT 2205
                  ACCEPT WRK-TECLA AT 2305
                  GO TO 8760-NOVO-ACORDO-EXIT
           END-READ.

           PERFORM 9500-VERIFICAR-FILIAL.
           IF NOT WRK-FIL-PERMITIDA
              DISPLAY 'CLIENTE DE OUTRA FILIAL' AT 2205
              ACCEPT WRK-TECLA AT 2305
              GO TO 8760-NOVO-ACORDO-EXIT
           END-IF.

           DISPLAY CLI-NOME AT 0526.

           PERFORM 8761-CARREGAR-FATURAS.

           IF WRK-ACD-QTDE = ZERO
              DISPLAY 'CLIENTE SEM FATURAS EM ABERTO' AT 2205
              ACCEPT WRK-TECLA AT 2305
              GO TO 8760-NOVO-ACORDO-EXIT
           END-IF.

      *    LISTA AS FATURAS PARA O SUPERVISOR MARCAR E DESMARCAR
      *    PELO NUMERO DA LINHA
           DISPLAY 'LI  DATA        VENCIMENTO         VALOR  X'
               AT 0705.
           MOVE ZERO TO WRK-ACD-IND.
           PERFORM 8764-MOSTRAR-PROXIMA
               UNTIL WRK-ACD-IND >= WRK-ACD-QTDE.

           IF WRK-ACD-TEM-MAIS
              DISPLAY '(AS DEMAIS FATURAS FICAM PARA OUTRO ACORDO)'
                  AT 2205
           END-IF.

           MOVE ZERO TO WRK-ACD-TOTAL.
           MOVE ZERO TO WRK-ACD-MARCADAS.
           MOVE 99 TO WRK-ACD-ESCOLHA.

           PERFORM 8766-MARCAR-FATURA
               UNTIL WRK-ACD-ESCOLHA = ZERO.

           IF WRK-ACD-MARCADAS = ZERO
              DISPLAY 'NENHUMA FATURA ESCOLHIDA                   '
                  AT 2205
              ACCEPT WRK-TECLA AT 2305
              GO TO 8760-NOVO-ACORDO-EXIT
           END-IF.

           DISPLAY TELA.
           DISPLAY 'CLIENTE...........: ' AT 0405.
           DISPLAY CLI-CODIGO AT 0425.
           DISPLAY CLI-NOME AT 0432.
           DISPLAY 'FATURAS ESCOLHIDAS: ' AT 0505.
           DISPLAY WRK-ACD-MARCADAS AT 0525.
           MOVE WRK-ACD-TOTAL TO WRK-ACD-VALOR-ED.
           DISPLAY 'TOTAL RENEGOCIADO.: ' AT 0605.
           DISPLAY WRK-ACD-VALOR-ED AT 0625.

           DISPLAY 'PARCELAS (01-24)..: ' AT 0805.
           ACCEPT WRK-ACD-PARCELAS AT 0825.

           IF WRK-ACD-PARCELAS < 1 OR WRK-ACD-PARCELAS > 24
              DISPLAY 'QUANTIDADE DE PARCELAS INVALIDA' AT 2205
              ACCEPT WRK-TECLA AT 2305
              GO TO 8760-NOVO-ACORDO-EXIT
           END-IF.

      *    O DIA DO VENCIMENTO SE REPETE TODO MES: ATE 28 PARA
      *    EXISTIR EM QUALQUER MES
           DISPLAY 'PRIMEIRO VENCTO...: ' AT 0905.
           DISPLAY '(AAAAMMDD - DIA ATE 28)' AT 0935.
           ACCEPT WRK-ACD-VENC AT 0925.

           PERFORM 9000-TIMESTAMP-ATUAL.

           IF WRK-ACD-VENC NOT > WRK-DATA-SISTEMA
              OR WRK-ACD-VENC-MES < 1 OR WRK-ACD-VENC-MES > 12
              OR WRK-ACD-VENC-DIA < 1 OR WRK-ACD-VENC-DIA > 28
              DISPLAY 'PRIMEIRO VENCIMENTO INVALIDO' AT 2205
              ACCEPT WRK-TECLA AT 2305
              GO TO 8760-NOVO-ACORDO-EXIT
           END-IF.

      *    A ULTIMA PARCELA ABSORVE OS CENTAVOS DA DIVISAO
           COMPUTE WRK-ACD-VALOR-PARCELA =
               WRK-ACD-TOTAL / WRK-ACD-PARCELAS.
           COMPUTE WRK-ACD-VALOR-ULTIMA = WRK-ACD-TOTAL -
               WRK-ACD-VALOR-PARCELA * (WRK-ACD-PARCELAS - 1).

           IF WRK-ACD-VALOR-PARCELA = ZERO
              DISPLAY 'VALOR DA PARCELA INVALIDO' AT 2205
              ACCEPT WRK-TECLA AT 2305
              GO TO 8760-NOVO-ACORDO-EXIT
           END-IF.

           MOVE WRK-ACD-VALOR-PARCELA TO WRK-ACD-VALOR-ED.
           DISPLAY 'VALOR DA PARCELA..: ' AT 1105.
           DISPLAY WRK-ACD-VALOR-ED AT 1125.
           MOVE WRK-ACD-VALOR-ULTIMA TO WRK-ACD-VALOR-ED.
           DISPLAY 'ULTIMA PARCELA....: ' AT 1205.
           DISPLAY WRK-ACD-VALOR-ED AT 1225.

           DISPLAY 'CONFIRMA (S/N)....: ' AT 1405.
           ACCEPT WRK-ACD-CONFIRMA AT 1425.

           IF WRK-ACD-CONFIRMA NOT = 'S'
              DISPLAY 'ACORDO NAO GRAVADO' AT 1605
              ACCEPT WRK-TECLA AT 1705
              GO TO 8760-NOVO-ACORDO-EXIT
           END-IF.

           PERFORM 8770-GRAVAR-ACORDO THRU 8770-GRAVAR-ACORDO-EXIT.

       8760-NOVO-ACORDO-EXIT.
           EXIT.

       8761-CARREGAR-FATURAS.
           MOVE ZERO TO WRK-ACD-QTDE.
           MOVE SPACE TO WRK-ACD-FIM.
           MOVE SPACE TO WRK-ACD-MAIS.

           MOVE CLI-CODIGO TO MOV-CLI-CODIGO.
           MOVE ZERO TO MOV-DATA.
           MOVE ZERO TO MOV-SEQUENCIA.

           START MOVIMENTOS KEY NOT LESS THAN MOV-CHAVE
               INVALID KEY
                  SET WRK-ACD-ACABOU TO TRUE
           END-START.

           PERFORM 8762-LER-FATURA
               UNTIL WRK-ACD-ACABOU.

       8762-LER-FATURA.
           READ MOVIMENTOS NEXT RECORD
               AT END
                  SET WRK-ACD-ACABOU TO TRUE
               NOT AT END
                  IF MOV-CLI-CODIGO NOT = CLI-CODIGO
                     SET WRK-ACD-ACABOU TO TRUE
                  ELSE
                     IF MOV-FATURA AND MOV-ABERTO
                        PERFORM 8763-GUARDAR-FATURA
                     END-IF
                  END-IF
           END-READ.

       8763-GUARDAR-FATURA.
      *    PARCELA DE ACORDO EM ANDAMENTO NAO SE RENEGOCIA DE NOVO
           IF MOV-PARCELA NUMERIC AND MOV-PARCELA > ZERO
              CONTINUE
           ELSE
              IF WRK-ACD-QTDE = 12
                 SET WRK-ACD-TEM-MAIS TO TRUE
                 SET WRK-ACD-ACABOU TO TRUE
              ELSE
                 ADD 1 TO WRK-ACD-QTDE
                 MOVE MOV-DATA TO WRK-ACD-F-DATA(WRK-ACD-QTDE)
                 MOVE MOV-SEQUENCIA TO WRK-ACD-F-SEQ(WRK-ACD-QTDE)
                 MOVE MOV-DATA-VENCIMENTO
                     TO WRK-ACD-F-VENC(WRK-ACD-QTDE)
                 MOVE MOV-VALOR TO WRK-ACD-F-VALOR(WRK-ACD-QTDE)
                 MOVE SPACE TO WRK-ACD-F-MARCA(WRK-ACD-QTDE)
              END-IF
           END-IF.

       8764-MOSTRAR-PROXIMA.
           ADD 1 TO WRK-ACD-IND.
           PERFORM 8765-MOSTRAR-FATURA.

       8765-MOSTRAR-FATURA.
           MOVE WRK-ACD-IND TO WRK-ACD-L-NUM.
           MOVE WRK-ACD-F-DATA(WRK-ACD-IND) TO WRK-ACD-L-DATA.
           MOVE WRK-ACD-F-VENC(WRK-ACD-IND) TO WRK-ACD-L-VENC.
           MOVE WRK-ACD-F-VALOR(WRK-ACD-IND) TO WRK-ACD-L-VALOR.
           MOVE WRK-ACD-F-MARCA(WRK-ACD-IND) TO WRK-ACD-L-MARCA.
           COMPUTE WRK-ACD-LIN = WRK-ACD-IND + 7.
           COMPUTE WRK-ACD-POS = WRK-ACD-LIN * 100 + 5.
           DISPLAY WRK-ACD-LINHA AT WRK-ACD-POS.

       8766-MARCAR-FATURA.
           DISPLAY 'LINHA A MARCAR (00=FIM): ' AT 2105.
           ACCEPT WRK-ACD-ESCOLHA AT 2130.

           IF WRK-ACD-ESCOLHA > ZERO
              AND WRK-ACD-ESCOLHA NOT > WRK-ACD-QTDE
              MOVE WRK-ACD-ESCOLHA TO WRK-ACD-IND
              IF WRK-ACD-F-MARCA(WRK-ACD-IND) = 'X'
                 MOVE SPACE TO WRK-ACD-F-MARCA(WRK-ACD-IND)
                 SUBTRACT 1 FROM WRK-ACD-MARCADAS
                 SUBTRACT WRK-ACD-F-VALOR(WRK-ACD-IND)
                     FROM WRK-ACD-TOTAL
              ELSE
                 MOVE 'X' TO WRK-ACD-F-MARCA(WRK-ACD-IND)
                 ADD 1 TO WRK-ACD-MARCADAS
                 ADD WRK-ACD-F-VALOR(WRK-ACD-IND) TO WRK-ACD-TOTAL
              END-IF
              PERFORM 8765-MOSTRAR-FATURA
              MOVE WRK-ACD-TOTAL TO WRK-ACD-VALOR-ED
              DISPLAY 'TOTAL ESCOLHIDO...: ' AT 2005
              DISPLAY WRK-ACD-VALOR-ED AT 2025
           END-IF.

      *    ACORDO QUE NAO FOI GRAVADO POR INTEIRO E DESFEITO COMO NA
      *    QUEBRA DO CLIACD01: PARCELAS GRAVADAS SAO CANCELADAS, AS
      *    FATURAS JA RENEGOCIADAS VOLTAM AO ABERTO E O ACORDO FICA
      *    ROMPIDO NA DATA
       8767-DESFAZER-ACORDO.
           MOVE SPACE TO WRK-ACD-FIM.
           MOVE CLI-CODIGO TO MOV-CLI-CODIGO.
           MOVE ZERO TO MOV-DATA.
           MOVE ZERO TO MOV-SEQUENCIA.

           START MOVIMENTOS KEY NOT LESS THAN MOV-CHAVE
               INVALID KEY
                  SET WRK-ACD-ACABOU TO TRUE
           END-START.

           PERFORM 8768-DESFAZER-MOVIMENTO
               UNTIL WRK-ACD-ACABOU.

           SET ACD-ROMPIDO TO TRUE.
           MOVE WRK-DATA-SISTEMA TO ACD-DATA-ENCERRAMENTO.
           REWRITE ACD-REGISTRO
               INVALID KEY
                  DISPLAY 'ERRO AO ENCERRAR O ACORDO' AT 2205
           END-REWRITE.

       8768-DESFAZER-MOVIMENTO.
           READ MOVIMENTOS NEXT RECORD
               AT END
                  SET WRK-ACD-ACABOU TO TRUE
               NOT AT END
                  IF MOV-CLI-CODIGO NOT = CLI-CODIGO
                     SET WRK-ACD-ACABOU TO TRUE
                  ELSE
                     IF MOV-ACORDO NUMERIC AND MOV-PARCELA NUMERIC
                        AND MOV-ACORDO = WRK-ACD-PROXIMO
                        PERFORM 8769-DESFAZER-REGISTRO
                     END-IF
                  END-IF
           END-READ.

       8769-DESFAZER-REGISTRO.
           IF MOV-PARCELA > ZERO AND MOV-ABERTO
              SET MOV-CANCELADO TO TRUE
              REWRITE MOV-REGISTRO
                  INVALID KEY
                     DISPLAY 'ERRO AO CANCELAR PARCELA' AT 2205
              END-REWRITE
           END-IF.
           IF MOV-PARCELA = ZERO AND MOV-RENEGOCIADO
              SET MOV-ABERTO TO TRUE
              REWRITE MOV-REGISTRO
                  INVALID KEY
                     DISPLAY 'ERRO AO DEVOLVER FATURA' AT 2205
              END-REWRITE
           END-IF.

       8770-GRAVAR-ACORDO.
           OPEN I-O ACORDOS.
           IF FS-ACORDO = '35'
              CLOSE ACORDOS
              OPEN OUTPUT ACORDOS
              CLOSE ACORDOS
              OPEN I-O ACORDOS
           END-IF.

           IF FS-ACORDO NOT = '00'
              DISPLAY 'ARQUIVO DE ACORDOS INDISPONIVEL' AT 1605
              ACCEPT WRK-TECLA AT 1705
              GO TO 8770-GRAVAR-ACORDO-EXIT
           END-IF.

      *    FATURA BAIXADA OU ALTERADA DESDE A ESCOLHA INVALIDA O
      *    CALCULO DAS PARCELAS - NADA E GRAVADO
           MOVE SPACE TO WRK-ACD-CONFERENCIA.
           MOVE ZERO TO WRK-ACD-MARCADAS.
           MOVE ZERO TO WRK-ACD-VALOR-MARCADO.
           MOVE ZERO TO WRK-ACD-IND.
           PERFORM 8778-CONFERIR-FATURA
               UNTIL WRK-ACD-IND >= WRK-ACD-QTDE.

           IF WRK-ACD-FATURA-MUDOU OR WRK-ACD-MARCADAS = ZERO
              OR WRK-ACD-VALOR-MARCADO NOT = WRK-ACD-TOTAL
              DISPLAY 'FATURA ALTERADA DESDE A ESCOLHA - REFACA'
                  AT 1605
              ACCEPT WRK-TECLA AT 1705
              GO TO 8770-GRAVAR-FECHAR
           END-IF.

      *    AS PARCELAS ENTRAM NOS MOVIMENTOS DO DIA DO ACORDO, DEPOIS
      *    DO ULTIMO MOVIMENTO JA GRAVADO PARA O CLIENTE NA DATA
           PERFORM 8771-PROCURAR-SEQUENCIA.

           IF WRK-ACD-SEQ + WRK-ACD-PARCELAS > 999
              DISPLAY 'LIMITE DE MOVIMENTOS DO DIA ATINGIDO' AT 1605
              ACCEPT WRK-TECLA AT 1705
              GO TO 8770-GRAVAR-FECHAR
           END-IF.

           PERFORM 8775-PROXIMO-ACORDO.

      *    PRIMEIRO O ACORDO, DEPOIS AS PARCELAS E SO ENTAO AS FATURAS
      *    ORIGINAIS, PARA NAO SOBRAR FATURA RENEGOCIADA SEM ACORDO
           MOVE WRK-ACD-PROXIMO TO ACD-NUMERO.
           MOVE CLI-CODIGO TO ACD-CLI-CODIGO.
           MOVE WRK-DATA-SISTEMA TO ACD-DATA.
           MOVE WRK-ACD-MARCADAS TO ACD-QTDE-ORIGINAIS.
           MOVE WRK-ACD-TOTAL TO ACD-VALOR-ORIGINAL.
           MOVE WRK-ACD-PARCELAS TO ACD-QTDE-PARCELAS.
           MOVE WRK-ACD-VALOR-PARCELA TO ACD-VALOR-PARCELA.
           MOVE WRK-ACD-VENC TO ACD-PRIMEIRO-VENC.
           SET ACD-ATIVO TO TRUE.
           MOVE WRK-OPERADOR-ID TO ACD-OPERADOR.
           MOVE WRK-TIMESTAMP-ATUAL TO ACD-TIMESTAMP.
           MOVE ZERO TO ACD-DATA-ENCERRAMENTO.

           WRITE ACD-REGISTRO
               INVALID KEY
                  DISPLAY 'ERRO AO GRAVAR O ACORDO' AT 1605
                  ACCEPT WRK-TECLA AT 1705
                  GO TO 8770-GRAVAR-FECHAR
           END-WRITE.

           MOVE SPACE TO WRK-ACD-ERRO.
           MOVE ZERO TO WRK-ACD-PARCELA.
           PERFORM 8774-GRAVAR-PARCELA
               UNTIL WRK-ACD-PARCELA >= WRK-ACD-PARCELAS
                  OR WRK-ACD-FALHOU.

           IF WRK-ACD-FALHOU
              PERFORM 8767-DESFAZER-ACORDO
              DISPLAY 'ERRO AO GRAVAR PARCELA - ACORDO DESFEITO: '
                  AT 1605
              DISPLAY ACD-NUMERO AT 1648
              ACCEPT WRK-TECLA AT 1705
              GO TO 8770-GRAVAR-FECHAR
           END-IF.

           MOVE ZERO TO WRK-ACD-IND.
           PERFORM 8773-RENEGOCIAR-FATURA
               UNTIL WRK-ACD-IND >= WRK-ACD-QTDE
                  OR WRK-ACD-FALHOU.

           IF WRK-ACD-FALHOU
              PERFORM 8767-DESFAZER-ACORDO
              DISPLAY 'ERRO AO RENEGOCIAR FATURA - ACORDO DESFEITO: '
                  AT 1605
              DISPLAY ACD-NUMERO AT 1651
              ACCEPT WRK-TECLA AT 1705
              GO TO 8770-GRAVAR-FECHAR
           END-IF.

      *    COM A DIVIDA RENEGOCIADA O CLIENTE RETIDO POR ATRASO VOLTA
      *    AO EXTRATO DO FATURAMENTO; RETENCAO PELO RETORNO DO
      *    FATURAMENTO OU POR SITUACAO IRREGULAR NA RECEITA FEDERAL
      *    O ACORDO NAO RESOLVE
           IF CLI-FAT-RETIDO
              AND NOT CLI-RET-FATURAMENTO
              AND NOT CLI-RET-RECEITA
              AND (CLI-RFB-REGULAR OR CLI-RFB-NAO-CONSULTADO)
              SET CLI-FAT-LIBERADO TO TRUE
              SET CLI-RET-SEM-MOTIVO TO TRUE
              MOVE WRK-TIMESTAMP-ATUAL TO CLI-TIMESTAMP
              REWRITE CLI-REGISTRO
                  INVALID KEY
                     DISPLAY 'ERRO AO LIBERAR O CLIENTE' AT 2205
              END-REWRITE
           END-IF.

           MOVE CLI-CODIGO TO LOG-CLI-CODIGO.
           SET LOG-ALTERACAO TO TRUE.
           PERFORM 5200-GRAVAR-LOG.

           DISPLAY 'ACORDO GRAVADO - NUMERO: ' AT 1605.
           DISPLAY ACD-NUMERO AT 1630.
           ACCEPT WRK-TECLA AT 1705.

       8770-GRAVAR-FECHAR.
           CLOSE ACORDOS.

       8770-GRAVAR-ACORDO-EXIT.
           EXIT.

       8771-PROCURAR-SEQUENCIA.
           MOVE ZERO TO WRK-ACD-SEQ.
           MOVE SPACE TO WRK-ACD-FIM.

           MOVE CLI-CODIGO TO MOV-CLI-CODIGO.
           MOVE WRK-DATA-SISTEMA TO MOV-DATA.
           MOVE ZERO TO MOV-SEQUENCIA.

           START MOVIMENTOS KEY NOT LESS THAN MOV-CHAVE
               INVALID KEY
                  SET WRK-ACD-ACABOU TO TRUE
           END-START.

           PERFORM 8772-LER-SEQUENCIA
               UNTIL WRK-ACD-ACABOU.

       8772-LER-SEQUENCIA.
           READ MOVIMENTOS NEXT RECORD
               AT END
                  SET WRK-ACD-ACABOU TO TRUE
               NOT AT END
                  IF MOV-CLI-CODIGO = CLI-CODIGO
                     AND MOV-DATA = WRK-DATA-SISTEMA
                     MOVE MOV-SEQUENCIA TO WRK-ACD-SEQ
                  ELSE
                     SET WRK-ACD-ACABOU TO TRUE
                  END-IF
           END-READ.

       8773-RENEGOCIAR-FATURA.
           ADD 1 TO WRK-ACD-IND.

           IF WRK-ACD-F-MARCA(WRK-ACD-IND) = 'X'
              MOVE CLI-CODIGO TO MOV-CLI-CODIGO
              MOVE WRK-ACD-F-DATA(WRK-ACD-IND) TO MOV-DATA
              MOVE WRK-ACD-F-SEQ(WRK-ACD-IND) TO MOV-SEQUENCIA
              READ MOVIMENTOS
                  INVALID KEY
                     SET WRK-ACD-FALHOU TO TRUE
                  NOT INVALID KEY
                     IF MOV-ABERTO
                        PERFORM 8777-MARCAR-RENEGOCIADA
                     ELSE
                        SET WRK-ACD-FALHOU TO TRUE
                     END-IF
              END-READ
           END-IF.

       8777-MARCAR-RENEGOCIADA.
           SET MOV-RENEGOCIADO TO TRUE.
           MOVE WRK-ACD-PROXIMO TO MOV-ACORDO.
           MOVE ZERO TO MOV-PARCELA.
           REWRITE MOV-REGISTRO
               INVALID KEY
                  SET WRK-ACD-FALHOU TO TRUE
           END-REWRITE.

           IF FS-MOVIMENTO NOT = '00'
              SET WRK-ACD-FALHOU TO TRUE
           END-IF.

       8778-CONFERIR-FATURA.
           ADD 1 TO WRK-ACD-IND.

           IF WRK-ACD-F-MARCA(WRK-ACD-IND) = 'X'
              MOVE CLI-CODIGO TO MOV-CLI-CODIGO
              MOVE WRK-ACD-F-DATA(WRK-ACD-IND) TO MOV-DATA
              MOVE WRK-ACD-F-SEQ(WRK-ACD-IND) TO MOV-SEQUENCIA
              READ MOVIMENTOS
                  INVALID KEY
                     SET WRK-ACD-FATURA-MUDOU TO TRUE
                  NOT INVALID KEY
                     IF MOV-ABERTO
                        AND MOV-VALOR = WRK-ACD-F-VALOR(WRK-ACD-IND)
                        ADD 1 TO WRK-ACD-MARCADAS
                        ADD MOV-VALOR TO WRK-ACD-VALOR-MARCADO
                     ELSE
                        SET WRK-ACD-FATURA-MUDOU TO TRUE
                     END-IF
              END-READ
           END-IF.

       8774-GRAVAR-PARCELA.
           ADD 1 TO WRK-ACD-PARCELA.
           ADD 1 TO WRK-ACD-SEQ.

           MOVE CLI-CODIGO TO MOV-CLI-CODIGO.
           MOVE WRK-DATA-SISTEMA TO MOV-DATA.
           MOVE WRK-ACD-SEQ TO MOV-SEQUENCIA.
           SET MOV-FATURA TO TRUE.
           IF WRK-ACD-PARCELA = WRK-ACD-PARCELAS
              MOVE WRK-ACD-VALOR-ULTIMA TO MOV-VALOR
           ELSE
              MOVE WRK-ACD-VALOR-PARCELA TO MOV-VALOR
           END-IF.
           MOVE WRK-ACD-VENC TO MOV-DATA-VENCIMENTO.
           SET MOV-ABERTO TO TRUE.
           MOVE WRK-ACD-PROXIMO TO MOV-ACORDO.
           MOVE WRK-ACD-PARCELA TO MOV-PARCELA.

           WRITE MOV-REGISTRO
               INVALID KEY
                  SET WRK-ACD-FALHOU TO TRUE
           END-WRITE.

           IF FS-MOVIMENTO NOT = '00'
              SET WRK-ACD-FALHOU TO TRUE
           END-IF.

           ADD 1 TO WRK-ACD-VENC-MES.
           IF WRK-ACD-VENC-MES > 12
              MOVE 1 TO WRK-ACD-VENC-MES
              ADD 1 TO WRK-ACD-VENC-ANO
           END-IF.

       8775-PROXIMO-ACORDO.
           MOVE ZERO TO WRK-ACD-PROXIMO.
           MOVE SPACE TO WRK-ACD-FIM.
           MOVE ZERO TO ACD-NUMERO.

           START ACORDOS KEY NOT LESS THAN ACD-NUMERO
               INVALID KEY
                  SET WRK-ACD-ACABOU TO TRUE
           END-START.

           PERFORM 8776-MEDIR-ACORDO
               UNTIL WRK-ACD-ACABOU.

           ADD 1 TO WRK-ACD-PROXIMO.

       8776-MEDIR-ACORDO.
           READ ACORDOS NEXT RECORD
               AT END
                  SET WRK-ACD-ACABOU TO TRUE
               NOT AT END
                  MOVE ACD-NUMERO TO WRK-ACD-PROXIMO
           END-READ.

      *    TRANSFERENCIA DO CLIENTE PARA OUTRA FILIAL: SEM ACESSO A
      *    TODAS AS FILIAIS O SUPERVISOR SO TRANSFERE OS DA SUA
       8780-TRANSFERIR-FILIAL.
           MOVE '- TRANSFERIR FILIAL' TO WRK-MODULO.
           DISPLAY TELA.

           DISPLAY 'CODIGO....: ' AT 0405.
           ACCEPT WRK-CLI-CODIGO AT 0418.

           MOVE WRK-CLI-CODIGO TO CLI-CODIGO.

           READ CLIENTE-MASTER
               INVALID KEY
                  DISPLAY 'CLIENTE NAO ENCONTRADO' AT 1005
                  ACCEPT WRK-TECLA AT 1105
                  GO TO 8780-TRANSFERIR-FILIAL-EXIT
           END-READ.

           PERFORM 9500-VERIFICAR-FILIAL.
           IF NOT WRK-FIL-PERMITIDA
              DISPLAY 'CLIENTE DE OUTRA FILIAL' AT 1005
              ACCEPT WRK-TECLA AT 1105
              GO TO 8780-TRANSFERIR-FILIAL-EXIT
           END-IF.

           DISPLAY 'NOME......: ' AT 0505.
           DISPLAY CLI-NOME AT 0518.
           DISPLAY 'FILIAL....: ' AT 0605.
           DISPLAY WRK-FIL-CLIENTE AT 0618.
           DISPLAY 'DESTINO...: ' AT 0705.
           ACCEPT WRK-FIL-DESTINO AT 0718.

           IF WRK-FIL-DESTINO = ZERO
              OR WRK-FIL-DESTINO = WRK-FIL-CLIENTE
              DISPLAY 'FILIAL DE DESTINO INVALIDA' AT 1005
              ACCEPT WRK-TECLA AT 1105
              GO TO 8780-TRANSFERIR-FILIAL-EXIT
           END-IF.

           DISPLAY 'CONFIRMA A TRANSFERENCIA (S/N): ' AT 0805.
           ACCEPT WRK-FIL-CONFIRMA AT 0838.

           IF WRK-FIL-CONFIRMA NOT = 'S'
              GO TO 8780-TRANSFERIR-FILIAL-EXIT
           END-IF.

           PERFORM 9000-TIMESTAMP-ATUAL.
           MOVE WRK-FIL-DESTINO TO CLI-FILIAL.
           MOVE WRK-TIMESTAMP-ATUAL TO CLI-TIMESTAMP.

           REWRITE CLI-REGISTRO
               INVALID KEY
                  DISPLAY 'ERRO AO TRANSFERIR CLIENTE' AT 1005
                  ACCEPT WRK-TECLA AT 1105
                  GO TO 8780-TRANSFERIR-FILIAL-EXIT
           END-REWRITE.

           MOVE WRK-CLI-CODIGO TO LOG-CLI-CODIGO.
           SET LOG-TRANSFERENCIA TO TRUE.
           MOVE WRK-FIL-CLIENTE TO LOG-FILIAL-ORIGEM.
           MOVE WRK-FIL-DESTINO TO LOG-FILIAL-DESTINO.
           PERFORM 5200-GRAVAR-LOG.

           DISPLAY 'CLIENTE TRANSFERIDO COM SUCESSO' AT 1005.
           ACCEPT WRK-TECLA AT 1105.

       8780-TRANSFERIR-FILIAL-EXIT.
           EXIT.

       8790-REVISAR-ACORDOS.
           CLOSE MOVIMENTOS.
           CALL 'CLIACD01'.
           OPEN I-O MOVIMENTOS.

           DISPLAY 'REVISAO CONCLUIDA - VEJA O RELATORIO RELACD'
               AT 0605.
           ACCEPT WRK-TECLA AT 0705.

       8800-CONTATOS.
           MOVE '- MODULO DE CONTATOS' TO WRK-MODULO.
           DISPLAY TELA.
                  GO TO 8800-CONTATOS-EXIT
           END-READ.

           PERFORM 9500-VERIFICAR-FILIAL.
           IF NOT WRK-FIL-PERMITIDA
              DISPLAY 'CLIENTE DE OUTRA FILIAL' AT 1305
              ACCEPT WRK-TECLA AT 1405
              GO TO 8800-CONTATOS-EXIT
           END-IF.

           DISPLAY 'NOME......: ' AT 0505.
           DISPLAY CLI-NOME AT 0518.

           MOVE ZERO TO WRK-SEG-QTDE.
           MOVE 10 TO WRK-SEG-LIN.

      *    PRIMEIRO AS GERACOES ROLADAS, DEPOIS O QUE ESTA NO VIVO
           PERFORM 8966-LER-GERACOES-SEG THRU 8966-GERACOES-SEG-EXIT.

           PERFORM 8970-LER-SEG-TELA
               UNTIL FS-SEGURANCA NOT = '00'.

       8965-LISTAR-SEG-EXIT.
           EXIT.

       8966-LER-GERACOES-SEG.
           OPEN INPUT GERACOES.
           IF FS-GERACAO NOT = '00'
              GO TO 8966-GERACOES-SEG-EXIT
           END-IF.

           OPEN INPUT SEG-HISTORICO.
           IF FS-SEG-HISTORICO NOT = '00'
              CLOSE GERACOES
              GO TO 8966-GERACOES-SEG-EXIT
           END-IF.

           MOVE SPACE TO WRK-FIM-GERACAO.
           MOVE 'OPESEG' TO GER-ARQUIVO.
           MOVE ZERO TO GER-NUMERO.
           START GERACOES KEY NOT LESS THAN GER-CHAVE
               INVALID KEY
                  SET WRK-GERACAO-ACABOU TO TRUE
           END-START.

           PERFORM 8967-LER-GERACAO-SEG
               UNTIL WRK-GERACAO-ACABOU.

           CLOSE SEG-HISTORICO.
           CLOSE GERACOES.

       8966-GERACOES-SEG-EXIT.
           EXIT.

       8967-LER-GERACAO-SEG.
           READ GERACOES NEXT RECORD
               AT END
                  SET WRK-GERACAO-ACABOU TO TRUE
               NOT AT END
                  IF GER-ARQUIVO NOT = 'OPESEG'
                     SET WRK-GERACAO-ACABOU TO TRUE
                  ELSE
                     PERFORM 8968-AVALIAR-GERACAO-SEG
                  END-IF
           END-READ.

       8968-AVALIAR-GERACAO-SEG.
      *    SO ENTRA GERACAO FECHADA COM ALGUMA DATA NO PERIODO
           IF GER-FECHADA
              AND (SFL-DATA-INICIAL = ZERO
                   OR GER-DATA-FINAL NOT < SFL-DATA-INICIAL)
              AND (SFL-DATA-FINAL = ZERO
                   OR GER-DATA-INICIAL NOT > SFL-DATA-FINAL)
              MOVE SPACE TO WRK-FIM-ROLADO
              MOVE GER-NUMERO TO SGH-GERACAO
              MOVE ZERO TO SGH-SEQUENCIA
              START SEG-HISTORICO KEY NOT LESS THAN SGH-CHAVE
                  INVALID KEY
                     SET WRK-ROLADO-ACABOU TO TRUE
              END-START
              PERFORM 8969-LER-ROLADO-SEG
                  UNTIL WRK-ROLADO-ACABOU
           END-IF.

       8969-LER-ROLADO-SEG.
           READ SEG-HISTORICO NEXT RECORD
               AT END
                  SET WRK-ROLADO-ACABOU TO TRUE
               NOT AT END
                  IF SGH-GERACAO NOT = GER-NUMERO
                     SET WRK-ROLADO-ACABOU TO TRUE
                  ELSE
                     MOVE SGH-IMAGEM TO SEG-REGISTRO
                     PERFORM 8975-MOSTRAR-SEG
                  END-IF
           END-READ.

       8970-LER-SEG-TELA.
           READ JORNAL-SEGURANCA
               AT END
               999999937).
           ADD 1 TO WRK-CIF-IND.

      *    ATENDENTE SO ENXERGA OS CLIENTES DA PROPRIA FILIAL; CLIENTE
      *    GRAVADO ANTES DAS FILIAIS PERTENCE A MATRIZ (001)
       9500-VERIFICAR-FILIAL.
           IF CLI-FILIAL NUMERIC AND CLI-FILIAL > ZERO
              MOVE CLI-FILIAL TO WRK-FIL-CLIENTE
           ELSE
              MOVE 1 TO WRK-FIL-CLIENTE
           END-IF.

           IF WRK-FIL-TODAS OR WRK-FIL-CLIENTE = WRK-FIL-OPERADOR
              SET WRK-FIL-PERMITIDA TO TRUE
           ELSE
              MOVE 'N' TO WRK-FIL-SITUACAO
           END-IF.

       3000-FINALIZAR.
           CLOSE CLIENTE-MASTER.
           CLOSE OPERADORES.
