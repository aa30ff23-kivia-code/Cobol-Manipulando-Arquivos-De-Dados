      *          CADASTRO VIVO COM OS ENDERECOS DO ARQUIVO DE
      *          CONTATOS, FILTRA POR UF, CIDADE E FAIXA DE CEP
      *          (PARAMETROS NO ARQUIVO CMPPAR: UF;CIDADE;CEP-INI;
      *          CEP-FIM;SOMENTE-LIBERADOS;FILIAL) E GERA ETIQUETAS DE
      *          MALA DIRETA E ARQUIVO DELIMITADO NO ESTILO DA
      *          CARGA, COM RESUMO DE SELECIONADOS E PULADOS
      *AUTHOR: KIVIAAL
       77 WRK-QTDE-SEM-ENDERECO  PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-FORA-FILTRO   PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-PULADOS       PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-OUTRA-FILIAL  PIC 9(06) VALUE ZERO.

       77 WRK-CAMPO-UF           PIC X(02).
       77 WRK-CAMPO-CIDADE       PIC X(20).
       77 WRK-CAMPO-CEP-INI      PIC X(08).
       77 WRK-CAMPO-CEP-FIM      PIC X(08).
       77 WRK-CAMPO-SOMENTE      PIC X(01).
       77 WRK-CAMPO-FILIAL       PIC X(03).

       77 WRK-FLT-UF             PIC X(02).
       77 WRK-FLT-CIDADE         PIC X(20).
       77 WRK-FLT-CEP-INI        PIC 9(08).
       77 WRK-FLT-CEP-FIM        PIC 9(08).
       77 WRK-FLT-SOMENTE        PIC X(01).
       77 WRK-FLT-FILIAL         PIC 9(03).
       77 WRK-FIL-CLIENTE        PIC 9(03).
       77 WRK-FIL-DIR            PIC X(03) JUSTIFIED RIGHT.

       77 WRK-AJU-TAM            PIC 9(02) COMP.
       77 WRK-AJU-UTIL           PIC 9(02) COMP.
           MOVE ZERO TO WRK-FLT-CEP-INI.
           MOVE ZERO TO WRK-FLT-CEP-FIM.
           MOVE 'S' TO WRK-FLT-SOMENTE.
           MOVE ZERO TO WRK-FLT-FILIAL.

           OPEN INPUT PARAMETROS-CMP.
           IF FS-PARAMETRO NOT = '00'
           MOVE SPACES TO WRK-CAMPO-CEP-INI.
           MOVE SPACES TO WRK-CAMPO-CEP-FIM.
           MOVE SPACES TO WRK-CAMPO-SOMENTE.
           MOVE SPACES TO WRK-CAMPO-FILIAL.

           UNSTRING PAR-LINHA DELIMITED BY ';'
               INTO WRK-CAMPO-UF
                    WRK-CAMPO-CEP-INI
                    WRK-CAMPO-CEP-FIM
                    WRK-CAMPO-SOMENTE
                    WRK-CAMPO-FILIAL
           END-UNSTRING.

           MOVE WRK-CAMPO-UF TO WRK-FLT-UF.
              MOVE 'N' TO WRK-FLT-SOMENTE
           END-IF.

      *    FILIAL ACEITA COM OU SEM ZEROS A ESQUERDA (2 OU 002)
           MOVE 3 TO WRK-AJU-TAM.
           MOVE ZERO TO WRK-AJU-UTIL.
           PERFORM 1270-MEDIR-FILIAL
               UNTIL WRK-AJU-UTIL > ZERO OR WRK-AJU-TAM = ZERO.
           IF WRK-AJU-UTIL > ZERO
              MOVE WRK-CAMPO-FILIAL(1:WRK-AJU-UTIL) TO WRK-FIL-DIR
              INSPECT WRK-FIL-DIR REPLACING LEADING SPACE BY ZERO
              IF WRK-FIL-DIR NUMERIC
                 MOVE WRK-FIL-DIR TO WRK-FLT-FILIAL
              END-IF
           END-IF.

       1200-FECHAR-PARAMETROS.
           CLOSE PARAMETROS-CMP.

              SUBTRACT 1 FROM WRK-AJU-TAM
           END-IF.

       1270-MEDIR-FILIAL.
           IF WRK-CAMPO-FILIAL(WRK-AJU-TAM:1) NOT = SPACE
              MOVE WRK-AJU-TAM TO WRK-AJU-UTIL
           ELSE
              SUBTRACT 1 FROM WRK-AJU-TAM
           END-IF.

       1300-IMPRIMIR-FILTROS.
           MOVE 'UF........: ' TO REL-FLT-TITULO.
           MOVE WRK-FLT-UF TO REL-FLT-VALOR.
           MOVE WRK-FLT-SOMENTE TO REL-FLT-VALOR.
           WRITE REL-LINHA FROM REL-FILTRO.

           MOVE 'FILIAL....: ' TO REL-FLT-TITULO.
           IF WRK-FLT-FILIAL > ZERO
              MOVE WRK-FLT-FILIAL TO REL-FLT-VALOR
           ELSE
              MOVE SPACES TO REL-FLT-VALOR
           END-IF.
           WRITE REL-LINHA FROM REL-FILTRO.

           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

              GO TO 2200-TRATAR-FIM
           END-IF.

      *    CLIENTE GRAVADO ANTES DAS FILIAIS PERTENCE A MATRIZ (001)
           IF WRK-FLT-FILIAL > ZERO
              IF CLI-FILIAL NUMERIC AND CLI-FILIAL > ZERO
                 MOVE CLI-FILIAL TO WRK-FIL-CLIENTE
              ELSE
                 MOVE 1 TO WRK-FIL-CLIENTE
              END-IF
              IF WRK-FIL-CLIENTE NOT = WRK-FLT-FILIAL
                 ADD 1 TO WRK-QTDE-OUTRA-FILIAL
                 GO TO 2200-TRATAR-FIM
              END-IF
           END-IF.

      *    PROCURA UM ENDERECO DO CLIENTE QUE PASSE NOS FILTROS
           MOVE SPACE TO WRK-TEM-ENDERECO.
           MOVE SPACE TO WRK-TEM-SELECAO.
           MOVE WRK-QTDE-PULADOS TO REL-TOT-QTDE.
           WRITE REL-LINHA FROM REL-TOTAL.

           MOVE 'DE OUTRAS FILIAIS...........: ' TO REL-TOT-TITULO.
           MOVE WRK-QTDE-OUTRA-FILIAL TO REL-TOT-QTDE.
           WRITE REL-LINHA FROM REL-TOTAL.

           IF FS-CLIENTE = '00' OR FS-CLIENTE = '10'
              CLOSE CLIENTE-MASTER
           END-IF.
