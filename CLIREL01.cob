       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIREL01.
      ****************************************
      *OBJETIVO: RELATORIO DE CLIENTES CADASTRADOS, COM A FILIAL
      *          DE CADA CLIENTE E TOTAIS DE ATIVOS E INATIVOS POR
      *          FILIAL NO FINAL
      *AUTHOR: KIVIAAL
      ****************************************
       ENVIRONMENT DIVISION.
       77 WRK-QTDE-INATIVOS      PIC 9(06) VALUE ZERO.
       77 WRK-DATA-SISTEMA       PIC 9(08).

      *    TOTAIS POR FILIAL, INDEXADOS PELO PROPRIO NUMERO DA FILIAL
       77 WRK-FIL-CLIENTE        PIC 9(03).
       77 WRK-FIL-IND            PIC 9(04) COMP.
       01  WRK-TAB-FILIAIS.
           05 WRK-FIL-ENT OCCURS 999 TIMES.
              10 WRK-FIL-ATIVOS   PIC 9(06).
              10 WRK-FIL-INATIVOS PIC 9(06).

       01  REL-CABECALHO.
           05 FILLER             PIC X(10) VALUE 'RELATORIO '.
           05 FILLER             PIC X(20) VALUE 'DE CLIENTES ATIVOS'.
           05 REL-DET-TIPO       PIC X(01).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 REL-DET-DOC        PIC 9(14).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 REL-DET-FILIAL     PIC 9(03).

       01  REL-RODAPE.
           05 FILLER             PIC X(31) VALUE
              'TOTAL DE CLIENTES INATIVOS..: '.
           05 REL-ROD-INATIVOS   PIC Z(5)9.

       01  REL-FILIAL.
           05 FILLER             PIC X(07) VALUE 'FILIAL '.
           05 REL-FIL-CODIGO     PIC 9(03).
           05 FILLER             PIC X(13) VALUE '  ATIVOS...: '.
           05 REL-FIL-ATIVOS     PIC Z(5)9.
           05 FILLER             PIC X(15) VALUE
              '  INATIVOS...: '.
           05 REL-FIL-INATIVOS   PIC Z(5)9.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           OPEN OUTPUT RELATORIO-CLI.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE ZEROS TO WRK-TAB-FILIAIS.

           PERFORM 1100-IMPRIMIR-CABECALHO.

           END-READ.

       2200-TRATAR-REGISTRO.
      *    CLIENTE GRAVADO ANTES DAS FILIAIS PERTENCE A MATRIZ (001)
           IF CLI-FILIAL NUMERIC AND CLI-FILIAL > ZERO
              MOVE CLI-FILIAL TO WRK-FIL-CLIENTE
           ELSE
              MOVE 1 TO WRK-FIL-CLIENTE
           END-IF.

           IF CLI-ATIVO
              IF WRK-LINHAS-PAGINA >= 50
                 PERFORM 1100-IMPRIMIR-CABECALHO
              MOVE CLI-NOME TO REL-DET-NOME
              MOVE CLI-TIPO-PESSOA TO REL-DET-TIPO
              MOVE CLI-CPF-CNPJ TO REL-DET-DOC
              MOVE WRK-FIL-CLIENTE TO REL-DET-FILIAL
              WRITE REL-LINHA FROM REL-DETALHE
              ADD 1 TO WRK-LINHAS-PAGINA
              ADD 1 TO WRK-QTDE-LISTADOS
              ADD 1 TO WRK-FIL-ATIVOS(WRK-FIL-CLIENTE)
           ELSE
              ADD 1 TO WRK-QTDE-INATIVOS
              ADD 1 TO WRK-FIL-INATIVOS(WRK-FIL-CLIENTE)
           END-IF.

       3000-FINALIZAR.
           MOVE WRK-QTDE-INATIVOS TO REL-ROD-INATIVOS.
           WRITE REL-LINHA FROM REL-RODAPE.

           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'TOTAIS POR FILIAL' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 1 TO WRK-FIL-IND.
           PERFORM 3100-IMPRIMIR-FILIAL
               UNTIL WRK-FIL-IND > 999.

           CLOSE CLIENTE-MASTER.
           CLOSE RELATORIO-CLI.

       3100-IMPRIMIR-FILIAL.
           IF WRK-FIL-ATIVOS(WRK-FIL-IND) > ZERO
              OR WRK-FIL-INATIVOS(WRK-FIL-IND) > ZERO
              MOVE WRK-FIL-IND TO REL-FIL-CODIGO
              MOVE WRK-FIL-ATIVOS(WRK-FIL-IND) TO REL-FIL-ATIVOS
              MOVE WRK-FIL-INATIVOS(WRK-FIL-IND) TO REL-FIL-INATIVOS
              WRITE REL-LINHA FROM REL-FILIAL
           END-IF.
           ADD 1 TO WRK-FIL-IND.
