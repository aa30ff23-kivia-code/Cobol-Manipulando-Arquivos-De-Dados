      *OBJETIVO: CADEIA NOTURNA SEM OPERADOR NO TERMINAL: EXECUTA
      *          EM SEQUENCIA A DESCARGA DE SEGURANCA (CLIBKP01),
      *          A EXPORTACAO (CLIEXP01), A VERIFICACAO (CLIVER01),
      *          O ARQUIVAMENTO (CLIARQ01), A REVISAO DOS ACORDOS
      *          (CLIACD01), O RESUMO DO DIA (CLISUM01) E A
      *          ROLAGEM MENSAL DOS LOGS (CLIROL01, QUE SO FECHA
      *          GERACAO NA PRIMEIRA NOITE DO MES),
      *          REGISTRANDO CADA PASSO NO CONTROLE DE LOTES SOB O
      *          PROPRIO JOB; PARA NA PRIMEIRA FALHA E
      *          NA RODADA SEGUINTE OFERECE RETOMAR DO PASSO QUE
      *          FALHOU EM VEZ DE REFAZER A NOITE INTEIRA
      *AUTHOR: KIVIAAL
           05 FILLER             PIC X(16) VALUE 'EXPORTARCLIEXP01'.
           05 FILLER             PIC X(16) VALUE 'VERIFICACLIVER01'.
           05 FILLER             PIC X(16) VALUE 'ARQUIVAMCLIARQ01'.
           05 FILLER             PIC X(16) VALUE 'ACORDOS CLIACD01'.
           05 FILLER             PIC X(16) VALUE 'RESUMO  CLISUM01'.
           05 FILLER             PIC X(16) VALUE 'ROLAGEM CLIROL01'.

       01  WRK-PASSOS REDEFINES WRK-TABELA-PASSOS.
           05 WRK-PASSO-ENT OCCURS 7 TIMES.
              10 WRK-PASSO-JOB      PIC X(08).
              10 WRK-PASSO-PROGRAMA PIC X(08).

       77 WRK-QTDE-PASSOS        PIC 9(01) VALUE 7.
       77 WRK-PASSO-IND          PIC 9(02) COMP.
       77 WRK-PASSO-INICIAL      PIC 9(02) COMP VALUE 1.
       77 WRK-PRIMEIRO-PENDENTE  PIC 9(02) COMP.
