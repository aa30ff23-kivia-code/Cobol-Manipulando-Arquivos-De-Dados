           05 CLI-SIT-FATURAMENTO    PIC X(01).
              88 CLI-FAT-RETIDO      VALUE 'R'.
              88 CLI-FAT-LIBERADO    VALUE ' '.
      *    SITUACAO CADASTRAL NA RECEITA FEDERAL E DATA DA CONSULTA
           05 CLI-SIT-RECEITA        PIC X(01).
              88 CLI-RFB-REGULAR     VALUE 'R'.
              88 CLI-RFB-PENDENTE    VALUE 'P'.
              88 CLI-RFB-SUSPENSA    VALUE 'S'.
              88 CLI-RFB-INAPTA      VALUE 'I'.
              88 CLI-RFB-BAIXADA     VALUE 'B'.
              88 CLI-RFB-CANCELADA   VALUE 'C'.
              88 CLI-RFB-NULA        VALUE 'N'.
              88 CLI-RFB-FALECIDO    VALUE 'F'.
              88 CLI-RFB-NAO-ACHADO  VALUE 'X'.
              88 CLI-RFB-NAO-CONSULTADO VALUE ' '.
           05 CLI-DATA-RECEITA       PIC 9(08).
      *    TITULAR QUE PEDIU A ELIMINACAO DOS DADOS PESSOAIS (LGPD)
           05 CLI-SIT-LGPD           PIC X(01).
              88 CLI-ANONIMIZADO     VALUE 'S'.
              88 CLI-NAO-ANONIMIZADO VALUE ' '.
      *    FILIAL DONA DO CLIENTE (ZERO OU BRANCO = 001, MATRIZ)
           05 CLI-FILIAL             PIC 9(03).
      *    QUEM RETEVE O CLIENTE NO FATURAMENTO (BRANCO = SEM MOTIVO
      *    GRAVADO, RETENCAO ANTERIOR AO CAMPO)
           05 CLI-MOTIVO-RETENCAO    PIC X(01).
              88 CLI-RET-ATRASO      VALUE 'A'.
              88 CLI-RET-FATURAMENTO VALUE 'F'.
              88 CLI-RET-RECEITA     VALUE 'R'.
              88 CLI-RET-SEM-MOTIVO  VALUE ' '.
           05 FILLER                 PIC X(03).
