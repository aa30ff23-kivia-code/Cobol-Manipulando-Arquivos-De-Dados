      *OBJETIVO: LAYOUT DO REGISTRO DE CLIENTE ARQUIVADO (HISTORICO)
      *          ESPELHA CLIREG COM PREFIXO PROPRIO PARA CONVIVER
      *          COM O CADASTRO VIVO NO MESMO PROGRAMA, MENOS A
      *          SITUACAO NA RECEITA FEDERAL: NA RESTAURACAO O
      *          CLIENTE VOLTA COMO NAO CONSULTADO
       01  HIS-REGISTRO.
           05 HIS-CODIGO             PIC 9(06).
           05 HIS-NOME               PIC X(40).
           05 HIS-MOTIVO-INATIVACAO  PIC X(40).
           05 HIS-DATA-INATIVACAO    PIC 9(08).
           05 HIS-SIT-FATURAMENTO    PIC X(01).
           05 HIS-SIT-LGPD           PIC X(01).
              88 HIS-ANONIMIZADO     VALUE 'S'.
           05 HIS-FILIAL             PIC 9(03).
           05 FILLER                 PIC X(04).
