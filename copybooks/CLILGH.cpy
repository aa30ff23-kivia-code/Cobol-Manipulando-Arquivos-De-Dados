      *OBJETIVO: LAYOUT DO HISTORICO DO LOG DE TRANSACOES (CLILGH)
      *          REGISTROS DO CLIENTES-LOG GUARDADOS NA ROLAGEM,
      *          CHAVE = GERACAO DO CATALOGO (CLIGER) + SEQUENCIA DO
      *          REGISTRO NO LOG ROLADO; A IMAGEM E O LAYOUT CLILOG
       01  LGH-REGISTRO.
           05 LGH-CHAVE.
              10 LGH-GERACAO         PIC 9(04).
              10 LGH-SEQUENCIA       PIC 9(07).
           05 LGH-IMAGEM             PIC X(49).
