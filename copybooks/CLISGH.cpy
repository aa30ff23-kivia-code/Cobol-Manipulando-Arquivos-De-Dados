      *OBJETIVO: LAYOUT DO HISTORICO DO JORNAL DE SEGURANCA (OPESGH)
      *          REGISTROS DO OPESEG GUARDADOS NA ROLAGEM, CHAVE =
      *          GERACAO DO CATALOGO (CLIGER) + SEQUENCIA DO REGISTRO
      *          NO JORNAL ROLADO; A IMAGEM E O LAYOUT CLISEG
       01  SGH-REGISTRO.
           05 SGH-CHAVE.
              10 SGH-GERACAO         PIC 9(04).
              10 SGH-SEQUENCIA       PIC 9(07).
           05 SGH-IMAGEM             PIC X(48).
