      *                  CATB0001-CODIGO DO CATALOGO), TOMADO DO
      *                  FILLER - INSUMO DO CUSTEIO DAS FIGURAS
      *                  (COBOL040)
      * 15/10/2026  VRB  INCLUIDOS O NUMERO DO ORCAMENTO E O CODIGO DO
      *                  CLIENTE - VARIAS FIGURAS COMPOEM UM ORCAMENTO,
      *                  AGRUPADO PELO COBOL050. O REGISTRO PASSA DE
      *                  21 PARA 33 POSICOES; FIGURA FORA DE ORCAMENTO
      *                  VEM COM O NUMERO ZERADO
      *****************************************************************
       01  FIGB0001.
           05 FIGB0001-TIPO                PIC X(01).
              10 FIGB0001-DIM-2            PIC 9(03)V9(02).
              10 FIGB0001-DIM-3            PIC 9(03)V9(02).
           05 FIGB0001-MATERIAL            PIC 9(05).
           05 FIGB0001-ORCAMENTO           PIC 9(06).
           05 FIGB0001-CLIENTE             PIC X(06).
