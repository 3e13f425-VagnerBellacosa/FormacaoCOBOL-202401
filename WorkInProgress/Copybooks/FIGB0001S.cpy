      * 03/09/2026  VRB  INCLUIDO O CODIGO DE MATERIAL, TOMADO DO
      *                  FILLER - CARREGADO DA TRANSACAO PELO
      *                  COBOL024 E CONSUMIDO PELO CUSTEIO (COBOL040)
      * 15/10/2026  VRB  INCLUIDOS O NUMERO DO ORCAMENTO E O CODIGO DO
      *                  CLIENTE, CARREGADOS DA TRANSACAO - O REGISTRO
      *                  PASSA DE 40 PARA 52 POSICOES
      *****************************************************************
       01  FIGB0001S.
           05 FIGB0001S-TIPO               PIC X(01).
           05 FIGB0001S-AREA               PIC 9(07)V9(02).
           05 FIGB0001S-PERIMETRO          PIC 9(07)V9(02).
           05 FIGB0001S-MATERIAL           PIC 9(05).
           05 FIGB0001S-ORCAMENTO          PIC 9(06).
           05 FIGB0001S-CLIENTE            PIC X(06).
           05 FILLER                       PIC X(01).
