      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DO REGISTRO DE DATAS DE ENTREGA DOS
      *            ORCAMENTOS (ARQUIVO ORCENTR) - UM REGISTRO POR
      *            ORCAMENTO, MANTIDO PELO COMERCIAL DA ENGENHARIA.
      *            O CUSTEIO DAS FIGURAS (COBOL040) PRECIFICA O
      *            ORCAMENTO COM ENTREGA FUTURA PELO PRECO EM VIGOR NA
      *            DATA DE ENTREGA; ORCAMENTO SEM REGISTRO E
      *            PRECIFICADO NA DATA DO CICLO
      * CPD      : INEFE
      *****************************************************************
       01  ORCB0001E.
           05 ORCB0001E-ORCAMENTO         PIC 9(06).
           05 ORCB0001E-DATA-ENTREGA      PIC 9(08).
           05 FILLER                      PIC X(66).
