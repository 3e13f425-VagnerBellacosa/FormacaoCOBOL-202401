      *            DA RETENCAO, PARA APROVACAO OU REJEICAO PELO
      *            SUPERVISOR NA MANHA SEGUINTE (COBOL029)
      * CPD      : INEFE
      *****************************************************************
      * HISTORICO DE ALTERACOES
      * 15/10/2026  VRB  INCLUIDA A ORIGEM DO LOTE QUE TROUXE O
      *                  MOVIMENTO (CATB0001M-HDR-ORIGEM), TOMADA DO
      *                  FILLER - A LISTA DE APROVACAO ONLINE (CAT7)
      *                  RECUSA A DECISAO DO PROPRIO USUARIO QUE
      *                  SUBMETEU O MOVIMENTO (QUATRO OLHOS)
      *****************************************************************
       01  CATB0001A.
           05 CATB0001A-MOVIMENTO         PIC X(81).
           05 CATB0001A-VALOR-VIGENTE     PIC 9(07)V99.
           05 CATB0001A-VALOR-DELTA       PIC 9(07)V99.
           05 CATB0001A-DATA-RETENCAO     PIC 9(08).
           05 CATB0001A-ORIGEM            PIC X(08).
           05 FILLER                      PIC X(05).
