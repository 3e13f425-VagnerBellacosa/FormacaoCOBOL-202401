      *            NO RELATORIO DE VIOLACOES (COBOL043) - PONTO
      *            ABERTO DE SEGREGACAO DE FUNCOES DA AUDITORIA
      * CPD      : INEFE
      *****************************************************************
      * HISTORICO DE ALTERACOES
      * 15/10/2026  VRB  INCLUIDA A MARCA DA CAT6 (MANUTENCAO DO DE/PARA
      *                  DE ITENS DE FORNECEDOR, FORXREF), TOMADA DO
      *                  FILLER - SO O OPERADOR DO COMPRAS COM A MARCA
      *                  PODE INCLUIR, ALTERAR OU EXCLUIR DE/PARA
      * 15/10/2026  VRB  INCLUIDA A MARCA DA CAT7 (DECISAO DO
      *                  SUPERVISOR SOBRE OS ITENS SUSPENSOS DO
      *                  SUSPCAT E OS MOVIMENTOS PARCADOS DO
      *                  CATAPROV), TOMADA DO FILLER
      * 15/10/2026  VRB  INCLUIDA A MARCA DA CAT8 (RECONHECIMENTO DOS
      *                  ERROS GRAVES DO ERRLOG PELO ANALISTA DE
      *                  PLANTAO), TOMADA DO FILLER
      *****************************************************************
       01  AUTB0001.
           05 AUTB0001-USUARIO            PIC X(08).
           05 AUTB0001-CAT2-VALOR-MAX     PIC 9(07)V99.
           05 AUTB0001-CAT4-TIPO          PIC X(08)
              OCCURS 4 TIMES.
           05 AUTB0001-CAT6-FORXREF       PIC X(01).
              88 AUTB0001-MANTEM-FORXREF            VALUE 'S'.
           05 AUTB0001-CAT7-SUPERVISOR    PIC X(01).
              88 AUTB0001-DECIDE-APROVACAO          VALUE 'S'.
           05 AUTB0001-CAT8-PLANTAO       PIC X(01).
              88 AUTB0001-RECONHECE-ERRO            VALUE 'S'.
           05 FILLER                      PIC X(27).
