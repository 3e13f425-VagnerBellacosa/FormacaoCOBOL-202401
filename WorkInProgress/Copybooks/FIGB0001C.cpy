      *            DE MOEDA DO CAMBTAB), PARA CONSUMO PELA
      *            ENGENHARIA
      * CPD      : INEFE
      *****************************************************************
      * HISTORICO DE ALTERACOES
      * 15/10/2026  VRB  INCLUIDOS O NUMERO DO ORCAMENTO E O CODIGO DO
      *                  CLIENTE, TOMADOS DO FILLER - INSUMO DA EMISSAO
      *                  DOS ORCAMENTOS (COBOL050)
      * 15/10/2026  VRB  INCLUIDO O INDICADOR DE PRECO COM MOVIMENTO
      *                  PENDENTE APLICADO (ENTREGA FUTURA, SUBPROGRAMA
      *                  CATPRECO), TOMADO DO FILLER
      *****************************************************************
       01  FIGB0001C.
           05 FIGB0001C-TIPO              PIC X(01).
           05 FIGB0001C-MOEDA             PIC X(03).
           05 FIGB0001C-CUSTO             PIC 9(11)V99.
           05 FIGB0001C-CUSTO-USD         PIC 9(11)V99.
           05 FIGB0001C-ORCAMENTO         PIC 9(06).
           05 FIGB0001C-CLIENTE           PIC X(06).
           05 FIGB0001C-PENDENTE          PIC X(01).
              88 FIGB0001C-COM-PENDENTE             VALUE 'S'.
           05 FILLER                      PIC X(05).
