      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DO REGISTRO DE MOVIMENTO DE ESTOQUE
      *            (ESTMOVTO), ENVIADO PELO ALMOXARIFADO PARA
      *            APLICACAO NOTURNA NO MESTRE ESTOQUE PELO COBOL045:
      *            E = ENTRADA (RECEBIMENTO), SOMA AO SALDO
      *            S = SAIDA (REQUISICAO), BAIXA DO SALDO LIVRE
      *            A = AJUSTE DE INVENTARIO, A QUANTIDADE CONTADA
      *                PASSA A SER O SALDO EM MAOS
      *            R = RESERVA DE SALDO LIVRE
      *            L = LIBERACAO DE RESERVA
      *            O LOCAL EM BRANCO PRESERVA O LOCAL CADASTRADO
      * CPD      : INEFE
      *****************************************************************
       01  ESTB0001M.
           05 ESTB0001M-TIPO          PIC X(01).
              88 ESTB0001M-ENTRADA              VALUE 'E'.
              88 ESTB0001M-SAIDA                VALUE 'S'.
              88 ESTB0001M-AJUSTE               VALUE 'A'.
              88 ESTB0001M-RESERVA              VALUE 'R'.
              88 ESTB0001M-LIBERACAO            VALUE 'L'.
           05 ESTB0001M-CODIGO        PIC 9(05).
           05 ESTB0001M-QUANTIDADE    PIC 9(09).
           05 ESTB0001M-LOCAL         PIC X(10).
           05 ESTB0001M-DATA-MOVTO    PIC 9(08).
           05 ESTB0001M-DOCUMENTO     PIC X(10).
           05 FILLER                  PIC X(37).
