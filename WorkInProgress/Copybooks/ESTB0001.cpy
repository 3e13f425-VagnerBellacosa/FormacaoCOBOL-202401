      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DO REGISTRO DO MESTRE DE ESTOQUE (KSDS
      *            ESTOQUE, CHAVE CODIGO DO ITEM DO CATALOGO) - SALDO
      *            FISICO EM MAOS, QUANTIDADE RESERVADA E LOCAL DE
      *            ARMAZENAGEM DE CADA ITEM DO CATET001. MANTIDO TODA
      *            NOITE PELO COBOL045 A PARTIR DO MOVIMENTO DE
      *            ENTRADAS/SAIDAS/AJUSTES DO ALMOXARIFADO (ESTMOVTO)
      * CPD      : INEFE
      *****************************************************************
       01  ESTB0001.
           05 ESTB0001-CODIGO         PIC 9(05).
           05 ESTB0001-QTDE-ESTOQUE   PIC 9(09).
           05 ESTB0001-QTDE-RESERVADA PIC 9(09).
           05 ESTB0001-LOCAL          PIC X(10).
           05 ESTB0001-DATA-ULT-MOVTO PIC 9(08).
           05 ESTB0001-DATA-INVENTARIO PIC 9(08).
           05 FILLER                  PIC X(31).
