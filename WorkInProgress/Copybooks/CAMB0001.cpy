      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DO ACUMULADO DO MES DA VARIACAO CAMBIAL DO
      *            CATALOGO (CAMBMTD) - UM REGISTRO POR MOEDA COM A
      *            VARIACAO EM REAIS DO MES CORRENTE SEPARADA EM
      *            EFEITO PRECO (DELTAS DO CATALOGO) E EFEITO CAMBIO
      *            (CAMBTAB X CAMBANT). REGRAVADO TODA NOITE PELO
      *            COBOL059; O ACUMULADO ANTERIOR A ULTIMA NOITE
      *            APLICADA FICA GUARDADO PARA QUE A RETOMADA DA MESMA
      *            DATA DE CICLO NAO SOME A NOITE DUAS VEZES
      * CPD      : INEFE
      *****************************************************************
      * HISTORICO DE ALTERACOES
      * 15/10/2026  VRB  LAYOUT ORIGINAL DO REGISTRO CAMB0001
      *****************************************************************
       01  CAMB0001.
           05 CAMB0001-MES                PIC 9(06).
           05 CAMB0001-MOEDA              PIC X(03).
           05 CAMB0001-DATA-ULTIMA        PIC 9(08).
           05 CAMB0001-ACUM-PRECO         PIC S9(13)V99.
           05 CAMB0001-ACUM-CAMBIO        PIC S9(13)V99.
           05 CAMB0001-ANT-PRECO          PIC S9(13)V99.
           05 CAMB0001-ANT-CAMBIO         PIC S9(13)V99.
           05 FILLER                      PIC X(03).
