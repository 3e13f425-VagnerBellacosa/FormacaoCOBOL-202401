      *            PELO CIRCUITO MATINAL DO COBOL012, NOS MOLDES DOS
      *            REJEITOS DO CATALOGO E DA FOLHA
      * CPD      : INEFE
      *****************************************************************
      * HISTORICO DE ALTERACOES
      * 15/10/2026  VRB  A IMAGEM DA TRANSACAO ACOMPANHA O FIGTRAN, QUE
      *                  PASSOU A 33 POSICOES (ORCAMENTO E CLIENTE) - O
      *                  REGISTRO DE REJEITO PASSA DE 80 PARA 92
      *****************************************************************
       01  FIGB0001-REJ.
           05 FIGB0001-REJ-REGISTRO       PIC X(33).
           05 FIGB0001-REJ-MOTIVO         PIC X(40).
           05 FIGB0001-REJ-DATA           PIC 9(08).
           05 FIGB0001-REJ-RECICLOS       PIC 9(02).
