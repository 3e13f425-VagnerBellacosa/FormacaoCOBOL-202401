      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DO REGISTRO DA FOTOGRAFIA DE PRECOS DOS
      *            ITENS DA ESTRUTURA DE KITS (KITCUSN/KITCUSA) -
      *            GRAVADO PELO COBOL067 PARA CADA KIT E COMPONENTE,
      *            COM O PRECO E A SITUACAO DO CATALOGO NA DATA DO
      *            CICLO (SUBPROGRAMA CATPRECO). A COPIA DA NOITE
      *            ANTERIOR (KITCUSA) E O TERMO DE COMPARACAO PARA
      *            APONTAR OS KITS AFETADOS POR COMPONENTE QUE MUDOU
      *            DE PRECO OU FOI DESCONTINUADO
      * CPD      : INEFE
      *****************************************************************
       01  KITB0001C.
           05 KITB0001C-CODIGO            PIC 9(05).
           05 KITB0001C-RETORNO           PIC X(01).
           05 KITB0001C-SITUACAO          PIC X(01).
           05 KITB0001C-VALOR             PIC 9(07)V99.
           05 KITB0001C-MOEDA             PIC X(03).
           05 KITB0001C-VALOR-BRL         PIC 9(11)V99.
           05 KITB0001C-DATA-CICLO        PIC 9(08).
           05 FILLER                      PIC X(40).
