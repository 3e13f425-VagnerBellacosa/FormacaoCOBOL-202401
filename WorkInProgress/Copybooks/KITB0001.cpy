      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DO REGISTRO DA ESTRUTURA DE KITS (KSDS
      *            KITEST, CHAVE KITB0001-CHAVE = KIT + COMPONENTE) -
      *            CADA REGISTRO LIGA UM ITEM MONTADO DO CATALOGO
      *            (CATB0001-CODIGO DO KIT) A UM DOS SEUS COMPONENTES,
      *            TAMBEM CODIGO DO CATALOGO, COM A QUANTIDADE DO
      *            COMPONENTE POR UNIDADE DO KIT. UM COMPONENTE PODE
      *            SER, ELE MESMO, OUTRO KIT (ESTRUTURA EM NIVEIS) -
      *            A MANUTENCAO (COBOL066) RECUSA LIGACAO QUE FECHE
      *            CICLO. MANTIDO PELO COBOL066, CUSTEADO PELO
      *            COBOL067
      * CPD      : INEFE
      *****************************************************************
       01  KITB0001.
           05 KITB0001-CHAVE.
              10 KITB0001-KIT             PIC 9(05).
              10 KITB0001-COMPONENTE      PIC 9(05).
           05 KITB0001-QUANTIDADE         PIC 9(05)V999.
           05 KITB0001-DATA-INCLUSAO      PIC 9(08).
           05 KITB0001-DATA-ALTERACAO     PIC 9(08).
           05 FILLER                      PIC X(46).
