      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DO REGISTRO DE MOVIMENTO DE MANUTENCAO DA
      *            ESTRUTURA DE KITS (KITMOVTO), ENVIADO PELA AREA DE
      *            CATALOGO PARA APLICACAO NOTURNA NO KSDS KITEST
      *            PELO COBOL066, COM OS MESMOS CODIGOS DE ACAO DO
      *            CATB0001M:
      *            A = INCLUSAO DO COMPONENTE NO KIT
      *            C = ALTERACAO DA QUANTIDADE DO COMPONENTE
      *            D = EXCLUSAO DO COMPONENTE DO KIT
      *            NA EXCLUSAO A QUANTIDADE E IGNORADA
      * CPD      : INEFE
      *****************************************************************
       01  KITB0001M.
           05 KITB0001M-ACAO              PIC X(01).
              88 KITB0001M-INCLUSAO                 VALUE 'A'.
              88 KITB0001M-ALTERACAO                VALUE 'C'.
              88 KITB0001M-EXCLUSAO                 VALUE 'D'.
           05 KITB0001M-KIT               PIC 9(05).
           05 KITB0001M-COMPONENTE        PIC 9(05).
           05 KITB0001M-QUANTIDADE        PIC 9(05)V999.
           05 FILLER                      PIC X(61).
