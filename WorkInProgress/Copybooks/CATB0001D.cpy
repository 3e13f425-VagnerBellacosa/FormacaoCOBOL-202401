      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DO REGISTRO DE DECISAO DO SUPERVISOR SOBRE
      *            UM ITEM SUSPENSO (SUSPCAT) OU UM MOVIMENTO PARCADO
      *            (CATAPROV), CAPTURADO NA TRANSACAO CAT7 NOS KSDS
      *            SUSPDECV E APRVDECV (CHAVE CODIGO). DESCARREGADO
      *            PELOS JOBS CATR0001/CATR0002 COMO O SUSPDEC/APRVDEC
      *            DO COBOL009/COBOL029, QUE LEEM SO O CODIGO E A
      *            DECISAO (POSICOES 1-6); MOTIVO, USUARIO E DATA/HORA
      *            FICAM PARA A CONFERENCIA DO SUPERVISOR
      * CPD      : INEFE
      *****************************************************************
       01  CATB0001D.
           05 CATB0001D-CODIGO            PIC 9(05).
           05 CATB0001D-DECISAO           PIC X(01).
              88 CATB0001D-APROVADO                 VALUE 'A'.
              88 CATB0001D-REJEITADO                VALUE 'R'.
           05 CATB0001D-MOTIVO            PIC X(40).
           05 CATB0001D-USUARIO           PIC X(08).
           05 CATB0001D-DATA              PIC 9(08).
           05 CATB0001D-HORA              PIC 9(08).
           05 FILLER                      PIC X(10).
