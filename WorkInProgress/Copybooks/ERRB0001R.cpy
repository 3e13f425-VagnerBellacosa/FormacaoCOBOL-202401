      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DO REGISTRO DE RECONHECIMENTO DE ERRO GRAVE
      *            (KSDS ERRACKV, CHAVE DATA + HORA DO ERRO, A MESMA
      *            DO ERRLOGV) - GRAVADO PELA TRANSACAO CAT8 QUANDO O
      *            ANALISTA DE PLANTAO RECONHECE UM ERRO DE SEVERIDADE
      *            'G' DO ERRLOG, COM O USUARIO, O MOMENTO DO
      *            RECONHECIMENTO E O COMENTARIO. O FECHAMENTO DO
      *            CICLO (FUNCAO 'F' DO COBOL017) EXIGE O
      *            RECONHECIMENTO DE TODOS OS ERROS GRAVES DA DATA E O
      *            RELATORIO MATINAL (COBOL060) APURA O TEMPO DE
      *            RESPOSTA DO PLANTAO
      * CPD      : INEFE
      *****************************************************************
       01  ERRB0001R.
           05 ERRB0001R-CHAVE.
              10 ERRB0001R-DATA           PIC 9(08).
              10 ERRB0001R-HORA           PIC 9(08).
           05 ERRB0001R-PROGRAMA          PIC X(08).
           05 ERRB0001R-CODIGO            PIC 9(03).
           05 ERRB0001R-USUARIO           PIC X(08).
           05 ERRB0001R-DATA-RECONHEC     PIC 9(08).
           05 ERRB0001R-HORA-RECONHEC     PIC 9(08).
           05 ERRB0001R-COMENTARIO        PIC X(40).
           05 FILLER                      PIC X(09).
