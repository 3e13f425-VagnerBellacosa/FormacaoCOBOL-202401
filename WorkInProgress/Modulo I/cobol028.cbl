      *                  REPROCESSO AUTORIZADO (FUNCAO 'R' DO
      *                  COBOL017) DEIXAM DE ENTRAR NOS INDICADORES
      *                  - O PAINEL REPORTA SO A RE-EXECUCAO
      * 15/10/2026  VRB  DATA DO EVENTO EM AAAAMMDD - A QUEBRA E A LINHA
      *                  DA NOITE PASSAM A USAR A DATA COM O SECULO
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       77  WSS-FIM-AUDLOG             PIC X(01)   VALUE 'N'.
           88 FIM-AUDLOG                          VALUE 'S'.
       77  WSS-TEM-NOITE              PIC X(01)   VALUE 'N'.
       77  WSS-DATA-ANTERIOR          PIC 9(08)   VALUE ZERO.
       77  WSS-HORA-PRIMEIRO-OPEN     PIC 9(08)   VALUE ZERO.
       77  WSS-TEM-OPEN               PIC X(01)   VALUE 'N'.
       77  WSS-HORA-ULTIMO            PIC 9(08)   VALUE ZERO.
       01  WSS-LINHA-NOITE.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 FILLER                  PIC X(06)  VALUE 'NOITE '.
           05 WSS-NOI-DATA            PIC 9(08).
           05 FILLER                  PIC X(06)  VALUE ' SEG='.
           05 WSS-NOI-SEGUNDOS        PIC ZZZZZZ9.
           05 FILLER                  PIC X(05)  VALUE ' INS='.
           05 WSS-NOI-ALERTA-TEMPO    PIC X(08).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-NOI-ALERTA-VOLUME   PIC X(08).
           05 FILLER                  PIC X(09)  VALUE SPACES.

      ********************
       PROCEDURE DIVISION.
