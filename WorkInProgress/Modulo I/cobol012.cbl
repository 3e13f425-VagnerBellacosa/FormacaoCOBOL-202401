      *                  PELO CODIGO DE MATERIAL) - O MOTOR ENTROU NA
      *                  DISCIPLINA DO CICLO E OS SEUS REJEITOS
      *                  PASSAM PELO MESMO CIRCUITO DA MANHA
      * 15/10/2026  VRB  O FIGTRAN PASSOU A 33 POSICOES (ORCAMENTO E
      *                  CLIENTE) - FIGREJ/FIGPEND PASSAM A 92 E O
      *                  REGISTRO CORRIGIDO DO FIGCORR E O FIGRECIC A
      *                  33 POSICOES
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
      *
       FD  FIGREJ
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 92 CHARACTERS.
      *
           COPY "FIGB0001R".
      *
      *
       01  FIGCORR-REGISTRO.
           05 FIGCORR-MATERIAL        PIC 9(05).
           05 FIGCORR-CORRIGIDO       PIC X(33).
           05 FILLER                  PIC X(42).
      *
       FD  FIGRECIC
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 33 CHARACTERS.
      *
       01  FIGRECIC-REGISTRO           PIC X(33).
      *
       FD  FIGPEND
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 92 CHARACTERS.
      *
       01  FIGPEND-REGISTRO            PIC X(92).
      *
       FD  RECPARM
           LABEL RECORDS ARE STANDARD
       01  WSS-TAB-FIGCORR.
           05 WSS-FIGCORR-OCORRE      OCCURS 200 TIMES.
              10 WSS-FIGCORR-MATERIAL PIC 9(05).
              10 WSS-FIGCORR-REGISTRO PIC X(33).
      *
       01  WSS-LINHA-CABECALHO.
           05 FILLER                  PIC X(10)  VALUE 'RELATORIO:'.
