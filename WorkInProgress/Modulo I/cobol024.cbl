      *                  SAIRIA VAZIO NUMA RESSUBMISSAO - APENAS SEM
      *                  REAPENSAR O REJEITO (FIGREJ E DISP=MOD), O
      *                  RAZAO E A CONCLUSAO NO CICLCTL
      * 15/10/2026  VRB  O FIGTRAN PASSA A 33 POSICOES (NUMERO DO
      *                  ORCAMENTO E CODIGO DO CLIENTE), LEVADOS AO
      *                  RESULTADO (FIGSAIDA, 52 POSICOES) - O REJEITO
      *                  FIGREJ ACOMPANHA A NOVA IMAGEM (92 POSICOES)
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
      *
       FD  FIGTRAN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 33 CHARACTERS.
      *
           COPY "FIGB0001".
      *
       FD  FIGSAIDA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 52 CHARACTERS.
      *
           COPY "FIGB0001S".
      *
       FD  FIGREJ
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 92 CHARACTERS.
      *
           COPY "FIGB0001R".
      *
           MOVE WSS-AREA          TO FIGB0001S-AREA.
           MOVE WSS-PERIMETRO     TO FIGB0001S-PERIMETRO.
           MOVE FIGB0001-MATERIAL TO FIGB0001S-MATERIAL.
           MOVE FIGB0001-ORCAMENTO TO FIGB0001S-ORCAMENTO.
           MOVE FIGB0001-CLIENTE  TO FIGB0001S-CLIENTE.

           IF FLG-FIGSAIDA = '00'
              WRITE FIGB0001S
