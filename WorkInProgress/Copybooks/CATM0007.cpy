      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : MAPA SIMBOLICO DA TELA DA LISTA DE APROVACAO DO
      *            SUPERVISOR (MAPSET CATM0007, MAPA CATM0007), GERADO
      *            A PARTIR DA DEFINICAO BMS DA TRANSACAO CAT7 - FILA
      *            (S=SUSPENSOS DO SUSPCAT, A=PARCADOS DO CATAPROV),
      *            CODIGO, DECISAO (A/R) E MOTIVO; NA SAIDA, O
      *            CABECALHO DA FILA E ATE 10 LINHAS COM OS VALORES
      *            ATUAL E PROPOSTO, O PERCENTUAL OU DELTA E A
      *            DECISAO JA CAPTURADA
      * CPD      : INEFE
      *****************************************************************
       01  CATM0007I.
           05 FILAL                   PIC S9(4) COMP.
           05 FILAF                   PIC X(01).
           05 FILLER REDEFINES FILAF.
              10 FILAA                PIC X(01).
           05 FILAI                   PIC X(01).
           05 CODL                    PIC S9(4) COMP.
           05 CODF                    PIC X(01).
           05 FILLER REDEFINES CODF.
              10 CODA                 PIC X(01).
           05 CODI                    PIC X(05).
           05 DECL                    PIC S9(4) COMP.
           05 DECF                    PIC X(01).
           05 FILLER REDEFINES DECF.
              10 DECA                 PIC X(01).
           05 DECI                    PIC X(01).
           05 RAZAOL                  PIC S9(4) COMP.
           05 RAZAOF                  PIC X(01).
           05 FILLER REDEFINES RAZAOF.
              10 RAZAOA               PIC X(01).
           05 RAZAOI                  PIC X(40).
      *
       01  CATM0007O.
           05 FILAOL                  PIC S9(4) COMP.
           05 FILAOF                  PIC X(01).
           05 FILLER REDEFINES FILAOF.
              10 FILAOA               PIC X(01).
           05 FILAO                   PIC X(01).
           05 CODOL                   PIC S9(4) COMP.
           05 CODOF                   PIC X(01).
           05 FILLER REDEFINES CODOF.
              10 CODOA                PIC X(01).
           05 CODO                    PIC X(05).
           05 DECOL                   PIC S9(4) COMP.
           05 DECOF                   PIC X(01).
           05 FILLER REDEFINES DECOF.
              10 DECOA                PIC X(01).
           05 DECO                    PIC X(01).
           05 RAZAOOL                 PIC S9(4) COMP.
           05 RAZAOOF                 PIC X(01).
           05 FILLER REDEFINES RAZAOOF.
              10 RAZAOOA              PIC X(01).
           05 RAZAOO                  PIC X(40).
           05 CABECL                  PIC S9(4) COMP.
           05 CABECF                  PIC X(01).
           05 FILLER REDEFINES CABECF.
              10 CABECA               PIC X(01).
           05 CABECO                  PIC X(72).
           05 LISTAO-GRUPO.
              10 LISTAO-OCORRE OCCURS 10 TIMES.
                 15 LINHAL            PIC S9(4) COMP.
                 15 LINHAF            PIC X(01).
                 15 LINHAO            PIC X(72).
           05 MSGL                    PIC S9(4) COMP.
           05 MSGF                    PIC X(01).
           05 FILLER REDEFINES MSGF.
              10 MSGA                 PIC X(01).
           05 MSGO                    PIC X(40).
