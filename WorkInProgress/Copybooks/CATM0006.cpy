      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : MAPA SIMBOLICO DA TELA DE MANUTENCAO DO DE/PARA DE
      *            ITENS DE FORNECEDOR (MAPSET CATM0006, MAPA
      *            CATM0006), GERADO A PARTIR DA DEFINICAO BMS DA
      *            TRANSACAO CAT6 - ACAO (A/C/D), FORNECEDOR, ITEM NA
      *            NUMERACAO DO FORNECEDOR E CODIGO DO CATALOGO; NA
      *            SAIDA, A DESCRICAO DO ITEM DO CATALOGO E A
      *            PENDENCIA DO FORPEND QUE O DE/PARA RESOLVE
      * CPD      : INEFE
      *****************************************************************
       01  CATM0006I.
           05 ACAOL                   PIC S9(4) COMP.
           05 ACAOF                   PIC X(01).
           05 FILLER REDEFINES ACAOF.
              10 ACAOA                PIC X(01).
           05 ACAOI                   PIC X(01).
           05 FORNL                   PIC S9(4) COMP.
           05 FORNF                   PIC X(01).
           05 FILLER REDEFINES FORNF.
              10 FORNA                PIC X(01).
           05 FORNI                   PIC X(05).
           05 ITEML                   PIC S9(4) COMP.
           05 ITEMF                   PIC X(01).
           05 FILLER REDEFINES ITEMF.
              10 ITEMA                PIC X(01).
           05 ITEMI                   PIC X(15).
           05 CODL                    PIC S9(4) COMP.
           05 CODF                    PIC X(01).
           05 FILLER REDEFINES CODF.
              10 CODA                 PIC X(01).
           05 CODI                    PIC X(05).
      *
       01  CATM0006O.
           05 ACAOOL                  PIC S9(4) COMP.
           05 ACAOOF                  PIC X(01).
           05 FILLER REDEFINES ACAOOF.
              10 ACAOOA               PIC X(01).
           05 ACAOO                   PIC X(01).
           05 FORNOL                  PIC S9(4) COMP.
           05 FORNOF                  PIC X(01).
           05 FILLER REDEFINES FORNOF.
              10 FORNOA               PIC X(01).
           05 FORNO                   PIC X(05).
           05 ITEMOL                  PIC S9(4) COMP.
           05 ITEMOF                  PIC X(01).
           05 FILLER REDEFINES ITEMOF.
              10 ITEMOA               PIC X(01).
           05 ITEMO                   PIC X(15).
           05 CODOL                   PIC S9(4) COMP.
           05 CODOF                   PIC X(01).
           05 FILLER REDEFINES CODOF.
              10 CODOA                PIC X(01).
           05 CODO                    PIC X(05).
           05 DESCL                   PIC S9(4) COMP.
           05 DESCF                   PIC X(01).
           05 FILLER REDEFINES DESCF.
              10 DESCA                PIC X(01).
           05 DESCO                   PIC X(30).
           05 PENDL                   PIC S9(4) COMP.
           05 PENDF                   PIC X(01).
           05 FILLER REDEFINES PENDF.
              10 PENDA                PIC X(01).
           05 PENDO                   PIC X(40).
           05 MOTIVL                  PIC S9(4) COMP.
           05 MOTIVF                  PIC X(01).
           05 FILLER REDEFINES MOTIVF.
              10 MOTIVA               PIC X(01).
           05 MOTIVO                  PIC X(40).
           05 RESOLL                  PIC S9(4) COMP.
           05 RESOLF                  PIC X(01).
           05 FILLER REDEFINES RESOLF.
              10 RESOLA               PIC X(01).
           05 RESOLO                  PIC X(40).
           05 MSGL                    PIC S9(4) COMP.
           05 MSGF                    PIC X(01).
           05 FILLER REDEFINES MSGF.
              10 MSGA                 PIC X(01).
           05 MSGO                    PIC X(40).
