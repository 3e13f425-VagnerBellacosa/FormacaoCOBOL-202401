      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : MAPA SIMBOLICO DA TELA DE ACOMPANHAMENTO DOS
      *            CASOS DE APOSENTADORIA DO RH (MAPSET FOPM0002,
      *            MAPA FOPM0002), GERADO A PARTIR DA DEFINICAO BMS
      *            DA TRANSACAO APO1 - MATRICULA, ACAO (N/P/A/D/R OU
      *            BRANCO PARA CONSULTA), DATA DO EVENTO E DATA
      *            PREVISTA DA APOSENTADORIA; DEVOLVE O NOME, A
      *            SITUACAO E A DATA DE CADA SITUACAO DO CASO
      * CPD      : INEFE
      *****************************************************************
       01  FOPM0002I.
           05 MATRIL                  PIC S9(4) COMP.
           05 MATRIF                  PIC X(01).
           05 FILLER REDEFINES MATRIF.
              10 MATRIA               PIC X(01).
           05 MATRII                  PIC X(06).
           05 ACAOL                   PIC S9(4) COMP.
           05 ACAOF                   PIC X(01).
           05 FILLER REDEFINES ACAOF.
              10 ACAOA                PIC X(01).
           05 ACAOI                   PIC X(01).
           05 DTEVTL                  PIC S9(4) COMP.
           05 DTEVTF                  PIC X(01).
           05 FILLER REDEFINES DTEVTF.
              10 DTEVTA               PIC X(01).
           05 DTEVTI                  PIC X(08).
           05 DTPRVL                  PIC S9(4) COMP.
           05 DTPRVF                  PIC X(01).
           05 FILLER REDEFINES DTPRVF.
              10 DTPRVA               PIC X(01).
           05 DTPRVI                  PIC X(08).
      *
       01  FOPM0002O.
           05 MATRIOL                 PIC S9(4) COMP.
           05 MATRIOF                 PIC X(01).
           05 FILLER REDEFINES MATRIOF.
              10 MATRIOA              PIC X(01).
           05 MATRIO                  PIC X(06).
           05 ACAOOL                  PIC S9(4) COMP.
           05 ACAOOF                  PIC X(01).
           05 FILLER REDEFINES ACAOOF.
              10 ACAOOA               PIC X(01).
           05 ACAOO                   PIC X(01).
           05 DTEVTOL                 PIC S9(4) COMP.
           05 DTEVTOF                 PIC X(01).
           05 FILLER REDEFINES DTEVTOF.
              10 DTEVTOA              PIC X(01).
           05 DTEVTO                  PIC X(08).
           05 DTPRVOL                 PIC S9(4) COMP.
           05 DTPRVOF                 PIC X(01).
           05 FILLER REDEFINES DTPRVOF.
              10 DTPRVOA              PIC X(01).
           05 DTPRVO                  PIC X(08).
           05 NOMEL                   PIC S9(4) COMP.
           05 NOMEF                   PIC X(01).
           05 FILLER REDEFINES NOMEF.
              10 NOMEA                PIC X(01).
           05 NOMEO                   PIC X(30).
           05 SITUL                   PIC S9(4) COMP.
           05 SITUF                   PIC X(01).
           05 FILLER REDEFINES SITUF.
              10 SITUA                PIC X(01).
           05 SITUO                   PIC X(12).
           05 DTNOTL                  PIC S9(4) COMP.
           05 DTNOTF                  PIC X(01).
           05 FILLER REDEFINES DTNOTF.
              10 DTNOTA               PIC X(01).
           05 DTNOTO                  PIC X(08).
           05 DTPEDL                  PIC S9(4) COMP.
           05 DTPEDF                  PIC X(01).
           05 FILLER REDEFINES DTPEDF.
              10 DTPEDA               PIC X(01).
           05 DTPEDO                  PIC X(08).
           05 DTAPRL                  PIC S9(4) COMP.
           05 DTAPRF                  PIC X(01).
           05 FILLER REDEFINES DTAPRF.
              10 DTAPRA               PIC X(01).
           05 DTAPRO                  PIC X(08).
           05 DTDESL                  PIC S9(4) COMP.
           05 DTDESF                  PIC X(01).
           05 FILLER REDEFINES DTDESF.
              10 DTDESA               PIC X(01).
           05 DTDESO                  PIC X(08).
           05 DTAPOL                  PIC S9(4) COMP.
           05 DTAPOF                  PIC X(01).
           05 FILLER REDEFINES DTAPOF.
              10 DTAPOA               PIC X(01).
           05 DTAPOO                  PIC X(08).
           05 USUARL                  PIC S9(4) COMP.
           05 USUARF                  PIC X(01).
           05 FILLER REDEFINES USUARF.
              10 USUARA               PIC X(01).
           05 USUARO                  PIC X(08).
           05 MSGL                    PIC S9(4) COMP.
           05 MSGF                    PIC X(01).
           05 FILLER REDEFINES MSGF.
              10 MSGA                 PIC X(01).
           05 MSGO                    PIC X(40).
