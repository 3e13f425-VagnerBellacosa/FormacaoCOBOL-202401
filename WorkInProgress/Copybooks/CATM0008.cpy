      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : MAPA SIMBOLICO DA TELA DE RECONHECIMENTO DOS ERROS
      *            GRAVES (MAPSET CATM0008, MAPA CATM0008), GERADO A
      *            PARTIR DA DEFINICAO BMS DA TRANSACAO CAT8 - DATA
      *            DOS ERROS (EM BRANCO VALE O DIA CORRENTE), NUMERO
      *            DA LINHA A RECONHECER E COMENTARIO; NA SAIDA, O
      *            CABECALHO E ATE 10 LINHAS DE ERRO GRAVE DO ERRLOGV
      *            COM O USUARIO QUE JA RECONHECEU OU A MARCA DE
      *            PENDENTE
      * CPD      : INEFE
      *****************************************************************
       01  CATM0008I.
           05 PDATAL                  PIC S9(4) COMP.
           05 PDATAF                  PIC X(01).
           05 FILLER REDEFINES PDATAF.
              10 PDATAA               PIC X(01).
           05 PDATAI                  PIC X(08).
           05 NLINL                   PIC S9(4) COMP.
           05 NLINF                   PIC X(01).
           05 FILLER REDEFINES NLINF.
              10 NLINA                PIC X(01).
           05 NLINI                   PIC X(02).
           05 COMENTL                 PIC S9(4) COMP.
           05 COMENTF                 PIC X(01).
           05 FILLER REDEFINES COMENTF.
              10 COMENTA              PIC X(01).
           05 COMENTI                 PIC X(40).
      *
       01  CATM0008O.
           05 PDATAOL                 PIC S9(4) COMP.
           05 PDATAOF                 PIC X(01).
           05 FILLER REDEFINES PDATAOF.
              10 PDATAOA              PIC X(01).
           05 PDATAO                  PIC X(08).
           05 NLINOL                  PIC S9(4) COMP.
           05 NLINOF                  PIC X(01).
           05 FILLER REDEFINES NLINOF.
              10 NLINOA               PIC X(01).
           05 NLINO                   PIC X(02).
           05 COMENTOL                PIC S9(4) COMP.
           05 COMENTOF                PIC X(01).
           05 FILLER REDEFINES COMENTOF.
              10 COMENTOA             PIC X(01).
           05 COMENTO                 PIC X(40).
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
