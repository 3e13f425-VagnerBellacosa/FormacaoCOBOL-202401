      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : CONFERENCIA DA REORGANIZACAO SEMANAL DOS KSDS
      *            (JOB KSDREO01) - CONTA E CALCULA UM SELO ENCADEADO
      *            SOBRE AS 80 POSICOES DE CADA REGISTRO DO KSDS DO
      *            PARM (CATET001 OU ELEGHIST, LEITURA SEQUENCIAL NA
      *            ORDEM DA CHAVE) E DA DESCARGA REORGUNL, NA MESMA
      *            ORDEM, E EXIGE QUANTIDADE E SELO IGUAIS:
      *              FASE 'A' (ANTES) - CONFERE A DESCARGA CONTRA O
      *              KSDS ORIGINAL, ANTES DA REDEFINICAO;
      *              FASE 'D' (DEPOIS) - CONFERE O KSDS RECARREGADO
      *              CONTRA A DESCARGA.
      *            DIVERGENCIA, OU ARQUIVO INDISPONIVEL, GRAVA ERRO
      *            GRAVE NO ERRLOG E FORCA ABEND (RC 921), IMPEDINDO
      *            OS STEPS SEGUINTES. MESMO CALCULO DE SELO DO COBOL056
      *            PARM = CLUSTER (8) + FASE (1), EX.: 'CATET001A'
      * CPD      : INEFE
      *****************************************************************
      * HISTORICO DE ALTERACOES
      * 15/10/2026  VRB  VERSAO ORIGINAL DO PROGRAMA
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL058.
       AUTHOR. VAGNER BELLACOSA.
       DATE-WRITTEN. 15/10/26 @ 20:00:00.
       DATE-COMPILED. 2026-10-15.
      *
      **********************
       ENVIRONMENT DIVISION.
      **********************
      *
       CONFIGURATION SECTION.
      *
       SPECIAL-NAMES.
      *
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
         SELECT REORGUNL        ASSIGN TO REORGUNL
         FILE STATUS FLG-REORGUNL.
      *
         SELECT CATET001        ASSIGN TO CATET001
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS CATB0001-CODIGO
         FILE STATUS FLG-CAT001.
      *
         SELECT ELEGHIST        ASSIGN TO ELEGHIST
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS ELGB0001H-MATRICULA
         FILE STATUS FLG-ELEGHIST.
      *
      ***************
       DATA DIVISION.
      ***************
      *
       FILE SECTION.
      *
       FD  REORGUNL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  REORGUNL-REGISTRO           PIC X(80).
      *
       FD  CATET001
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY "CATB0001".
      *
       FD  ELEGHIST
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY "ELGB0001H".
      *
       WORKING-STORAGE SECTION.
      *
       77  FLG-REORGUNL               PIC X(02).
       77  FLG-CAT001                 PIC X(02).
       77  FLG-ELEGHIST               PIC X(02).
       77  WSS-FIM-REORGUNL           PIC X(01)   VALUE 'N'.
           88 FIM-REORGUNL                        VALUE 'S'.
       77  WSS-FIM-KSDS               PIC X(01)   VALUE 'N'.
           88 FIM-KSDS                            VALUE 'S'.
       77  WSS-TAM-PARM-ESPERADO      PIC S9(04) COMP VALUE 9.
       77  WSS-CONT-DESCARGA          PIC 9(09)   VALUE ZERO.
       77  WSS-CONT-KSDS              PIC 9(09)   VALUE ZERO.
       77  WSS-SELO-DESCARGA          PIC 9(07)   VALUE ZERO.
       77  WSS-SELO-KSDS              PIC 9(07)   VALUE ZERO.
       77  WSS-MSG-ABEND              PIC X(60)   VALUE SPACES.
       77  WSS-ABEND-CODE             PIC S9(08) COMP VALUE ZERO.
       77  WSS-ABEND-REASON           PIC S9(08) COMP VALUE ZERO.
      *
      *    CALCULO DO SELO - PARA CADA POSICAO P DE 1 A 80:
      *    ACUMULADO = RESTO DE (ACUMULADO X 31 + BYTE(P) + P) POR
      *    9999991 (PRIMO), PARTINDO DO SELO DO REGISTRO ANTERIOR
      *
       77  WSS-POSICOES-SELO          PIC 9(02)   VALUE 80.
       77  WSS-POS                    PIC 9(02)   VALUE ZERO.
       77  WSS-MODULO-SELO            PIC 9(07)   VALUE 9999991.
       77  WSS-MULTIPLICADOR          PIC 9(02)   VALUE 31.
       77  WSS-ACUMULADO              PIC 9(11)   VALUE ZERO.
       77  WSS-QUOCIENTE              PIC 9(11)   VALUE ZERO.
       77  WSS-REGISTRO               PIC X(80)   VALUE SPACES.
      *
      *    CONVERSAO DE UM BYTE NO SEU VALOR NUMERICO (0 A 255) -
      *    O BYTE VAI PARA A METADE BAIXA DE UM BINARIO DE 2 BYTES
      *
       01  WSS-CONVERTE-BYTE.
           05 WSS-CB-ALTO             PIC X(01)   VALUE LOW-VALUE.
           05 WSS-CB-BAIXO            PIC X(01)   VALUE LOW-VALUE.
       01  WSS-CONVERTE-BYTE-R REDEFINES WSS-CONVERTE-BYTE.
           05 WSS-CB-VALOR            PIC S9(04) COMP.
      *
           COPY "RETCODES".
      *
           COPY "ERRLOG".
      *
       LINKAGE SECTION.
      *
       01  LKS-PARM-REORG.
           05 LKS-PR-TAM              PIC S9(04) COMP.
           05 LKS-PR-CLUSTER          PIC X(08).
              88 LKS-PR-CATET001                VALUE 'CATET001'.
              88 LKS-PR-ELEGHIST                VALUE 'ELEGHIST'.
           05 LKS-PR-FASE             PIC X(01).
              88 LKS-PR-FASE-ANTES              VALUE 'A'.
              88 LKS-PR-FASE-DEPOIS             VALUE 'D'.

      *-------------------------------------
       PROCEDURE DIVISION USING LKS-PARM-REORG.
      *
       ROT-PRINCIPAL.

           PERFORM ROT-ABERTURA
              THRU ROT-ABERTURA-EXIT.

           PERFORM ROT-LER-DESCARGA
              THRU ROT-LER-DESCARGA-EXIT
              UNTIL FIM-REORGUNL.

           PERFORM ROT-LER-KSDS
              THRU ROT-LER-KSDS-EXIT
              UNTIL FIM-KSDS.

           PERFORM ROT-ENCERRAMENTO
              THRU ROT-ENCERRAMENTO-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
      * VALIDA O PARM E ABRE A DESCARGA E O KSDS DO CLUSTER -      *
      * SEM UM DELES A CONFERENCIA NAO PODE SER FEITA E O STEP E   *
      * ENCERRADO COM ERRLOG E ABEND                               *
      *-----------------------------------------------------------*
       ROT-ABERTURA.

           IF LKS-PR-TAM NOT = WSS-TAM-PARM-ESPERADO
              OR (NOT LKS-PR-CATET001 AND NOT LKS-PR-ELEGHIST)
              OR (NOT LKS-PR-FASE-ANTES AND NOT LKS-PR-FASE-DEPOIS)
              DISPLAY '*******************************************'
              DISPLAY '*** ERRO GRAVE                          ***'
              DISPLAY '*** PARM INVALIDO - CLUSTER + FASE (A/D) ***'
              DISPLAY '*******************************************'
              MOVE RC-PARM-CODIGO-INVALIDO TO WSS-ABEND-CODE
              MOVE 'PARM INVALIDO NA CONFERENCIA DA REORGANIZACAO'
                TO WSS-MSG-ABEND
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           OPEN INPUT REORGUNL.

           IF FLG-REORGUNL NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO REORGUNL *** FLG = '
                       FLG-REORGUNL
              MOVE RC-REORGANIZACAO-DIVERGENTE TO WSS-ABEND-CODE
              MOVE 'DESCARGA DA REORGANIZACAO INDISPONIVEL'
                TO WSS-MSG-ABEND
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF LKS-PR-CATET001
              OPEN INPUT CATET001
              IF FLG-CAT001 NOT = '00'
                 DISPLAY '*** ERRO NA ABERTURA DO CATET001 *** FLG = '
                          FLG-CAT001
                 MOVE RC-REORGANIZACAO-DIVERGENTE TO WSS-ABEND-CODE
                 MOVE 'CATET001 INDISPONIVEL NA CONFERENCIA DA REORG'
                   TO WSS-MSG-ABEND
                 PERFORM ROT-ABEND
                    THRU ROT-ABEND-EXIT
              END-IF
           ELSE
              OPEN INPUT ELEGHIST
              IF FLG-ELEGHIST NOT = '00'
                 DISPLAY '*** ERRO NA ABERTURA DO ELEGHIST *** FLG = '
                          FLG-ELEGHIST
                 MOVE RC-REORGANIZACAO-DIVERGENTE TO WSS-ABEND-CODE
                 MOVE 'ELEGHIST INDISPONIVEL NA CONFERENCIA DA REORG'
                   TO WSS-MSG-ABEND
                 PERFORM ROT-ABEND
                    THRU ROT-ABEND-EXIT
              END-IF
           END-IF.

       ROT-ABERTURA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CONTA E SELA UM REGISTRO DA DESCARGA                       *
      *-----------------------------------------------------------*
       ROT-LER-DESCARGA.

           READ REORGUNL
              AT END
                 MOVE 'S' TO WSS-FIM-REORGUNL
                 GO TO ROT-LER-DESCARGA-EXIT
           END-READ.

           IF FLG-REORGUNL NOT = '00'
              DISPLAY '*** ERRO NA LEITURA DO REORGUNL *** FLG = '
                       FLG-REORGUNL
              MOVE RC-REORGANIZACAO-DIVERGENTE TO WSS-ABEND-CODE
              MOVE 'ERRO DE LEITURA NA DESCARGA DA REORGANIZACAO'
                TO WSS-MSG-ABEND
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1 TO WSS-CONT-DESCARGA.

           MOVE REORGUNL-REGISTRO TO WSS-REGISTRO.
           MOVE WSS-SELO-DESCARGA TO WSS-ACUMULADO.

           PERFORM ROT-ACUMULA-BYTE
              THRU ROT-ACUMULA-BYTE-EXIT
              VARYING WSS-POS FROM 1 BY 1
              UNTIL WSS-POS > WSS-POSICOES-SELO.

           MOVE WSS-ACUMULADO TO WSS-SELO-DESCARGA.

       ROT-LER-DESCARGA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CONTA E SELA UM REGISTRO DO KSDS (ORDEM DA CHAVE)          *
      *-----------------------------------------------------------*
       ROT-LER-KSDS.

           IF LKS-PR-CATET001
              READ CATET001
                 AT END
                    MOVE 'S' TO WSS-FIM-KSDS
              END-READ
              IF NOT FIM-KSDS
                 AND FLG-CAT001 NOT = '00'
                 DISPLAY '*** ERRO NA LEITURA DO CATET001 *** FLG = '
                          FLG-CAT001
                 MOVE 'S' TO WSS-FIM-KSDS
                 MOVE 99999 TO WSS-CONT-KSDS
              END-IF
              MOVE CATB0001 TO WSS-REGISTRO
           ELSE
              READ ELEGHIST
                 AT END
                    MOVE 'S' TO WSS-FIM-KSDS
              END-READ
              IF NOT FIM-KSDS
                 AND FLG-ELEGHIST NOT = '00'
                 DISPLAY '*** ERRO NA LEITURA DO ELEGHIST *** FLG = '
                          FLG-ELEGHIST
                 MOVE 'S' TO WSS-FIM-KSDS
                 MOVE 99999 TO WSS-CONT-KSDS
              END-IF
              MOVE ELGB0001H TO WSS-REGISTRO
           END-IF.

           IF FIM-KSDS
              GO TO ROT-LER-KSDS-EXIT
           END-IF.

           ADD 1 TO WSS-CONT-KSDS.

           MOVE WSS-SELO-KSDS TO WSS-ACUMULADO.

           PERFORM ROT-ACUMULA-BYTE
              THRU ROT-ACUMULA-BYTE-EXIT
              VARYING WSS-POS FROM 1 BY 1
              UNTIL WSS-POS > WSS-POSICOES-SELO.

           MOVE WSS-ACUMULADO TO WSS-SELO-KSDS.

       ROT-LER-KSDS-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * ACUMULA UMA POSICAO DO REGISTRO NO SELO                    *
      *-----------------------------------------------------------*
       ROT-ACUMULA-BYTE.

           MOVE WSS-REGISTRO (WSS-POS:1) TO WSS-CB-BAIXO.

           COMPUTE WSS-ACUMULADO =
              WSS-ACUMULADO * WSS-MULTIPLICADOR
              + WSS-CB-VALOR + WSS-POS.

           DIVIDE WSS-ACUMULADO BY WSS-MODULO-SELO
              GIVING WSS-QUOCIENTE
              REMAINDER WSS-ACUMULADO.

       ROT-ACUMULA-BYTE-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CONFRONTA QUANTIDADE E SELO - IGUAIS, LIBERA O PROXIMO     *
      * STEP; DIVERGENTES, DERRUBA O STEP COM ERRLOG E ABEND       *
      *-----------------------------------------------------------*
       ROT-ENCERRAMENTO.

           CLOSE REORGUNL.

           IF LKS-PR-CATET001
              CLOSE CATET001
           ELSE
              CLOSE ELEGHIST
           END-IF.

           DISPLAY '***************************************'.
           DISPLAY '* CLUSTER / FASE       = ' LKS-PR-CLUSTER ' / '
                                               LKS-PR-FASE.
           DISPLAY '* REGISTROS DESCARGA   = ' WSS-CONT-DESCARGA.
           DISPLAY '* REGISTROS KSDS       = ' WSS-CONT-KSDS.
           DISPLAY '* SELO DESCARGA        = ' WSS-SELO-DESCARGA.
           DISPLAY '* SELO KSDS            = ' WSS-SELO-KSDS.
           DISPLAY '***************************************'.

           IF WSS-CONT-DESCARGA NOT = WSS-CONT-KSDS
              OR WSS-SELO-DESCARGA NOT = WSS-SELO-KSDS
              MOVE RC-REORGANIZACAO-DIVERGENTE TO WSS-ABEND-CODE
              MOVE SPACES TO WSS-MSG-ABEND
              IF LKS-PR-FASE-ANTES
                 STRING 'DESCARGA NAO CONFERE COM O '
                                          DELIMITED BY SIZE
                        LKS-PR-CLUSTER    DELIMITED BY SIZE
                        ' - REORG SUSPENSA' DELIMITED BY SIZE
                   INTO WSS-MSG-ABEND
                 END-STRING
              ELSE
                 STRING LKS-PR-CLUSTER    DELIMITED BY SIZE
                        ' RECARREGADO NAO CONFERE COM A DESCARGA'
                                          DELIMITED BY SIZE
                   INTO WSS-MSG-ABEND
                 END-STRING
              END-IF
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           DISPLAY '*** REORGANIZACAO CONFERIDA - ' LKS-PR-CLUSTER.

       ROT-ENCERRAMENTO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * REGISTRA O ERRO GRAVE NO ARQUIVO CENTRAL DE ERROS E FORCA  *
      * UM ABEND COM DUMP, NOS MOLDES DO COBOL033                  *
      *-----------------------------------------------------------*
       ROT-ABEND.

           DISPLAY '*** ABEND FORCADO - CODIGO = ' WSS-ABEND-CODE.

           MOVE 'COBOL058'      TO LKS-EL-PROGRAMA.
           MOVE WSS-ABEND-CODE  TO LKS-EL-CODIGO.
           MOVE 'G'             TO LKS-EL-SEVERIDADE.
           MOVE WSS-MSG-ABEND   TO LKS-EL-MENSAGEM.

           CALL 'ERRLOG' USING LKS-ERROR-LOG.

           CALL 'CEE3ABD' USING WSS-ABEND-CODE WSS-ABEND-REASON.

       ROT-ABEND-EXIT.

           EXIT.

       END PROGRAM COBOL058.

      ********************* FIM DO PROGRAMA ****************************
