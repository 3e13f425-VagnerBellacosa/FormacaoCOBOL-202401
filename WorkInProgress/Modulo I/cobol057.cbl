      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : SAUDE SEMANAL DOS KSDS CATET001 E ELEGHIST - LE A
      *            SAIDA DO LISTCAT (IDCAMS) E TOMA AS ESTATISTICAS DO
      *            COMPONENTE DE DADOS DO CLUSTER DO PARM (REGISTROS,
      *            EXCLUIDOS, INCLUIDOS, SPLITS DE CI E DE CA, ESPACO
      *            LIVRE E USO DA ALOCACAO), GRAVA A FOTOGRAFIA NO
      *            HISTORICO KSDSHIST E EMITE NO RELKSD001 A TENDENCIA
      *            (DESDE A ULTIMA COLETA), O CRESCIMENTO SEMANAL DOS
      *            ULTIMOS 91 DIAS E A PREVISAO DE 4, 13 E 52 SEMANAS
      *            - PARA O CATET001 A PARTIR DA QUANTIDADE DO ULTIMO
      *            BACKUP CONFERIDO (BKPCTL), COM A DIFERENCA ENTRE O
      *            LISTCAT E O BACKUP. COM ALGUM LIMITE DO KSDPARM
      *            ATINGIDO (SPLITS DE CI, SPLITS DE CA OU ESPACO
      *            LIVRE MINIMO) A REORGANIZACAO E INDICADA E O STEP
      *            TERMINA COM RETORNO 4, QUE LIBERA OS STEPS DE
      *            DESCARGA/REDEFINICAO/RECARGA DO JCL (KSDREO01) -
      *            SALVO COM O CICLO NOTURNO ABERTO NO CICLCTL: A
      *            REORGANIZACAO E ENTAO RECUSADA, COM AVISO NO ERRLOG
      *            E RETORNO ZERO. CLUSTER AUSENTE DO LISTCAT ENCERRA
      *            O STEP COM ERRLOG GRAVE E ABEND (RC 920)
      *            PARM = NOME DO CLUSTER ('CATET001' OU 'ELEGHIST')
      * CPD      : INEFE
      *****************************************************************
      * HISTORICO DE ALTERACOES
      * 15/10/2026  VRB  VERSAO ORIGINAL DO PROGRAMA
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL057.
       AUTHOR. VAGNER BELLACOSA.
       DATE-WRITTEN. 15/10/26 @ 19:00:00.
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
         SELECT LISTCAT         ASSIGN TO LISTCAT
         FILE STATUS FLG-LISTCAT.
      *
         SELECT OPTIONAL KSDSHIST ASSIGN TO KSDSHIST
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-KSDSHIST.
      *
         SELECT OPTIONAL KSDPARM ASSIGN TO KSDPARM
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-KSDPARM.
      *
         SELECT OPTIONAL BKPCTL ASSIGN TO BKPCTL
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-BKPCTL.
      *
         SELECT OPTIONAL CICLCTL ASSIGN TO CICLCTL
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-CICLCTL.
      *
         SELECT RELKSD001       ASSIGN TO RELKSD001
         FILE STATUS FLG-RELKSD001.
      *
      ***************
       DATA DIVISION.
      ***************
      *
       FILE SECTION.
      *
      *    SAIDA DO LISTCAT (OUTFILE DO IDCAMS, RECFM=VBA) - A
      *    PRIMEIRA POSICAO E O CONTROLE DE CARRO DA IMPRESSAO
      *
       FD  LISTCAT
           RECORDING MODE IS V
           LABEL RECORDS ARE STANDARD
           RECORD IS VARYING IN SIZE FROM 1 TO 121 CHARACTERS
              DEPENDING ON WSS-TAM-LINHA.
      *
       01  LISTCAT-REGISTRO            PIC X(121).
      *
       FD  KSDSHIST
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY "KSDB0001".
      *
       FD  KSDPARM
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  KSDPARM-REGISTRO.
           05 KSDPARM-CLUSTER         PIC X(08).
           05 KSDPARM-MAX-SPLITS-CI   PIC 9(07).
           05 KSDPARM-MAX-SPLITS-CA   PIC 9(07).
           05 KSDPARM-MIN-PCT-LIVRE   PIC 9(03).
           05 FILLER                  PIC X(55).
      *
       FD  BKPCTL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  BKPCTL-REGISTRO.
           05 BKPCTL-DATA             PIC 9(08).
           05 BKPCTL-HORA             PIC 9(08).
           05 BKPCTL-QTDE             PIC 9(07).
           05 FILLER                  PIC X(57).
      *
       FD  CICLCTL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  CICLCTL-REGISTRO.
           05 CICLCTL-DATA            PIC 9(08).
           05 CICLCTL-SITUACAO        PIC X(01).
              88 CICLCTL-ABERTO                 VALUE 'A'.
              88 CICLCTL-ENCERRADO              VALUE 'E'.
           05 CICLCTL-HORA            PIC 9(08).
           05 CICLCTL-STEP            PIC X(08).
           05 FILLER                  PIC X(55).
      *
       FD  RELKSD001
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  RELKSD001-LINHA             PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       77  FLG-LISTCAT                PIC X(02).
       77  FLG-KSDSHIST               PIC X(02).
       77  FLG-KSDPARM                PIC X(02).
       77  FLG-BKPCTL                 PIC X(02).
       77  FLG-CICLCTL                PIC X(02).
       77  FLG-RELKSD001              PIC X(02).
       77  WSS-FIM-LISTCAT            PIC X(01)   VALUE 'N'.
           88 FIM-LISTCAT                         VALUE 'S'.
       77  WSS-FIM-KSDSHIST           PIC X(01)   VALUE 'N'.
           88 FIM-KSDSHIST                        VALUE 'S'.
       77  WSS-FIM-KSDPARM            PIC X(01)   VALUE 'N'.
           88 FIM-KSDPARM                         VALUE 'S'.
       77  WSS-FIM-CICLCTL            PIC X(01)   VALUE 'N'.
           88 FIM-CICLCTL                         VALUE 'S'.
       77  WSS-TAM-LINHA              PIC 9(04) COMP VALUE ZERO.
       77  WSS-TAM-PARM-ESPERADO      PIC S9(04) COMP VALUE 8.
       77  WSS-DATA-HOJE              PIC 9(08)   VALUE ZERO.
       77  WSS-DATA-JANELA            PIC 9(08)   VALUE ZERO.
       77  WSS-DIAS-JANELA            PIC S9(07)  VALUE -91.
      *
      *    SITUACAO DA LEITURA DO LISTCAT - DENTRO DO CLUSTER DO PARM
      *    E, NELE, NO COMPONENTE DE DADOS ('D') OU DE INDICE ('I')
      *
       77  WSS-NO-CLUSTER             PIC X(01)   VALUE 'N'.
           88 NO-CLUSTER                          VALUE 'S'.
       77  WSS-COMPONENTE             PIC X(01)   VALUE SPACE.
           88 COMPONENTE-DADOS                    VALUE 'D'.
       77  WSS-ACHOU-CLUSTER          PIC X(01)   VALUE 'N'.
           88 ACHOU-CLUSTER                       VALUE 'S'.
       77  WSS-ACHOU-ESTATISTICA      PIC X(01)   VALUE 'N'.
           88 ACHOU-ESTATISTICA                   VALUE 'S'.
       77  WSS-QTDE-OCORR             PIC 9(03)   VALUE ZERO.
       77  WSS-POS-CHAVE              PIC 9(03)   VALUE ZERO.
       77  WSS-POS                    PIC 9(03)   VALUE ZERO.
       77  WSS-IND                    PIC 9(02)   VALUE ZERO.
       77  WSS-VALOR-LIDO             PIC 9(15)   VALUE ZERO.
       77  WSS-FIM-NUMERO             PIC X(01)   VALUE 'N'.
           88 FIM-NUMERO                          VALUE 'S'.
       77  WSS-LINHA-LISTCAT          PIC X(121)  VALUE SPACES.
       01  WSS-DIGITO-X               PIC X(01)   VALUE ZERO.
       01  WSS-DIGITO REDEFINES WSS-DIGITO-X
                                      PIC 9(01).
      *
      *    ESTATISTICAS DO COMPONENTE DE DADOS DO CLUSTER
      *
       77  WSS-REC-TOTAL              PIC 9(09)   VALUE ZERO.
       77  WSS-REC-EXCLUIDOS          PIC 9(09)   VALUE ZERO.
       77  WSS-REC-INCLUIDOS          PIC 9(09)   VALUE ZERO.
       77  WSS-SPLITS-CI              PIC 9(07)   VALUE ZERO.
       77  WSS-SPLITS-CA              PIC 9(07)   VALUE ZERO.
       77  WSS-ESPACO-LIVRE           PIC 9(11)   VALUE ZERO.
       77  WSS-HI-A-RBA               PIC 9(15)   VALUE ZERO.
       77  WSS-HI-U-RBA               PIC 9(15)   VALUE ZERO.
       77  WSS-PCT-LIVRE              PIC 9(03)   VALUE ZERO.
       77  WSS-PCT-USO                PIC 9(03)   VALUE ZERO.
      *
      *    LIMITES DA REORGANIZACAO (DEFAULTS SEM O KSDPARM)
      *
       77  WSS-MAX-SPLITS-CI          PIC 9(07)   VALUE 500.
       77  WSS-MAX-SPLITS-CA          PIC 9(07)   VALUE 20.
       77  WSS-MIN-PCT-LIVRE          PIC 9(03)   VALUE 5.
       77  WSS-MOTIVO-CI              PIC X(01)   VALUE 'N'.
       77  WSS-MOTIVO-CA              PIC X(01)   VALUE 'N'.
       77  WSS-MOTIVO-LIVRE           PIC X(01)   VALUE 'N'.
       77  WSS-SITUACAO               PIC X(01)   VALUE 'N'.
           88 SEM-REORGANIZACAO                   VALUE 'N'.
           88 REORG-INDICADA                      VALUE 'I'.
           88 REORG-RECUSADA                      VALUE 'R'.
      *
      *    HISTORICO - ULTIMA COLETA E COLETA MAIS ANTIGA DA JANELA
      *
       77  WSS-TEM-ANTERIOR           PIC X(01)   VALUE 'N'.
           88 TEM-ANTERIOR                        VALUE 'S'.
       77  WSS-ANT-REC-TOTAL          PIC 9(09)   VALUE ZERO.
       77  WSS-ANT-SPLITS-CI          PIC 9(07)   VALUE ZERO.
       77  WSS-ANT-SPLITS-CA          PIC 9(07)   VALUE ZERO.
       77  WSS-TEM-BASE               PIC X(01)   VALUE 'N'.
           88 TEM-BASE                            VALUE 'S'.
       77  WSS-BASE-DATA              PIC 9(08)   VALUE ZERO.
       77  WSS-BASE-REC-TOTAL         PIC 9(09)   VALUE ZERO.
       77  WSS-DIAS-BASE              PIC S9(07)  VALUE ZERO.
       77  WSS-DELTA-REC              PIC S9(09)  VALUE ZERO.
       77  WSS-DELTA-CI               PIC S9(07)  VALUE ZERO.
       77  WSS-DELTA-CA               PIC S9(07)  VALUE ZERO.
       77  WSS-CRESC-SEMANAL          PIC S9(09)  VALUE ZERO.
       77  WSS-BASE-PREVISAO          PIC 9(09)   VALUE ZERO.
       77  WSS-PREVISAO               PIC S9(11)  VALUE ZERO.
       77  WSS-BYTES-REGISTRO         PIC 9(09)   VALUE ZERO.
       77  WSS-CAPACIDADE             PIC 9(11)   VALUE ZERO.
       77  WSS-SEMANAS-ALOCACAO       PIC 9(07)   VALUE ZERO.
      *
      *    ULTIMO BACKUP CONFERIDO (SO O CATET001 TEM BACKUP NOTURNO)
      *
       77  WSS-TEM-BACKUP             PIC X(01)   VALUE 'N'.
           88 TEM-BACKUP                          VALUE 'S'.
       77  WSS-BKP-DATA               PIC 9(08)   VALUE ZERO.
       77  WSS-BKP-QTDE               PIC 9(07)   VALUE ZERO.
       77  WSS-DIF-BACKUP             PIC S9(09)  VALUE ZERO.
      *
       77  WSS-ULTIMA-SITUACAO        PIC X(01)   VALUE SPACE.
       77  WSS-DATA-CICLO             PIC 9(08)   VALUE ZERO.
       77  WSS-CICLO-ABERTO           PIC X(01)   VALUE 'N'.
           88 CICLO-ABERTO                        VALUE 'S'.
       77  WSS-LINHAS-PAGINA          PIC 9(02)   VALUE ZERO.
       77  WSS-MAX-LINHAS             PIC 9(02)   VALUE 20.
       77  WSS-NUM-PAGINA             PIC 9(04)   VALUE ZERO.
       77  WSS-LINHA-SAIDA            PIC X(80)   VALUE SPACES.
       77  WSS-MSG-ABEND              PIC X(60)   VALUE SPACES.
       77  WSS-ABEND-CODE             PIC S9(08) COMP VALUE ZERO.
       77  WSS-ABEND-REASON           PIC S9(08) COMP VALUE ZERO.
      *
      *    PALAVRAS-CHAVE DAS ESTATISTICAS NO LISTCAT E O TAMANHO DE
      *    CADA UMA - O VALOR VEM DEPOIS DOS TRACOS QUE AS SEGUEM
      *
       01  WSS-TAB-CHAVES.
           05 FILLER                  PIC X(18)
                  VALUE 'REC-TOTAL       09'.
           05 FILLER                  PIC X(18)
                  VALUE 'REC-DELETED     11'.
           05 FILLER                  PIC X(18)
                  VALUE 'REC-INSERTED    12'.
           05 FILLER                  PIC X(18)
                  VALUE 'SPLITS-CI       09'.
           05 FILLER                  PIC X(18)
                  VALUE 'SPLITS-CA       09'.
           05 FILLER                  PIC X(18)
                  VALUE 'FREESPC         07'.
           05 FILLER                  PIC X(18)
                  VALUE 'HI-A-RBA        08'.
           05 FILLER                  PIC X(18)
                  VALUE 'HI-U-RBA        08'.
       01  WSS-TAB-CHAVES-R REDEFINES WSS-TAB-CHAVES.
           05 WSS-TC-ITEM             OCCURS 8 TIMES.
              10 WSS-TC-CHAVE         PIC X(16).
              10 WSS-TC-TAM           PIC 9(02).
      *
       01  WSS-TAB-VALORES.
           05 WSS-TV-VALOR            PIC 9(15)   OCCURS 8 TIMES.
      *
       01  WSS-LINHA-CABECALHO.
           05 FILLER                  PIC X(10)  VALUE 'RELATORIO:'.
           05 WSS-CAB-TITULO          PIC X(40)
                  VALUE 'SAUDE SEMANAL DOS KSDS'.
           05 FILLER                  PIC X(10)  VALUE SPACES.
           05 FILLER                  PIC X(08)  VALUE 'PAGINA: '.
           05 WSS-CAB-PAGINA          PIC ZZZ9.
           05 FILLER                  PIC X(08)  VALUE SPACES.
      *
       01  WSS-LINHA-CLUSTER.
           05 FILLER                  PIC X(11)  VALUE '  CLUSTER: '.
           05 WSS-LC-CLUSTER          PIC X(08).
           05 FILLER                  PIC X(08)  VALUE '  DATA: '.
           05 WSS-LC-DATA             PIC 9(08).
           05 FILLER                  PIC X(45)  VALUE SPACES.
      *
       01  WSS-LINHA-ESTATISTICA.
           05 FILLER                  PIC X(12)  VALUE '  REGISTROS='.
           05 WSS-LE-REC-TOTAL        PIC ZZZZZZZZ9.
           05 FILLER                  PIC X(11)  VALUE ' EXCLUIDOS='.
           05 WSS-LE-EXCLUIDOS        PIC ZZZZZZZZ9.
           05 FILLER                  PIC X(11)  VALUE ' INCLUIDOS='.
           05 WSS-LE-INCLUIDOS        PIC ZZZZZZZZ9.
           05 FILLER                  PIC X(19)  VALUE SPACES.
      *
       01  WSS-LINHA-ESPACO.
           05 FILLER                  PIC X(12)  VALUE '  SPLITS CI='.
           05 WSS-LS-SPLITS-CI        PIC ZZZZZZ9.
           05 FILLER                  PIC X(11)  VALUE ' SPLITS CA='.
           05 WSS-LS-SPLITS-CA        PIC ZZZZZZ9.
           05 FILLER                  PIC X(07)  VALUE ' LIVRE='.
           05 WSS-LS-PCT-LIVRE        PIC ZZ9.
           05 FILLER                  PIC X(06)  VALUE '% USO='.
           05 WSS-LS-PCT-USO          PIC ZZ9.
           05 FILLER                  PIC X(01)  VALUE '%'.
           05 FILLER                  PIC X(23)  VALUE SPACES.
      *
       01  WSS-LINHA-LIMITES.
           05 FILLER                  PIC X(21)
                  VALUE '  LIMITES: SPLITS CI='.
           05 WSS-LL-MAX-CI           PIC ZZZZZZ9.
           05 FILLER                  PIC X(04)  VALUE ' CA='.
           05 WSS-LL-MAX-CA           PIC ZZZZZZ9.
           05 FILLER                  PIC X(14)  VALUE ' LIVRE MINIMO='.
           05 WSS-LL-MIN-LIVRE        PIC ZZ9.
           05 FILLER                  PIC X(01)  VALUE '%'.
           05 FILLER                  PIC X(23)  VALUE SPACES.
      *
       01  WSS-LINHA-TENDENCIA.
           05 FILLER                  PIC X(24)
                  VALUE '  DESDE A ULTIMA COLETA:'.
           05 FILLER                  PIC X(05)  VALUE ' REG='.
           05 WSS-LT-DELTA-REC        PIC -ZZZZZZZZ9.
           05 FILLER                  PIC X(04)  VALUE ' CI='.
           05 WSS-LT-DELTA-CI         PIC -ZZZZZZ9.
           05 FILLER                  PIC X(04)  VALUE ' CA='.
           05 WSS-LT-DELTA-CA         PIC -ZZZZZZ9.
           05 FILLER                  PIC X(17)  VALUE SPACES.
      *
       01  WSS-LINHA-CRESCIMENTO.
           05 FILLER                  PIC X(26)
                  VALUE '  CRESCIMENTO POR SEMANA ='.
           05 WSS-LCR-SEMANAL         PIC -ZZZZZZZ9.
           05 FILLER                  PIC X(21)
                  VALUE ' (BASE DE APURACAO = '.
           05 WSS-LCR-DIAS            PIC ZZZZ9.
           05 FILLER                  PIC X(06)  VALUE ' DIAS)'.
           05 FILLER                  PIC X(13)  VALUE SPACES.
      *
       01  WSS-LINHA-PREVISAO.
           05 FILLER                  PIC X(17)
                  VALUE '  PREVISAO 4 SEM='.
           05 WSS-LP-4                PIC ZZZZZZZZ9.
           05 FILLER                  PIC X(08)  VALUE ' 13 SEM='.
           05 WSS-LP-13               PIC ZZZZZZZZ9.
           05 FILLER                  PIC X(08)  VALUE ' 52 SEM='.
           05 WSS-LP-52               PIC ZZZZZZZZ9.
           05 FILLER                  PIC X(20)  VALUE SPACES.
      *
       01  WSS-LINHA-ALOCACAO.
           05 FILLER                  PIC X(39)
                  VALUE '  SEMANAS ATE ESGOTAR A ALOCACAO ATUAL='.
           05 WSS-LA-SEMANAS          PIC ZZZZZZ9.
           05 FILLER                  PIC X(34)  VALUE SPACES.
      *
       01  WSS-LINHA-BACKUP.
           05 FILLER                  PIC X(25)
                  VALUE '  ULTIMO BACKUP (BKPCTL):'.
           05 FILLER                  PIC X(06)  VALUE ' DATA='.
           05 WSS-LB-DATA             PIC 9(08).
           05 FILLER                  PIC X(06)  VALUE ' QTDE='.
           05 WSS-LB-QTDE             PIC ZZZZZZ9.
           05 FILLER                  PIC X(11)  VALUE ' DIFERENCA='.
           05 WSS-LB-DIFERENCA        PIC -ZZZZZZZ9.
           05 FILLER                  PIC X(08)  VALUE SPACES.
      *
       01  WSS-LINHA-MENSAGEM.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WSS-LM-TEXTO            PIC X(78).
      *
           COPY "RETCODES".
      *
           COPY "DATCALC".
      *
           COPY "ERRLOG".
      *
       LINKAGE SECTION.
      *
       01  LKS-PARM-SAUDE.
           05 LKS-PS-TAM              PIC S9(04) COMP.
           05 LKS-PS-CLUSTER          PIC X(08).
              88 LKS-PS-CLUSTER-VALIDO          VALUE 'CATET001'
                                                      'ELEGHIST'.

      *-------------------------------------
       PROCEDURE DIVISION USING LKS-PARM-SAUDE.
      *
       ROT-PRINCIPAL.

           PERFORM ROT-ABERTURA
              THRU ROT-ABERTURA-EXIT.

           PERFORM ROT-LER-LISTCAT
              THRU ROT-LER-LISTCAT-EXIT
              UNTIL FIM-LISTCAT.

           CLOSE LISTCAT.

           PERFORM ROT-APURA-ESTATISTICA
              THRU ROT-APURA-ESTATISTICA-EXIT.

           PERFORM ROT-CARREGA-LIMITES
              THRU ROT-CARREGA-LIMITES-EXIT.

           PERFORM ROT-CARREGA-HISTORICO
              THRU ROT-CARREGA-HISTORICO-EXIT.

           PERFORM ROT-CARREGA-BKPCTL
              THRU ROT-CARREGA-BKPCTL-EXIT.

           PERFORM ROT-VERIFICA-CICLO
              THRU ROT-VERIFICA-CICLO-EXIT.

           PERFORM ROT-AVALIA-LIMITES
              THRU ROT-AVALIA-LIMITES-EXIT.

           PERFORM ROT-IMPRIME-RELATORIO
              THRU ROT-IMPRIME-RELATORIO-EXIT.

           PERFORM ROT-GRAVA-HISTORICO
              THRU ROT-GRAVA-HISTORICO-EXIT.

           PERFORM ROT-ENCERRAMENTO
              THRU ROT-ENCERRAMENTO-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
      * VALIDA O PARM, ABRE O LISTCAT E O RELATORIO E CALCULA O    *
      * INICIO DA JANELA DA PREVISAO (HOJE MENOS 91 DIAS)          *
      *-----------------------------------------------------------*
       ROT-ABERTURA.

           IF LKS-PS-TAM NOT = WSS-TAM-PARM-ESPERADO
              OR NOT LKS-PS-CLUSTER-VALIDO
              DISPLAY '*******************************************'
              DISPLAY '*** ERRO GRAVE                          ***'
              DISPLAY '*** CLUSTER DO PARM INVALIDO             ***'
              DISPLAY '*** INFORME CATET001 OU ELEGHIST         ***'
              DISPLAY '*******************************************'
              MOVE RC-PARM-CODIGO-INVALIDO TO WSS-ABEND-CODE
              MOVE 'CLUSTER INVALIDO NO PARM DA SAUDE DOS KSDS'
                TO WSS-MSG-ABEND
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ACCEPT WSS-DATA-HOJE FROM DATE YYYYMMDD.

           MOVE 'S'             TO LKS-DC-FUNCAO.
           MOVE WSS-DATA-HOJE   TO LKS-DC-DATA-1.
           MOVE WSS-DIAS-JANELA TO LKS-DC-DIAS.

           CALL 'DATCALC' USING LKS-DATE-CALC.

           IF LKS-DC-OK
              MOVE LKS-DC-DATA-RESULTADO TO WSS-DATA-JANELA
           ELSE
              MOVE ZERO                  TO WSS-DATA-JANELA
           END-IF.

           OPEN INPUT LISTCAT.

           IF FLG-LISTCAT NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO LISTCAT *** FLG = '
                       FLG-LISTCAT
              MOVE 'S' TO WSS-FIM-LISTCAT
           END-IF.

           OPEN OUTPUT RELKSD001.

           IF FLG-RELKSD001 NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO RELKSD001 *** FLG = '
                       FLG-RELKSD001
           END-IF.

           PERFORM ROT-IMPRIME-CABECALHO
              THRU ROT-IMPRIME-CABECALHO-EXIT.

       ROT-ABERTURA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE UMA LINHA DO LISTCAT - AS LINHAS DE CABECALHO DE        *
      * ENTRADA (CLUSTER/DATA/INDEX/AIX/PATH) POSICIONAM A LEITURA *
      * E SO AS ESTATISTICAS DO COMPONENTE DE DADOS DO CLUSTER DO  *
      * PARM SAO APROVEITADAS                                      *
      *-----------------------------------------------------------*
       ROT-LER-LISTCAT.

           READ LISTCAT
              AT END
                 MOVE 'S' TO WSS-FIM-LISTCAT
                 GO TO ROT-LER-LISTCAT-EXIT
           END-READ.

           IF FLG-LISTCAT NOT = '00'
              AND FLG-LISTCAT NOT = '04'
              DISPLAY '*** ERRO NA LEITURA DO LISTCAT *** FLG = '
                       FLG-LISTCAT
              MOVE 'S' TO WSS-FIM-LISTCAT
              GO TO ROT-LER-LISTCAT-EXIT
           END-IF.

           MOVE SPACES TO WSS-LINHA-LISTCAT.

           IF WSS-TAM-LINHA > ZERO
              MOVE LISTCAT-REGISTRO (1:WSS-TAM-LINHA)
                TO WSS-LINHA-LISTCAT
           END-IF.

           MOVE ZERO TO WSS-QTDE-OCORR.
           INSPECT WSS-LINHA-LISTCAT TALLYING WSS-QTDE-OCORR
              FOR ALL 'CLUSTER ---'.

           IF WSS-QTDE-OCORR > ZERO
              MOVE ZERO  TO WSS-QTDE-OCORR
              INSPECT WSS-LINHA-LISTCAT TALLYING WSS-QTDE-OCORR
                 FOR ALL LKS-PS-CLUSTER
              MOVE SPACE TO WSS-COMPONENTE
              IF WSS-QTDE-OCORR > ZERO
                 MOVE 'S' TO WSS-NO-CLUSTER
                 MOVE 'S' TO WSS-ACHOU-CLUSTER
              ELSE
                 MOVE 'N' TO WSS-NO-CLUSTER
              END-IF
              GO TO ROT-LER-LISTCAT-EXIT
           END-IF.

           MOVE ZERO TO WSS-QTDE-OCORR.
           INSPECT WSS-LINHA-LISTCAT TALLYING WSS-QTDE-OCORR
              FOR ALL 'AIX ---'
                  ALL 'PATH ---'.

           IF WSS-QTDE-OCORR > ZERO
              MOVE 'N'   TO WSS-NO-CLUSTER
              MOVE SPACE TO WSS-COMPONENTE
              GO TO ROT-LER-LISTCAT-EXIT
           END-IF.

           MOVE ZERO TO WSS-QTDE-OCORR.
           INSPECT WSS-LINHA-LISTCAT TALLYING WSS-QTDE-OCORR
              FOR ALL 'DATA ---'.

           IF WSS-QTDE-OCORR > ZERO
              MOVE 'D' TO WSS-COMPONENTE
              GO TO ROT-LER-LISTCAT-EXIT
           END-IF.

           MOVE ZERO TO WSS-QTDE-OCORR.
           INSPECT WSS-LINHA-LISTCAT TALLYING WSS-QTDE-OCORR
              FOR ALL 'INDEX ---'.

           IF WSS-QTDE-OCORR > ZERO
              MOVE 'I' TO WSS-COMPONENTE
              GO TO ROT-LER-LISTCAT-EXIT
           END-IF.

           IF NO-CLUSTER
              AND COMPONENTE-DADOS
              PERFORM ROT-PROCURA-CHAVE
                 THRU ROT-PROCURA-CHAVE-EXIT
                 VARYING WSS-IND FROM 1 BY 1
                 UNTIL WSS-IND > 8
           END-IF.

       ROT-LER-LISTCAT-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * PROCURA NA LINHA A PALAVRA-CHAVE WSS-IND DA TABELA E, SE   *
      * PRESENTE, GUARDA O VALOR NUMERICO QUE SEGUE OS TRACOS      *
      *-----------------------------------------------------------*
       ROT-PROCURA-CHAVE.

           MOVE ZERO TO WSS-QTDE-OCORR.
           INSPECT WSS-LINHA-LISTCAT TALLYING WSS-QTDE-OCORR
              FOR ALL WSS-TC-CHAVE (WSS-IND) (1:WSS-TC-TAM (WSS-IND)).

           IF WSS-QTDE-OCORR = ZERO
              GO TO ROT-PROCURA-CHAVE-EXIT
           END-IF.

           MOVE ZERO TO WSS-POS-CHAVE.
           INSPECT WSS-LINHA-LISTCAT TALLYING WSS-POS-CHAVE
              FOR CHARACTERS BEFORE INITIAL
                  WSS-TC-CHAVE (WSS-IND) (1:WSS-TC-TAM (WSS-IND)).

           COMPUTE WSS-POS = WSS-POS-CHAVE + WSS-TC-TAM (WSS-IND) + 1.

           PERFORM ROT-PULA-TRACO
              THRU ROT-PULA-TRACO-EXIT
              UNTIL WSS-POS > 121
                 OR WSS-LINHA-LISTCAT (WSS-POS:1) NOT = '-'.

           MOVE ZERO TO WSS-VALOR-LIDO.
           MOVE 'N'  TO WSS-FIM-NUMERO.

           PERFORM ROT-ACUMULA-DIGITO
              THRU ROT-ACUMULA-DIGITO-EXIT
              UNTIL FIM-NUMERO.

           MOVE WSS-VALOR-LIDO TO WSS-TV-VALOR (WSS-IND).
           MOVE 'S'            TO WSS-ACHOU-ESTATISTICA.

       ROT-PROCURA-CHAVE-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * AVANCA UMA POSICAO SOBRE OS TRACOS DEPOIS DA PALAVRA-CHAVE *
      *-----------------------------------------------------------*
       ROT-PULA-TRACO.

           ADD 1 TO WSS-POS.

       ROT-PULA-TRACO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * ACUMULA UM ALGARISMO DO VALOR - PARA NO PRIMEIRO CARACTER  *
      * NAO NUMERICO OU NO FIM DA LINHA                            *
      *-----------------------------------------------------------*
       ROT-ACUMULA-DIGITO.

           IF WSS-POS > 121
              MOVE 'S' TO WSS-FIM-NUMERO
              GO TO ROT-ACUMULA-DIGITO-EXIT
           END-IF.

           IF WSS-LINHA-LISTCAT (WSS-POS:1) NOT NUMERIC
              MOVE 'S' TO WSS-FIM-NUMERO
              GO TO ROT-ACUMULA-DIGITO-EXIT
           END-IF.

           MOVE WSS-LINHA-LISTCAT (WSS-POS:1) TO WSS-DIGITO-X.

           COMPUTE WSS-VALOR-LIDO = WSS-VALOR-LIDO * 10 + WSS-DIGITO.

           ADD 1 TO WSS-POS.

       ROT-ACUMULA-DIGITO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * TRANSFERE OS VALORES DA TABELA PARA AS ESTATISTICAS E      *
      * CALCULA OS PERCENTUAIS DE ESPACO LIVRE E DE USO DA         *
      * ALOCACAO - CLUSTER AUSENTE DO LISTCAT, OU SEM ESTATISTICA, *
      * ENCERRA O STEP (SEM FOTOGRAFIA NAO HA DECISAO)             *
      *-----------------------------------------------------------*
       ROT-APURA-ESTATISTICA.

           IF NOT ACHOU-CLUSTER
              OR NOT ACHOU-ESTATISTICA
              DISPLAY '*******************************************'
              DISPLAY '*** ERRO GRAVE                          ***'
              DISPLAY '*** CLUSTER SEM ESTATISTICA NO LISTCAT   ***'
              DISPLAY '*******************************************'
              DISPLAY ' CLUSTER = ' LKS-PS-CLUSTER
              MOVE RC-KSDS-SEM-ESTATISTICA TO WSS-ABEND-CODE
              MOVE 'CLUSTER SEM ESTATISTICA NO LISTCAT DA SAUDE'
                TO WSS-MSG-ABEND
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE WSS-TV-VALOR (1) TO WSS-REC-TOTAL.
           MOVE WSS-TV-VALOR (2) TO WSS-REC-EXCLUIDOS.
           MOVE WSS-TV-VALOR (3) TO WSS-REC-INCLUIDOS.
           MOVE WSS-TV-VALOR (4) TO WSS-SPLITS-CI.
           MOVE WSS-TV-VALOR (5) TO WSS-SPLITS-CA.
           MOVE WSS-TV-VALOR (6) TO WSS-ESPACO-LIVRE.
           MOVE WSS-TV-VALOR (7) TO WSS-HI-A-RBA.
           MOVE WSS-TV-VALOR (8) TO WSS-HI-U-RBA.

           IF WSS-HI-A-RBA > ZERO
              COMPUTE WSS-PCT-LIVRE =
                 WSS-ESPACO-LIVRE * 100 / WSS-HI-A-RBA
              COMPUTE WSS-PCT-USO =
                 WSS-HI-U-RBA * 100 / WSS-HI-A-RBA
           END-IF.

       ROT-APURA-ESTATISTICA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CARREGA OS LIMITES DO CLUSTER DO KSDPARM, SE DISPONIVEL -  *
      * SEM O ARQUIVO OU SEM A LINHA DO CLUSTER VALEM OS DEFAULTS  *
      *-----------------------------------------------------------*
       ROT-CARREGA-LIMITES.

           OPEN INPUT KSDPARM.

           IF FLG-KSDPARM = '00'
              PERFORM ROT-LER-KSDPARM
                 THRU ROT-LER-KSDPARM-EXIT
                 UNTIL FIM-KSDPARM
              CLOSE KSDPARM
           ELSE
              DISPLAY '*** KSDPARM INDISPONIVEL - DEFAULTS ***'
           END-IF.

       ROT-CARREGA-LIMITES-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE UMA LINHA DE LIMITES DO KSDPARM                         *
      *-----------------------------------------------------------*
       ROT-LER-KSDPARM.

           READ KSDPARM
              AT END
                 MOVE 'S' TO WSS-FIM-KSDPARM
           END-READ.

           IF NOT FIM-KSDPARM
              IF FLG-KSDPARM = '00'
                 IF KSDPARM-CLUSTER = LKS-PS-CLUSTER
                    AND KSDPARM-MAX-SPLITS-CI NUMERIC
                    AND KSDPARM-MAX-SPLITS-CA NUMERIC
                    AND KSDPARM-MIN-PCT-LIVRE NUMERIC
                    MOVE KSDPARM-MAX-SPLITS-CI TO WSS-MAX-SPLITS-CI
                    MOVE KSDPARM-MAX-SPLITS-CA TO WSS-MAX-SPLITS-CA
                    MOVE KSDPARM-MIN-PCT-LIVRE TO WSS-MIN-PCT-LIVRE
                 END-IF
              ELSE
                 MOVE 'S' TO WSS-FIM-KSDPARM
              END-IF
           END-IF.

       ROT-LER-KSDPARM-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * VARRE O HISTORICO - GUARDA A ULTIMA COLETA DO CLUSTER      *
      * (TENDENCIA) E A MAIS ANTIGA DENTRO DA JANELA DE 91 DIAS    *
      * (BASE DO CRESCIMENTO SEMANAL)                              *
      *-----------------------------------------------------------*
       ROT-CARREGA-HISTORICO.

           OPEN INPUT KSDSHIST.

           IF FLG-KSDSHIST = '00'
              PERFORM ROT-LER-KSDSHIST
                 THRU ROT-LER-KSDSHIST-EXIT
                 UNTIL FIM-KSDSHIST
              CLOSE KSDSHIST
           ELSE
              DISPLAY '*** KSDSHIST SEM COLETAS ANTERIORES ***'
           END-IF.

       ROT-CARREGA-HISTORICO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE UMA COLETA DO HISTORICO                                 *
      *-----------------------------------------------------------*
       ROT-LER-KSDSHIST.

           READ KSDSHIST
              AT END
                 MOVE 'S' TO WSS-FIM-KSDSHIST
                 GO TO ROT-LER-KSDSHIST-EXIT
           END-READ.

           IF FLG-KSDSHIST NOT = '00'
              DISPLAY '*** ERRO NA LEITURA DO KSDSHIST *** FLG = '
                       FLG-KSDSHIST
              MOVE 'S' TO WSS-FIM-KSDSHIST
              GO TO ROT-LER-KSDSHIST-EXIT
           END-IF.

           IF KSDB0001-CLUSTER NOT = LKS-PS-CLUSTER
              OR KSDB0001-DATA NOT NUMERIC
              GO TO ROT-LER-KSDSHIST-EXIT
           END-IF.

           MOVE 'S'                 TO WSS-TEM-ANTERIOR.
           MOVE KSDB0001-REC-TOTAL  TO WSS-ANT-REC-TOTAL.
           MOVE KSDB0001-SPLITS-CI  TO WSS-ANT-SPLITS-CI.
           MOVE KSDB0001-SPLITS-CA  TO WSS-ANT-SPLITS-CA.

           IF NOT TEM-BASE
              AND KSDB0001-DATA NOT < WSS-DATA-JANELA
              MOVE 'S'                TO WSS-TEM-BASE
              MOVE KSDB0001-DATA      TO WSS-BASE-DATA
              MOVE KSDB0001-REC-TOTAL TO WSS-BASE-REC-TOTAL
           END-IF.

       ROT-LER-KSDSHIST-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CARREGA O ULTIMO BACKUP CONFERIDO (BKPCTL) - SO EXISTE     *
      * BACKUP NOTURNO CONTROLADO PARA O CATET001                  *
      *-----------------------------------------------------------*
       ROT-CARREGA-BKPCTL.

           IF LKS-PS-CLUSTER NOT = 'CATET001'
              GO TO ROT-CARREGA-BKPCTL-EXIT
           END-IF.

           OPEN INPUT BKPCTL.

           IF FLG-BKPCTL = '00'
              READ BKPCTL
              IF FLG-BKPCTL = '00'
                 AND BKPCTL-DATA NUMERIC
                 AND BKPCTL-QTDE NUMERIC
                 MOVE 'S'         TO WSS-TEM-BACKUP
                 MOVE BKPCTL-DATA TO WSS-BKP-DATA
                 MOVE BKPCTL-QTDE TO WSS-BKP-QTDE
              END-IF
              CLOSE BKPCTL
           END-IF.

       ROT-CARREGA-BKPCTL-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * VERIFICA NO CICLCTL SE O CICLO NOTURNO ESTA ABERTO - VALE  *
      * O ULTIMO EVENTO DE ABERTURA OU ENCERRAMENTO DO ARQUIVO     *
      * (OS EVENTOS DE CONCLUSAO DE STEP NAO MUDAM A SITUACAO)     *
      *-----------------------------------------------------------*
       ROT-VERIFICA-CICLO.

           OPEN INPUT CICLCTL.

           IF FLG-CICLCTL = '00'
              PERFORM ROT-LER-CICLCTL
                 THRU ROT-LER-CICLCTL-EXIT
                 UNTIL FIM-CICLCTL
              CLOSE CICLCTL
           END-IF.

           IF WSS-ULTIMA-SITUACAO = 'A'
              MOVE 'S' TO WSS-CICLO-ABERTO
              DISPLAY '*** CICLO NOTURNO ABERTO - DATA = '
                       WSS-DATA-CICLO
           END-IF.

       ROT-VERIFICA-CICLO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE UM EVENTO DO CONTROLE DE CICLO                          *
      *-----------------------------------------------------------*
       ROT-LER-CICLCTL.

           READ CICLCTL
              AT END
                 MOVE 'S' TO WSS-FIM-CICLCTL
           END-READ.

           IF NOT FIM-CICLCTL
              IF FLG-CICLCTL = '00'
                 IF CICLCTL-ABERTO OR CICLCTL-ENCERRADO
                    MOVE CICLCTL-SITUACAO TO WSS-ULTIMA-SITUACAO
                    MOVE CICLCTL-DATA     TO WSS-DATA-CICLO
                 END-IF
              ELSE
                 DISPLAY '*** ERRO NA LEITURA DO CICLCTL *** FLG = '
                          FLG-CICLCTL
                 MOVE 'S' TO WSS-FIM-CICLCTL
              END-IF
           END-IF.

       ROT-LER-CICLCTL-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CONFRONTA AS ESTATISTICAS COM OS LIMITES - QUALQUER LIMITE *
      * ATINGIDO INDICA A REORGANIZACAO, RECUSADA SE O CICLO       *
      * NOTURNO ESTIVER ABERTO                                     *
      *-----------------------------------------------------------*
       ROT-AVALIA-LIMITES.

           IF WSS-SPLITS-CI NOT < WSS-MAX-SPLITS-CI
              MOVE 'S' TO WSS-MOTIVO-CI
              MOVE 'I' TO WSS-SITUACAO
           END-IF.

           IF WSS-SPLITS-CA NOT < WSS-MAX-SPLITS-CA
              MOVE 'S' TO WSS-MOTIVO-CA
              MOVE 'I' TO WSS-SITUACAO
           END-IF.

           IF WSS-HI-A-RBA > ZERO
              AND WSS-PCT-LIVRE < WSS-MIN-PCT-LIVRE
              MOVE 'S' TO WSS-MOTIVO-LIVRE
              MOVE 'I' TO WSS-SITUACAO
           END-IF.

           IF REORG-INDICADA
              AND CICLO-ABERTO
              MOVE 'R' TO WSS-SITUACAO
           END-IF.

       ROT-AVALIA-LIMITES-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * EMITE O BLOCO DO CLUSTER NO RELKSD001 - ESTATISTICAS,      *
      * LIMITES, TENDENCIA, CRESCIMENTO, PREVISAO, BACKUP E A      *
      * DECISAO COM OS MOTIVOS                                     *
      *-----------------------------------------------------------*
       ROT-IMPRIME-RELATORIO.

           MOVE LKS-PS-CLUSTER       TO WSS-LC-CLUSTER.
           MOVE WSS-DATA-HOJE        TO WSS-LC-DATA.
           MOVE WSS-LINHA-CLUSTER    TO WSS-LINHA-SAIDA.
           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           MOVE WSS-REC-TOTAL        TO WSS-LE-REC-TOTAL.
           MOVE WSS-REC-EXCLUIDOS    TO WSS-LE-EXCLUIDOS.
           MOVE WSS-REC-INCLUIDOS    TO WSS-LE-INCLUIDOS.
           MOVE WSS-LINHA-ESTATISTICA TO WSS-LINHA-SAIDA.
           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           MOVE WSS-SPLITS-CI        TO WSS-LS-SPLITS-CI.
           MOVE WSS-SPLITS-CA        TO WSS-LS-SPLITS-CA.
           MOVE WSS-PCT-LIVRE        TO WSS-LS-PCT-LIVRE.
           MOVE WSS-PCT-USO          TO WSS-LS-PCT-USO.
           MOVE WSS-LINHA-ESPACO     TO WSS-LINHA-SAIDA.
           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           MOVE WSS-MAX-SPLITS-CI    TO WSS-LL-MAX-CI.
           MOVE WSS-MAX-SPLITS-CA    TO WSS-LL-MAX-CA.
           MOVE WSS-MIN-PCT-LIVRE    TO WSS-LL-MIN-LIVRE.
           MOVE WSS-LINHA-LIMITES    TO WSS-LINHA-SAIDA.
           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           PERFORM ROT-IMPRIME-TENDENCIA
              THRU ROT-IMPRIME-TENDENCIA-EXIT.

           PERFORM ROT-IMPRIME-BACKUP
              THRU ROT-IMPRIME-BACKUP-EXIT.

           PERFORM ROT-IMPRIME-PREVISAO
              THRU ROT-IMPRIME-PREVISAO-EXIT.

           PERFORM ROT-IMPRIME-DECISAO
              THRU ROT-IMPRIME-DECISAO-EXIT.

       ROT-IMPRIME-RELATORIO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * TENDENCIA DESDE A ULTIMA COLETA DO HISTORICO               *
      *-----------------------------------------------------------*
       ROT-IMPRIME-TENDENCIA.

           IF NOT TEM-ANTERIOR
              MOVE 'SEM COLETA ANTERIOR NO HISTORICO (KSDSHIST)'
                TO WSS-LM-TEXTO
              MOVE WSS-LINHA-MENSAGEM TO WSS-LINHA-SAIDA
              PERFORM ROT-IMPRIME-LINHA
                 THRU ROT-IMPRIME-LINHA-EXIT
              GO TO ROT-IMPRIME-TENDENCIA-EXIT
           END-IF.

           COMPUTE WSS-DELTA-REC = WSS-REC-TOTAL - WSS-ANT-REC-TOTAL.
           COMPUTE WSS-DELTA-CI  = WSS-SPLITS-CI - WSS-ANT-SPLITS-CI.
           COMPUTE WSS-DELTA-CA  = WSS-SPLITS-CA - WSS-ANT-SPLITS-CA.

           MOVE WSS-DELTA-REC        TO WSS-LT-DELTA-REC.
           MOVE WSS-DELTA-CI         TO WSS-LT-DELTA-CI.
           MOVE WSS-DELTA-CA         TO WSS-LT-DELTA-CA.
           MOVE WSS-LINHA-TENDENCIA  TO WSS-LINHA-SAIDA.
           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

       ROT-IMPRIME-TENDENCIA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CONFRONTO COM O ULTIMO BACKUP CONFERIDO - O LISTCAT SO E   *
      * ATUALIZADO NO FECHAMENTO DO CLUSTER, O BKPCTL E A CONTAGEM *
      * VERIFICADA DA NOITE                                        *
      *-----------------------------------------------------------*
       ROT-IMPRIME-BACKUP.

           IF NOT TEM-BACKUP
              MOVE 'SEM BACKUP CONTROLADO (BKPCTL) PARA ESTE CLUSTER'
                TO WSS-LM-TEXTO
              MOVE WSS-LINHA-MENSAGEM TO WSS-LINHA-SAIDA
              PERFORM ROT-IMPRIME-LINHA
                 THRU ROT-IMPRIME-LINHA-EXIT
              GO TO ROT-IMPRIME-BACKUP-EXIT
           END-IF.

           COMPUTE WSS-DIF-BACKUP = WSS-REC-TOTAL - WSS-BKP-QTDE.

           MOVE WSS-BKP-DATA         TO WSS-LB-DATA.
           MOVE WSS-BKP-QTDE         TO WSS-LB-QTDE.
           MOVE WSS-DIF-BACKUP       TO WSS-LB-DIFERENCA.
           MOVE WSS-LINHA-BACKUP     TO WSS-LINHA-SAIDA.
           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

       ROT-IMPRIME-BACKUP-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CRESCIMENTO SEMANAL DESDE A COLETA MAIS ANTIGA DA JANELA E *
      * PREVISAO A PARTIR DA QUANTIDADE DO BACKUP CONFERIDO (OU DO *
      * LISTCAT, SEM BACKUP), COM AS SEMANAS ATE ESGOTAR O ESPACO  *
      * JA ALOCADO AO COMPONENTE DE DADOS                          *
      *-----------------------------------------------------------*
       ROT-IMPRIME-PREVISAO.

           IF NOT TEM-BASE
              GO TO ROT-IMPRIME-PREVISAO-SEM-BASE
           END-IF.

           MOVE 'D'            TO LKS-DC-FUNCAO.
           MOVE WSS-BASE-DATA  TO LKS-DC-DATA-1.
           MOVE WSS-DATA-HOJE  TO LKS-DC-DATA-2.

           CALL 'DATCALC' USING LKS-DATE-CALC.

           IF LKS-DC-ERRO
              GO TO ROT-IMPRIME-PREVISAO-SEM-BASE
           END-IF.

           MOVE LKS-DC-DIAS TO WSS-DIAS-BASE.

           IF WSS-DIAS-BASE < 7
              GO TO ROT-IMPRIME-PREVISAO-SEM-BASE
           END-IF.

           COMPUTE WSS-CRESC-SEMANAL =
              (WSS-REC-TOTAL - WSS-BASE-REC-TOTAL) * 7 / WSS-DIAS-BASE.

           MOVE WSS-CRESC-SEMANAL     TO WSS-LCR-SEMANAL.
           MOVE WSS-DIAS-BASE         TO WSS-LCR-DIAS.
           MOVE WSS-LINHA-CRESCIMENTO TO WSS-LINHA-SAIDA.
           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           IF TEM-BACKUP
              MOVE WSS-BKP-QTDE  TO WSS-BASE-PREVISAO
           ELSE
              MOVE WSS-REC-TOTAL TO WSS-BASE-PREVISAO
           END-IF.

           COMPUTE WSS-PREVISAO = WSS-BASE-PREVISAO
                                + WSS-CRESC-SEMANAL * 4.
           IF WSS-PREVISAO < ZERO
              MOVE ZERO TO WSS-PREVISAO
           END-IF.
           MOVE WSS-PREVISAO TO WSS-LP-4.

           COMPUTE WSS-PREVISAO = WSS-BASE-PREVISAO
                                + WSS-CRESC-SEMANAL * 13.
           IF WSS-PREVISAO < ZERO
              MOVE ZERO TO WSS-PREVISAO
           END-IF.
           MOVE WSS-PREVISAO TO WSS-LP-13.

           COMPUTE WSS-PREVISAO = WSS-BASE-PREVISAO
                                + WSS-CRESC-SEMANAL * 52.
           IF WSS-PREVISAO < ZERO
              MOVE ZERO TO WSS-PREVISAO
           END-IF.
           MOVE WSS-PREVISAO TO WSS-LP-52.

           MOVE WSS-LINHA-PREVISAO TO WSS-LINHA-SAIDA.
           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           IF WSS-CRESC-SEMANAL > ZERO
              AND WSS-REC-TOTAL > ZERO
              AND WSS-HI-A-RBA > WSS-HI-U-RBA
              COMPUTE WSS-BYTES-REGISTRO =
                 WSS-HI-U-RBA / WSS-REC-TOTAL
              IF WSS-BYTES-REGISTRO > ZERO
                 COMPUTE WSS-CAPACIDADE =
                    (WSS-HI-A-RBA - WSS-HI-U-RBA) / WSS-BYTES-REGISTRO
                 COMPUTE WSS-SEMANAS-ALOCACAO =
                    WSS-CAPACIDADE / WSS-CRESC-SEMANAL
                 MOVE WSS-SEMANAS-ALOCACAO TO WSS-LA-SEMANAS
                 MOVE WSS-LINHA-ALOCACAO   TO WSS-LINHA-SAIDA
                 PERFORM ROT-IMPRIME-LINHA
                    THRU ROT-IMPRIME-LINHA-EXIT
              END-IF
           END-IF.

           GO TO ROT-IMPRIME-PREVISAO-EXIT.

       ROT-IMPRIME-PREVISAO-SEM-BASE.

           MOVE 'SEM HISTORICO SUFICIENTE (7 DIAS) PARA A PREVISAO'
             TO WSS-LM-TEXTO.
           MOVE WSS-LINHA-MENSAGEM TO WSS-LINHA-SAIDA.
           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

       ROT-IMPRIME-PREVISAO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * DECISAO DA SEMANA E OS LIMITES QUE A MOTIVARAM             *
      *-----------------------------------------------------------*
       ROT-IMPRIME-DECISAO.

           EVALUATE TRUE
              WHEN REORG-INDICADA
                 MOVE 'SITUACAO: REORGANIZACAO INDICADA - EXECUTADA'
                   TO WSS-LM-TEXTO
              WHEN REORG-RECUSADA
                 MOVE 'SITUACAO: REORGANIZACAO RECUSADA - CICLO NOTURNO
      -               ' ABERTO NO CICLCTL'
                   TO WSS-LM-TEXTO
              WHEN OTHER
                 MOVE 'SITUACAO: REORGANIZACAO NAO NECESSARIA'
                   TO WSS-LM-TEXTO
           END-EVALUATE.

           MOVE WSS-LINHA-MENSAGEM TO WSS-LINHA-SAIDA.
           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           IF WSS-MOTIVO-CI = 'S'
              MOVE 'MOTIVO: SPLITS DE CI NO LIMITE OU ACIMA'
                TO WSS-LM-TEXTO
              MOVE WSS-LINHA-MENSAGEM TO WSS-LINHA-SAIDA
              PERFORM ROT-IMPRIME-LINHA
                 THRU ROT-IMPRIME-LINHA-EXIT
           END-IF.

           IF WSS-MOTIVO-CA = 'S'
              MOVE 'MOTIVO: SPLITS DE CA NO LIMITE OU ACIMA'
                TO WSS-LM-TEXTO
              MOVE WSS-LINHA-MENSAGEM TO WSS-LINHA-SAIDA
              PERFORM ROT-IMPRIME-LINHA
                 THRU ROT-IMPRIME-LINHA-EXIT
           END-IF.

           IF WSS-MOTIVO-LIVRE = 'S'
              MOVE 'MOTIVO: ESPACO LIVRE ABAIXO DO MINIMO'
                TO WSS-LM-TEXTO
              MOVE WSS-LINHA-MENSAGEM TO WSS-LINHA-SAIDA
              PERFORM ROT-IMPRIME-LINHA
                 THRU ROT-IMPRIME-LINHA-EXIT
           END-IF.

       ROT-IMPRIME-DECISAO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * ACRESCENTA A COLETA DA SEMANA AO HISTORICO                 *
      *-----------------------------------------------------------*
       ROT-GRAVA-HISTORICO.

           OPEN EXTEND KSDSHIST.

           IF FLG-KSDSHIST NOT = '00'
              AND FLG-KSDSHIST NOT = '05'
              DISPLAY '*** ERRO NA ABERTURA DO KSDSHIST *** FLG = '
                       FLG-KSDSHIST
              GO TO ROT-GRAVA-HISTORICO-EXIT
           END-IF.

           MOVE SPACES             TO KSDB0001.
           MOVE WSS-DATA-HOJE      TO KSDB0001-DATA.
           MOVE LKS-PS-CLUSTER     TO KSDB0001-CLUSTER.
           MOVE WSS-REC-TOTAL      TO KSDB0001-REC-TOTAL.
           MOVE WSS-REC-EXCLUIDOS  TO KSDB0001-REC-EXCLUIDOS.
           MOVE WSS-REC-INCLUIDOS  TO KSDB0001-REC-INCLUIDOS.
           MOVE WSS-SPLITS-CI      TO KSDB0001-SPLITS-CI.
           MOVE WSS-SPLITS-CA      TO KSDB0001-SPLITS-CA.
           MOVE WSS-ESPACO-LIVRE   TO KSDB0001-ESPACO-LIVRE.
           MOVE WSS-PCT-LIVRE      TO KSDB0001-PCT-LIVRE.
           MOVE WSS-PCT-USO        TO KSDB0001-PCT-USO.
           MOVE WSS-SITUACAO       TO KSDB0001-SITUACAO.

           WRITE KSDB0001.

           CLOSE KSDSHIST.

       ROT-GRAVA-HISTORICO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME O CABECALHO DE UMA NOVA PAGINA DO RELATORIO        *
      *-----------------------------------------------------------*
       ROT-IMPRIME-CABECALHO.

           ADD 1 TO WSS-NUM-PAGINA.

           MOVE WSS-NUM-PAGINA      TO WSS-CAB-PAGINA.
           MOVE WSS-LINHA-CABECALHO TO RELKSD001-LINHA.

           IF FLG-RELKSD001 = '00'
              WRITE RELKSD001-LINHA
           END-IF.

           MOVE ZERO TO WSS-LINHAS-PAGINA.

       ROT-IMPRIME-CABECALHO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME WSS-LINHA-SAIDA, QUEBRANDO A PAGINA QUANDO O       *
      * LIMITE DE LINHAS FOR ATINGIDO                              *
      *-----------------------------------------------------------*
       ROT-IMPRIME-LINHA.

           IF WSS-LINHAS-PAGINA NOT < WSS-MAX-LINHAS
              PERFORM ROT-IMPRIME-CABECALHO
                 THRU ROT-IMPRIME-CABECALHO-EXIT
           END-IF.

           MOVE WSS-LINHA-SAIDA TO RELKSD001-LINHA.

           IF FLG-RELKSD001 = '00'
              WRITE RELKSD001-LINHA
           END-IF.

           ADD 1 TO WSS-LINHAS-PAGINA.

       ROT-IMPRIME-LINHA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * FECHA O RELATORIO - REORGANIZACAO INDICADA TERMINA COM     *
      * RETORNO 4 (LIBERA OS STEPS DA REORGANIZACAO NO JCL);       *
      * RECUSADA PELO CICLO ABERTO GRAVA AVISO NO ERRLOG           *
      *-----------------------------------------------------------*
       ROT-ENCERRAMENTO.

           CLOSE RELKSD001.

           DISPLAY '***************************************'.
           DISPLAY '* CLUSTER          = ' LKS-PS-CLUSTER.
           DISPLAY '* REGISTROS        = ' WSS-REC-TOTAL.
           DISPLAY '* SPLITS CI / CA   = ' WSS-SPLITS-CI ' / '
                                           WSS-SPLITS-CA.
           DISPLAY '* ESPACO LIVRE (%) = ' WSS-PCT-LIVRE.
           DISPLAY '* SITUACAO         = ' WSS-SITUACAO.
           DISPLAY '***************************************'.

           IF REORG-INDICADA
              DISPLAY '*** REORGANIZACAO INDICADA - ' LKS-PS-CLUSTER
              MOVE RC-REORGANIZACAO-INDICADA TO RETURN-CODE
           END-IF.

           IF REORG-RECUSADA
              DISPLAY '*** REORGANIZACAO RECUSADA - CICLO ABERTO'
              MOVE 'COBOL057'             TO LKS-EL-PROGRAMA
              MOVE RC-REORGANIZACAO-INDICADA TO LKS-EL-CODIGO
              MOVE 'A'                    TO LKS-EL-SEVERIDADE
              MOVE SPACES                 TO LKS-EL-MENSAGEM
              STRING 'REORGANIZACAO DO ' DELIMITED BY SIZE
                     LKS-PS-CLUSTER      DELIMITED BY SIZE
                     ' RECUSADA - CICLO NOTURNO ABERTO'
                                         DELIMITED BY SIZE
                INTO LKS-EL-MENSAGEM
              END-STRING
              CALL 'ERRLOG' USING LKS-ERROR-LOG
           END-IF.

       ROT-ENCERRAMENTO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * REGISTRA O ERRO GRAVE NO ARQUIVO CENTRAL DE ERROS E FORCA  *
      * UM ABEND COM DUMP, NOS MOLDES DO COBOL033                  *
      *-----------------------------------------------------------*
       ROT-ABEND.

           DISPLAY '*** ABEND FORCADO - CODIGO = ' WSS-ABEND-CODE.

           MOVE 'COBOL057'      TO LKS-EL-PROGRAMA.
           MOVE WSS-ABEND-CODE  TO LKS-EL-CODIGO.
           MOVE 'G'             TO LKS-EL-SEVERIDADE.
           MOVE WSS-MSG-ABEND   TO LKS-EL-MENSAGEM.

           CALL 'ERRLOG' USING LKS-ERROR-LOG.

           CALL 'CEE3ABD' USING WSS-ABEND-CODE WSS-ABEND-REASON.

       ROT-ABEND-EXIT.

           EXIT.

       END PROGRAM COBOL057.

      ********************* FIM DO PROGRAMA ****************************
