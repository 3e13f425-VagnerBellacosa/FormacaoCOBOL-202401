      *            OU JA PROCESSADA NO ARQUIVO DE CONTROLE DE CICLO
      *            (CICLCTL), GRAVANDO ENTAO O EVENTO DE ABERTURA.
      *            NA FUNCAO 'F' (FECHAMENTO) EXIGE A ABERTURA
      *            CORRESPONDENTE E O RECONHECIMENTO DE TODOS OS
      *            ERROS GRAVES DA NOITE E MARCA O CICLO COMO
      *            ENCERRADO.
      *            O CICLCTL E GRAVADO EM DISP=MOD - VALE SEMPRE O
      *            ULTIMO EVENTO DE CADA DATA
      * CPD      : INEFE
      *                  E RE-EXECUTADO) E SUMIA PARA SEMPRE COM OS
      *                  EVENTOS ONLINE DA CAT2/CAT4 DA DATA, QUE O
      *                  LOTE NAO REGERA
      * 15/10/2026  VRB  A AUDITORIA PASSA A DATAR O EVENTO EM AAAAMMDD
      *                  - A MARCACAO DOS EVENTOS SUPERADOS COMPARA A
      *                  DATA DO PARM INTEIRA, SEM CORTAR O SECULO
      * 15/10/2026  VRB  O FECHAMENTO PASSA A CONFERIR OS ERROS GRAVES
      *                  DO ERRLOG (DD ERRIN) DATADOS NO DIA DO CICLO
      *                  OU NO SEGUINTE CONTRA OS RECONHECIMENTOS DO
      *                  PLANTAO (CAT8, KSDS ERRACKV DESCARREGADO NO DD
      *                  ERRACK) - HAVENDO ERRO GRAVE SEM
      *                  RECONHECIMENTO, O CICLO NAO E ENCERRADO
      * 15/10/2026  VRB  A ABERTURA PASSA A PUBLICAR OS MARCOS DE
      *                  PERIODO DA DATA (ULTIMO DIA UTIL DO MES, DO
      *                  TRIMESTRE E DO ANO, SUBPROGRAMA CALPER) E OS
      *                  JOBS PERIODICOS DEVIDOS (TABELA PERJOBS),
      *                  GRAVANDO O EVENTO 'D' DE CADA UM NO DIARIO
      *                  DOS JOBS PERIODICOS (PERLOG) - SEM O DD, SO
      *                  LISTA; A RETOMADA NAO REPUBLICA
      * 15/10/2026  VRB  CAMPOS DO PERLOG COM O PREFIXO PERB0001- DO
      *                  LAYOUT (ANTES PER-)
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
         SELECT OPTIONAL AUTREPRO ASSIGN TO AUTREPRO
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-AUTREPRO.
      *
         SELECT OPTIONAL ERRIN  ASSIGN TO ERRIN
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-ERRIN.
      *
         SELECT OPTIONAL ERRACK ASSIGN TO ERRACK
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-ERRACK.
      *
         SELECT OPTIONAL PERLOG ASSIGN TO PERLOG
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-PERLOG.
      *
      ***************
       DATA DIVISION.
           05 AUTREPRO-CODIGO         PIC X(08).
           05 AUTREPRO-NOME           PIC X(30).
           05 FILLER                  PIC X(42).
      *
       FD  ERRIN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
      *
           COPY "ERRB0001".
      *
       FD  ERRACK
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
      *
           COPY "ERRB0001R".
      *
       FD  PERLOG
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY "PERB0001".
      *
       WORKING-STORAGE SECTION.
      *
           88 FIM-AUTREPRO                        VALUE 'S'.
       77  WSS-AUTORIZADO             PIC X(01)   VALUE 'N'.
           88 REPROCESSO-AUTORIZADO               VALUE 'S'.
       77  WSS-DATA-AUD               PIC 9(08)   VALUE ZERO.
       77  WSS-DATA-HOJE              PIC 9(08)   VALUE ZERO.
       77  WSS-TAM-REPROCESSO         PIC 9(004)  VALUE 25.
       77  FLG-ERRIN                  PIC X(02).
       77  FLG-ERRACK                 PIC X(02).
       77  WSS-FIM-ERRIN              PIC X(01)   VALUE 'N'.
           88 FIM-ERRIN                           VALUE 'S'.
       77  WSS-FIM-ERRACK             PIC X(01)   VALUE 'N'.
           88 FIM-ERRACK                          VALUE 'S'.
       77  WSS-DATA-SEGUINTE          PIC 9(08)   VALUE ZERO.
       77  WSS-QTD-RECONH             PIC 9(04)   VALUE ZERO.
       77  WSS-MAX-RECONH             PIC 9(04)   VALUE 500.
       77  WSS-IDX-RECONH             PIC 9(04)   VALUE ZERO.
       77  WSS-IDX-RECONH-ACHADO      PIC 9(04)   VALUE ZERO.
       77  WSS-QTD-GRAVES             PIC 9(05)   VALUE ZERO.
       77  WSS-QTD-PENDENTES          PIC 9(05)   VALUE ZERO.
       77  FLG-PERLOG                 PIC X(02).
       77  WSS-PERLOG-ABERTO          PIC X(01)   VALUE 'N'.
           88 PERLOG-ABERTO                       VALUE 'S'.
       77  WSS-JOB-DEVIDO             PIC X(01)   VALUE 'N'.
           88 JOB-DEVIDO                          VALUE 'S'.
       77  WSS-QTD-DEVIDOS            PIC 9(02)   VALUE ZERO.
      *
       01  WSS-TAB-RECONH.
           05 WSS-RECONH-OCORRE       OCCURS 500 TIMES.
              10 WSS-RECONH-DATA      PIC 9(08).
              10 WSS-RECONH-HORA      PIC 9(08).
      *
           COPY "RETCODES".
      *
           COPY "CHKDATA".
      *
           COPY "DATCALC".
      *
           COPY "CALPER".
      *
           COPY "PERJOBS".
      *
       LINKAGE SECTION.
      *

           DISPLAY '*** CICLO ABERTO PARA A DATA = ' LKS-PC-DATA.

           PERFORM ROT-PUBLICA-PERIODICOS
              THRU ROT-PUBLICA-PERIODICOS-EXIT.

       ROT-ABRE-CICLO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * PUBLICA OS MARCOS DE PERIODO DA DATA DO CICLO (CALPER) E   *
      * OS JOBS PERIODICOS DEVIDOS NELA, COM UM EVENTO 'D' POR JOB *
      * NO PERLOG (DISP=MOD) - SEM O DD, A PUBLICACAO FICA SO NA   *
      * LISTAGEM DO STEP                                           *
      *-----------------------------------------------------------*
       ROT-PUBLICA-PERIODICOS.

           MOVE LKS-PC-DATA TO LKS-CP-DATA.

           CALL 'CALPER' USING LKS-CAL-PERIODO.

           IF LKS-CP-ERRO
              DISPLAY '*** MARCOS DE PERIODO NAO APURADOS ***'
              GO TO ROT-PUBLICA-PERIODICOS-EXIT
           END-IF.

           DISPLAY '*** ULTIMO DIA UTIL DO MES   = '
                    LKS-CP-ULTIMO-UTIL-MES.
           DISPLAY '*** FIM DE MES/TRIM/ANO      = '
                    LKS-CP-FIM-MES '/' LKS-CP-FIM-TRIMESTRE '/'
                    LKS-CP-FIM-ANO.

           MOVE ZERO TO WSS-QTD-DEVIDOS.
           MOVE 'N'  TO WSS-PERLOG-ABERTO.

           IF LKS-CP-E-FIM-MES
              OPEN OUTPUT PERLOG
              IF FLG-PERLOG = '00'
                 MOVE 'S' TO WSS-PERLOG-ABERTO
              ELSE
                 DISPLAY '*** PERLOG INDISPONIVEL - SO A LISTAGEM ***'
              END-IF
           END-IF.

           PERFORM ROT-PUBLICA-JOB
              THRU ROT-PUBLICA-JOB-EXIT
              VARYING IDX-JOB FROM 1 BY 1
              UNTIL IDX-JOB > WSS-QTD-JOBS-PERIODICOS.

           IF PERLOG-ABERTO
              CLOSE PERLOG
           END-IF.

           IF WSS-QTD-DEVIDOS = ZERO
              DISPLAY '*** NENHUM JOB PERIODICO DEVIDO NA DATA ***'
           END-IF.

       ROT-PUBLICA-PERIODICOS-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CONFERE UM JOB DA TABELA PERJOBS PELA SUA PERIODICIDADE    *
      *-----------------------------------------------------------*
       ROT-PUBLICA-JOB.

           EVALUATE TRUE
              WHEN TAB-JOB-MENSAL (IDX-JOB)
                 MOVE LKS-CP-FIM-MES       TO WSS-JOB-DEVIDO
              WHEN TAB-JOB-TRIMESTRAL (IDX-JOB)
                 MOVE LKS-CP-FIM-TRIMESTRE TO WSS-JOB-DEVIDO
              WHEN OTHER
                 MOVE LKS-CP-FIM-ANO       TO WSS-JOB-DEVIDO
           END-EVALUATE.

           IF NOT JOB-DEVIDO
              GO TO ROT-PUBLICA-JOB-EXIT
           END-IF.

           ADD 1 TO WSS-QTD-DEVIDOS.

           DISPLAY '*** JOB PERIODICO DEVIDO     = '
                    TAB-JOB-NOME (IDX-JOB) ' - '
                    TAB-JOB-DESCRICAO (IDX-JOB).

           IF NOT PERLOG-ABERTO
              GO TO ROT-PUBLICA-JOB-EXIT
           END-IF.

           ACCEPT WSS-DATA-HOJE  FROM DATE YYYYMMDD.
           ACCEPT WSS-HORA-AGORA FROM TIME.

           MOVE SPACES                  TO PERB0001.
           MOVE LKS-PC-DATA             TO PERB0001-DATA-REFERENCIA.
           MOVE WSS-DATA-HOJE           TO PERB0001-DATA-EXECUCAO.
           MOVE WSS-HORA-AGORA          TO PERB0001-HORA.
           MOVE TAB-JOB-NOME (IDX-JOB)  TO PERB0001-JOB.
           MOVE 'D'                     TO PERB0001-EVENTO.
           MOVE TAB-JOB-PERIODO (IDX-JOB) TO PERB0001-PERIODO.
           MOVE LKS-PC-DATA             TO PERB0001-DATA-PREVISTA.
           MOVE 'N'                     TO PERB0001-FORCADO.

           WRITE PERB0001.

       ROT-PUBLICA-JOB-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * FUNCAO 'F' - EXIGE A ABERTURA CORRESPONDENTE E MARCA O     *
      * CICLO DA DATA COMO ENCERRADO                               *
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM ROT-CONFERE-ERROS-GRAVES
              THRU ROT-CONFERE-ERROS-GRAVES-EXIT.

           IF WSS-QTD-PENDENTES > ZERO
              DISPLAY '*******************************************'
              DISPLAY '*** ERRO GRAVE                          ***'
              DISPLAY '*** ERRO GRAVE SEM RECONHECIMENTO (CAT8) ***'
              DISPLAY '*******************************************'
              DISPLAY ' LKS-PC-DATA = ' LKS-PC-DATA
              DISPLAY ' PENDENTES   = ' WSS-QTD-PENDENTES
              MOVE RC-ERRO-GRAVE-NAO-RECONHECIDO TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'E' TO WSS-SITUACAO-GRAVAR.

           PERFORM ROT-GRAVA-EVENTO

           EXIT.

      *-----------------------------------------------------------*
      * CONFERE OS ERROS GRAVES ('G') DO ERRLOG DATADOS NO DIA DO  *
      * CICLO OU NO SEGUINTE (A NOITE VIRA O DIA) CONTRA OS        *
      * RECONHECIMENTOS DO PLANTAO - SEM O DD ERRIN, SO AVISA E    *
      * SEGUE, COMO NOS JOBS QUE NAO PASSAM PELO PLANTAO           *
      *-----------------------------------------------------------*
       ROT-CONFERE-ERROS-GRAVES.

           MOVE ZERO TO WSS-QTD-GRAVES.
           MOVE ZERO TO WSS-QTD-PENDENTES.

           MOVE 'S'         TO LKS-DC-FUNCAO.
           MOVE LKS-PC-DATA TO LKS-DC-DATA-1.
           MOVE 1           TO LKS-DC-DIAS.

           CALL 'DATCALC' USING LKS-DATE-CALC.

           MOVE LKS-DC-DATA-RESULTADO TO WSS-DATA-SEGUINTE.

           PERFORM ROT-CARREGA-RECONH
              THRU ROT-CARREGA-RECONH-EXIT.

           MOVE 'N' TO WSS-FIM-ERRIN.

           OPEN INPUT ERRIN.

           IF FLG-ERRIN = '00'
              PERFORM ROT-LER-ERRIN
                 THRU ROT-LER-ERRIN-EXIT
                 UNTIL FIM-ERRIN
              CLOSE ERRIN
           ELSE
              DISPLAY '*** ERRIN INDISPONIVEL - SEM CONFERENCIA DOS '
                      'ERROS GRAVES ***'
              GO TO ROT-CONFERE-ERROS-GRAVES-EXIT
           END-IF.

           DISPLAY '*** ERROS GRAVES DA NOITE    = ' WSS-QTD-GRAVES.
           DISPLAY '*** SEM RECONHECIMENTO       = ' WSS-QTD-PENDENTES.

       ROT-CONFERE-ERROS-GRAVES-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CARREGA AS CHAVES (DATA + HORA DO ERRO) DOS                *
      * RECONHECIMENTOS GRAVADOS PELA CAT8 - SEM O DD ERRACK,      *
      * NENHUM ERRO GRAVE CONTA COMO RECONHECIDO                   *
      *-----------------------------------------------------------*
       ROT-CARREGA-RECONH.

           MOVE ZERO TO WSS-QTD-RECONH.
           MOVE 'N'  TO WSS-FIM-ERRACK.

           OPEN INPUT ERRACK.

           IF FLG-ERRACK = '00'
              PERFORM ROT-LER-ERRACK
                 THRU ROT-LER-ERRACK-EXIT
                 UNTIL FIM-ERRACK
              CLOSE ERRACK
           ELSE
              DISPLAY '*** ERRACK INDISPONIVEL - SEM RECONHECIMENTO ***'
           END-IF.

       ROT-CARREGA-RECONH-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE UM RECONHECIMENTO - SO OS DOS ERROS DA NOITE INTERESSAM *
      *-----------------------------------------------------------*
       ROT-LER-ERRACK.

           READ ERRACK
              AT END
                 MOVE 'S' TO WSS-FIM-ERRACK
           END-READ.

           IF NOT FIM-ERRACK
              IF FLG-ERRACK = '00'
                 IF ERRB0001R-DATA = LKS-PC-DATA
                    OR ERRB0001R-DATA = WSS-DATA-SEGUINTE
                    IF WSS-QTD-RECONH < WSS-MAX-RECONH
                       ADD 1 TO WSS-QTD-RECONH
                       MOVE ERRB0001R-DATA
                         TO WSS-RECONH-DATA (WSS-QTD-RECONH)
                       MOVE ERRB0001R-HORA
                         TO WSS-RECONH-HORA (WSS-QTD-RECONH)
                    ELSE
                       DISPLAY '*** TABELA DE RECONHECIMENTOS '
                               'ESGOTADA ***'
                       MOVE 'S' TO WSS-FIM-ERRACK
                    END-IF
                 END-IF
              ELSE
                 MOVE 'S' TO WSS-FIM-ERRACK
              END-IF
           END-IF.

       ROT-LER-ERRACK-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE UM ERRO DO ERRLOG E, SENDO GRAVE E DA NOITE, PROCURA O  *
      * RECONHECIMENTO - O ERRO PENDENTE E LISTADO NO SYSOUT       *
      *-----------------------------------------------------------*
       ROT-LER-ERRIN.

           READ ERRIN
              AT END
                 MOVE 'S' TO WSS-FIM-ERRIN
           END-READ.

           IF FIM-ERRIN
              GO TO ROT-LER-ERRIN-EXIT
           END-IF.

           IF FLG-ERRIN NOT = '00'
              MOVE 'S' TO WSS-FIM-ERRIN
              GO TO ROT-LER-ERRIN-EXIT
           END-IF.

           IF ERRB0001-SEVERIDADE NOT = 'G'
              GO TO ROT-LER-ERRIN-EXIT
           END-IF.

           IF ERRB0001-DATA NOT = LKS-PC-DATA
              AND ERRB0001-DATA NOT = WSS-DATA-SEGUINTE
              GO TO ROT-LER-ERRIN-EXIT
           END-IF.

           ADD 1 TO WSS-QTD-GRAVES.

           MOVE ZERO TO WSS-IDX-RECONH-ACHADO.

           PERFORM ROT-PROCURA-RECONH
              THRU ROT-PROCURA-RECONH-EXIT
              VARYING WSS-IDX-RECONH FROM 1 BY 1
              UNTIL WSS-IDX-RECONH > WSS-QTD-RECONH
                 OR WSS-IDX-RECONH-ACHADO > ZERO.

           IF WSS-IDX-RECONH-ACHADO = ZERO
              ADD 1 TO WSS-QTD-PENDENTES
              DISPLAY '*** PENDENTE: ' ERRB0001-DATA ' '
                      ERRB0001-HORA ' ' ERRB0001-PROGRAMA ' '
                      ERRB0001-CODIGO ' ' ERRB0001-MENSAGEM
           END-IF.

       ROT-LER-ERRIN-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * COMPARA UMA ENTRADA DA TABELA DE RECONHECIMENTOS COM A     *
      * CHAVE DO ERRO LIDO                                         *
      *-----------------------------------------------------------*
       ROT-PROCURA-RECONH.

           IF WSS-RECONH-DATA (WSS-IDX-RECONH) = ERRB0001-DATA
              AND WSS-RECONH-HORA (WSS-IDX-RECONH) = ERRB0001-HORA
              MOVE WSS-IDX-RECONH TO WSS-IDX-RECONH-ACHADO
           END-IF.

       ROT-PROCURA-RECONH-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * FUNCAO 'R' - REPROCESSO AUTORIZADO DE UMA DATA JA          *
      * ENCERRADA: VALIDA O CODIGO AUTORIZADOR (AUTREPRO), REABRE  *

      *-----------------------------------------------------------*
      * REGRAVA A AUDITORIA NO AUDLOGN, MARCANDO COMO SUPERADOS    *
      * OS EVENTOS DA DATA (AAAAMMDD) E ACRESCENTANDO O EVENTO     *
      * 'REPROC' COM O CODIGO DO AUTORIZADOR                       *
      *-----------------------------------------------------------*
       ROT-SUPERA-AUDLOG.

           MOVE 'N' TO WSS-FIM-AUDLOG.
           MOVE LKS-PC-DATA TO WSS-DATA-AUD.

           OPEN INPUT  AUDLOG.
           OPEN OUTPUT AUDLOGN.
              PERFORM ROT-COPIA-AUDLOG
                 THRU ROT-COPIA-AUDLOG-EXIT
                 UNTIL FIM-AUDLOG
              ACCEPT WSS-DATA-HOJE FROM DATE YYYYMMDD
              MOVE SPACES             TO AUDB0001
              MOVE WSS-DATA-HOJE      TO AUDB0001-DATA
              MOVE WSS-HORA-AGORA     TO AUDB0001-HORA
