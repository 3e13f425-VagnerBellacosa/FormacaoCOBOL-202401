      *****************************************************************
      * HISTORICO DE ALTERACOES
      * 03/09/2026  VRB  VERSAO ORIGINAL DO PROGRAMA
      * 15/10/2026  VRB  DATA DO EVENTO DE AUDITORIA EM AAAAMMDD - O
      *                  CORTE DO AUDLOG DEIXA DE SER FEITO PELOS SEIS
      *                  ALGARISMOS FINAIS E COMPARA A DATA INTEIRA
      * 15/10/2026  VRB  AUDLOG ARQUIVADO SO PELO INICIO DO ARQUIVO E
      *                  CONTROLE DO ENCADEAMENTO (AUDSELO) ATUALIZADO
      *                  COM A NOVA ANCORA NO AUDSELON
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
         SELECT OPTIONAL BKPCTL ASSIGN TO BKPCTL
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-BKPCTL.
      *
         SELECT OPTIONAL AUDSELO ASSIGN TO AUDSELO
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-AUDSELO.
      *
         SELECT AUDSELON        ASSIGN TO AUDSELON
         FILE STATUS FLG-AUDSELON.
      *
         SELECT RELHKP001       ASSIGN TO RELHKP001
         FILE STATUS FLG-RELHKP001.
           05 BKPCTL-HORA             PIC 9(08).
           05 BKPCTL-QTDE             PIC 9(07).
           05 FILLER                  PIC X(57).
      *
       FD  AUDSELO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY "AUDB0001C".
      *
       FD  AUDSELON
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  AUDSELON-REGISTRO           PIC X(80).
      *
       FD  RELHKP001
           LABEL RECORDS ARE OMITTED
       77  FLG-NEWSNAP                PIC X(02).
       77  FLG-RETPARM                PIC X(02).
       77  FLG-BKPCTL                 PIC X(02).
       77  FLG-AUDSELO                PIC X(02).
       77  FLG-AUDSELON               PIC X(02).
       77  FLG-RELHKP001              PIC X(02).
       77  WSS-FIM-ARQUIVO            PIC X(01)   VALUE 'N'.
           88 FIM-ARQUIVO                         VALUE 'S'.
       77  WSS-DIAS-CORRENTE          PIC 9(05)   VALUE ZERO.
       77  WSS-DIAS-NEGATIVO          PIC S9(07)  VALUE ZERO.
       77  WSS-DATA-CORTE             PIC 9(08)   VALUE ZERO.
       77  WSS-CORTE-SNAP             PIC 9(06)   VALUE ZERO.
       77  WSS-DATA-BACKUP            PIC 9(08)   VALUE ZERO.
       77  WSS-TEM-BACKUP             PIC X(01)   VALUE 'N'.
           88 TEM-BACKUP                          VALUE 'S'.
       77  WSS-AUD-MANTENDO           PIC X(01)   VALUE 'N'.
           88 AUD-MANTENDO                        VALUE 'S'.
       77  WSS-AUD-VIU-SELO           PIC X(01)   VALUE 'N'.
           88 AUD-VIU-SELO                        VALUE 'S'.
       77  WSS-CONT-SELOS-MOVIDOS     PIC 9(09)   VALUE ZERO.
       77  WSS-ANCORA-NOVA            PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-LIDOS             PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-MOVIDOS           PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-MANTIDOS          PIC 9(07)   VALUE ZERO.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-ACV-SITUACAO        PIC X(08).
           05 FILLER                  PIC X(06)  VALUE SPACES.
      *
       01  WSS-CONTROLE-SELO.
           05 WSS-CTL-ANCORA          PIC 9(07)   VALUE ZERO.
           05 WSS-CTL-QTDE-ARQUIVADOS PIC 9(09)   VALUE ZERO.
           05 WSS-CTL-QTDE-SELADOS    PIC 9(09)   VALUE ZERO.
           05 WSS-CTL-ULTIMO-SELO     PIC 9(07)   VALUE ZERO.
      *
           COPY "RETCODES".
      *
           PERFORM ROT-EXPURGA-AUDLOG
              THRU ROT-EXPURGA-AUDLOG-EXIT.

           PERFORM ROT-ATUALIZA-AUDSELO
              THRU ROT-ATUALIZA-AUDSELO-EXIT.

           PERFORM ROT-EXPURGA-ERRLOG
              THRU ROT-EXPURGA-ERRLOG-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * EXPURGA O AUDLOG - A DATA DO EVENTO E AAAAMMDD E E         *
      * COMPARADA DIRETO COM A DATA DE CORTE. O TRECHO MOVIDO E    *
      * SEMPRE O INICIO DO ARQUIVO: A PARTIR DO PRIMEIRO EVENTO    *
      * MANTIDO, OU DO PRIMEIRO SEM SELO DEPOIS DE UM SELADO       *
      * (AINDA NAO SELADO PELO COBOL056), TUDO E MANTIDO - ASSIM A *
      * CADEIA DE SELOS SEGUE DO ARQUIVAMENTO PARA O ACERVO VIVO   *
      *-----------------------------------------------------------*
       ROT-EXPURGA-AUDLOG.

           PERFORM ROT-CALCULA-CORTE
              THRU ROT-CALCULA-CORTE-EXIT.

           MOVE ZERO TO WSS-CONT-LIDOS.
           MOVE ZERO TO WSS-CONT-MOVIDOS.
           MOVE ZERO TO WSS-CONT-MANTIDOS.
           MOVE 'N'  TO WSS-FIM-ARQUIVO.
           MOVE 'N'  TO WSS-AUD-MANTENDO.
           MOVE 'N'  TO WSS-AUD-VIU-SELO.

           OPEN INPUT  AUDLOG.
           OPEN OUTPUT ARCAUDL.
           IF NOT FIM-ARQUIVO
              IF FLG-AUDLOG = '00'
                 ADD 1 TO WSS-CONT-LIDOS
                 IF AUDB0001-DATA NOT < WSS-DATA-CORTE
                    OR (AUDB0001-SEM-SELO AND AUD-VIU-SELO)
                    MOVE 'S' TO WSS-AUD-MANTENDO
                 END-IF
                 IF NOT AUD-MANTENDO
                    ADD 1 TO WSS-CONT-MOVIDOS
                    IF NOT AUDB0001-SEM-SELO
                       MOVE 'S'           TO WSS-AUD-VIU-SELO
                       ADD 1              TO WSS-CONT-SELOS-MOVIDOS
                       MOVE AUDB0001-SELO TO WSS-ANCORA-NOVA
                    END-IF
                    MOVE AUDB0001 TO ARCAUDL-REGISTRO
                    WRITE ARCAUDL-REGISTRO
                 ELSE

           EXIT.

      *-----------------------------------------------------------*
      * ATUALIZA O CONTROLE DO ENCADEAMENTO DA AUDITORIA (AUDSELO) *
      * - O SELO DO ULTIMO EVENTO ARQUIVADO PASSA A SER A ANCORA   *
      * DO ACERVO VIVO E OS SELADOS MOVIDOS PASSAM DO VIVO PARA O  *
      * ARQUIVADO. MAIS SELADOS MOVIDOS DO QUE O CONTROLE REGISTRA *
      * E DIVERGENCIA (NADA E REGRAVADO)                           *
      *-----------------------------------------------------------*
       ROT-ATUALIZA-AUDSELO.

           OPEN INPUT AUDSELO.

           IF FLG-AUDSELO = '00'
              READ AUDSELO
              IF FLG-AUDSELO = '00'
                 MOVE AUDB0001C-ANCORA          TO WSS-CTL-ANCORA
                 MOVE AUDB0001C-QTDE-ARQUIVADOS
                   TO WSS-CTL-QTDE-ARQUIVADOS
                 MOVE AUDB0001C-QTDE-SELADOS    TO WSS-CTL-QTDE-SELADOS
                 MOVE AUDB0001C-ULTIMO-SELO     TO WSS-CTL-ULTIMO-SELO
              END-IF
              CLOSE AUDSELO
           END-IF.

           IF WSS-CONT-SELOS-MOVIDOS > WSS-CTL-QTDE-SELADOS
              DISPLAY '*** AUDSELO DIVERGE - SELADOS MOVIDOS = '
                       WSS-CONT-SELOS-MOVIDOS
                      ' CONTROLE = ' WSS-CTL-QTDE-SELADOS
              MOVE 'S' TO WSS-TEM-DIVERGENCIA
              GO TO ROT-ATUALIZA-AUDSELO-EXIT
           END-IF.

           IF WSS-CONT-SELOS-MOVIDOS > ZERO
              MOVE WSS-ANCORA-NOVA TO WSS-CTL-ANCORA
              ADD WSS-CONT-SELOS-MOVIDOS TO WSS-CTL-QTDE-ARQUIVADOS
              SUBTRACT WSS-CONT-SELOS-MOVIDOS
                  FROM WSS-CTL-QTDE-SELADOS
           END-IF.

           OPEN OUTPUT AUDSELON.

           IF FLG-AUDSELON NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO AUDSELON *** FLG = '
                       FLG-AUDSELON
              MOVE 'S' TO WSS-TEM-DIVERGENCIA
              GO TO ROT-ATUALIZA-AUDSELO-EXIT
           END-IF.

           MOVE SPACES                  TO AUDB0001C.
           MOVE WSS-CTL-ANCORA          TO AUDB0001C-ANCORA.
           MOVE WSS-CTL-QTDE-ARQUIVADOS TO AUDB0001C-QTDE-ARQUIVADOS.
           MOVE WSS-CTL-QTDE-SELADOS    TO AUDB0001C-QTDE-SELADOS.
           MOVE WSS-CTL-ULTIMO-SELO     TO AUDB0001C-ULTIMO-SELO.
           MOVE WSS-DATA-HOJE           TO AUDB0001C-DATA.
           ACCEPT AUDB0001C-HORA        FROM TIME.
           MOVE 'COBOL032'              TO AUDB0001C-PROGRAMA.
           MOVE AUDB0001C               TO AUDSELON-REGISTRO.

           WRITE AUDSELON-REGISTRO.

           CLOSE AUDSELON.

           DISPLAY '*** AUDSELO - SELADOS ARQUIVADOS NESTA EXECUCAO = '
                    WSS-CONT-SELOS-MOVIDOS.

       ROT-ATUALIZA-AUDSELO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * EXPURGA O ERRLOG (DATA AAAAMMDD NAS POSICOES 1-8)          *
      *-----------------------------------------------------------*
