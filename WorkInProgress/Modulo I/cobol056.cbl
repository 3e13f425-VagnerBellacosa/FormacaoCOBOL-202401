      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : SELAGEM E CONFERENCIA DO ENCADEAMENTO DA TRILHA DE
      *            AUDITORIA (AUDLOG, LAYOUT AUDB0001). CADA REGISTRO
      *            CARREGA UM SELO CALCULADO A PARTIR DO SELO DO
      *            REGISTRO ANTERIOR E DAS POSICOES 1-47 DO PROPRIO
      *            REGISTRO (DATA, HORA, JOB, STEP, EVENTO E CHAVE -
      *            A MARCA DE SUPERADO DO REPROCESSO AUTORIZADO FICA
      *            FORA DO SELO). OS GRAVADORES DEIXAM O SELO EM
      *            BRANCO; ESTE PROGRAMA:
      *            - MODO 'I' (CICL0001, DEPOIS DO STEP003 RECOLHER O
      *              AUDLOGV): PARTE DA ANCORA DO CONTROLE AUDSELO,
      *              RECALCULA E CONFERE CADA SELO EXISTENTE, SELA O
      *              TRECHO FINAL AINDA EM BRANCO (EVENTOS GRAVADOS
      *              DESDE A NOITE ANTERIOR) NO AUDLOGN E REGRAVA O
      *              CONTROLE NO AUDSELON;
      *            - MODO 'F' (AUDVER01): CONFERE A CADEIA INTEIRA
      *              DO ARQUIVAMENTO ANUAL CONCATENADO AO AUDLOG VIVO,
      *              A PARTIR DO SELO ZERO - REGISTROS SEM SELO NO
      *              INICIO SAO DO ACERVO ANTERIOR AO ENCADEAMENTO E
      *              NO FIM SAO OS AINDA NAO SELADOS; NADA E GRAVADO.
      *            SELO QUE NAO CONFERE (REGISTRO ALTERADO, SUPRIMIDO
      *            OU INCLUIDO), REGISTRO SELADO DEPOIS DE TRECHO SEM
      *            SELO, OU QUANTIDADE/ULTIMO SELO DIVERGENTE DO
      *            CONTROLE (SUPRESSAO NO FIM OU CADEIA RECONSTRUIDA)
      *            ENCERRAM O STEP COM ERRLOG GRAVE E ABEND (RC 919)
      * CPD      : INEFE
      *****************************************************************
      * HISTORICO DE ALTERACOES
      * 15/10/2026  VRB  VERSAO ORIGINAL DO PROGRAMA
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL056.
       AUTHOR. VAGNER BELLACOSA.
       DATE-WRITTEN. 15/10/26 @ 18:00:00.
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
         SELECT AUDLOG          ASSIGN TO AUDLOG
         FILE STATUS FLG-AUDLOG.
      *
         SELECT AUDLOGN         ASSIGN TO AUDLOGN
         FILE STATUS FLG-AUDLOGN.
      *
         SELECT OPTIONAL AUDSELO ASSIGN TO AUDSELO
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-AUDSELO.
      *
         SELECT AUDSELON        ASSIGN TO AUDSELON
         FILE STATUS FLG-AUDSELON.
      *
      ***************
       DATA DIVISION.
      ***************
      *
       FILE SECTION.
      *
       FD  AUDLOG
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 55 CHARACTERS.
      *
           COPY "AUDB0001".
      *
       FD  AUDLOGN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 55 CHARACTERS.
      *
       01  AUDLOGN-REGISTRO            PIC X(55).
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
       WORKING-STORAGE SECTION.
      *
       77  FLG-AUDLOG                 PIC X(02).
       77  FLG-AUDLOGN                PIC X(02).
       77  FLG-AUDSELO                PIC X(02).
       77  FLG-AUDSELON               PIC X(02).
       77  WSS-FIM-AUDLOG             PIC X(01)   VALUE 'N'.
           88 FIM-AUDLOG                          VALUE 'S'.
       77  WSS-TEM-CONTROLE           PIC X(01)   VALUE 'N'.
           88 TEM-CONTROLE                        VALUE 'S'.
      *
      *    FASE DA LEITURA - 'I' = AINDA SEM REGISTRO SELADO,
      *    'S' = TRECHO SELADO, 'T' = TRECHO FINAL SEM SELO
      *
       77  WSS-FASE                   PIC X(01)   VALUE 'I'.
           88 FASE-INICIO                         VALUE 'I'.
           88 FASE-SELADA                         VALUE 'S'.
           88 FASE-FINAL                          VALUE 'T'.
       77  WSS-CONT-LIDOS             PIC 9(09)   VALUE ZERO.
       77  WSS-CONT-CONFERIDOS        PIC 9(09)   VALUE ZERO.
       77  WSS-CONT-SELADOS-AGORA     PIC 9(09)   VALUE ZERO.
       77  WSS-CONT-LEGADO            PIC 9(09)   VALUE ZERO.
       77  WSS-CONT-PENDENTES         PIC 9(09)   VALUE ZERO.
       77  WSS-CONT-VIOLACOES         PIC 9(07)   VALUE ZERO.
       77  WSS-MAX-VIOLACOES-LISTA    PIC 9(03)   VALUE 50.
       77  WSS-QTDE-ESPERADA          PIC 9(09)   VALUE ZERO.
       77  WSS-MOTIVO-VIOLACAO        PIC X(50)   VALUE SPACES.
       77  WSS-MSG-ABEND              PIC X(60)   VALUE SPACES.
       77  WSS-ABEND-CODE             PIC S9(08) COMP VALUE ZERO.
       77  WSS-ABEND-REASON           PIC S9(08) COMP VALUE ZERO.
      *
      *    CALCULO DO SELO - PARA CADA POSICAO P DE 1 A 47:
      *    ACUMULADO = RESTO DE (ACUMULADO X 31 + BYTE(P) + P) POR
      *    9999991 (PRIMO), PARTINDO DO SELO DO REGISTRO ANTERIOR
      *
       77  WSS-POSICOES-SELO          PIC 9(02)   VALUE 47.
       77  WSS-POS                    PIC 9(02)   VALUE ZERO.
       77  WSS-MODULO-SELO            PIC 9(07)   VALUE 9999991.
       77  WSS-MULTIPLICADOR          PIC 9(02)   VALUE 31.
       77  WSS-ACUMULADO              PIC 9(11)   VALUE ZERO.
       77  WSS-QUOCIENTE              PIC 9(11)   VALUE ZERO.
       77  WSS-SELO-ANTERIOR          PIC 9(07)   VALUE ZERO.
       77  WSS-SELO-CALCULADO         PIC 9(07)   VALUE ZERO.
       77  WSS-ULTIMO-SELO-LIDO       PIC 9(07)   VALUE ZERO.
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
       01  WSS-CONTROLE.
           05 WSS-CTL-ANCORA          PIC 9(07)   VALUE ZERO.
           05 WSS-CTL-QTDE-ARQUIVADOS PIC 9(09)   VALUE ZERO.
           05 WSS-CTL-QTDE-SELADOS    PIC 9(09)   VALUE ZERO.
           05 WSS-CTL-ULTIMO-SELO     PIC 9(07)   VALUE ZERO.
      *
           COPY "RETCODES".
      *
           COPY "ERRLOG".
      *
       LINKAGE SECTION.
      *
           COPY "PARMIBM".

      *-------------------------------------
       PROCEDURE DIVISION USING LKS-PARM-IBM.
      *
       ROT-PRINCIPAL.

           PERFORM ROT-ABERTURA
              THRU ROT-ABERTURA-EXIT.

           PERFORM ROT-CARREGA-CONTROLE
              THRU ROT-CARREGA-CONTROLE-EXIT.

           PERFORM ROT-PROCESSA-REGISTRO
              THRU ROT-PROCESSA-REGISTRO-EXIT
              UNTIL FIM-AUDLOG.

           PERFORM ROT-CONFERE-CONTROLE
              THRU ROT-CONFERE-CONTROLE-EXIT.

           PERFORM ROT-ENCERRAMENTO
              THRU ROT-ENCERRAMENTO-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
      * VALIDA O MODO DO PARM E ABRE OS ARQUIVOS - SEM O AUDLOG    *
      * (OU, NO MODO 'I', SEM AS SAIDAS) A CONFERENCIA NAO PODE    *
      * SER FEITA E O STEP E ENCERRADO COM ERRLOG E ABEND          *
      *-----------------------------------------------------------*
       ROT-ABERTURA.

           IF NOT LKS-MODO-INCREMENTAL
              AND NOT LKS-MODO-FULL
              DISPLAY '*******************************************'
              DISPLAY '*** ERRO GRAVE                          ***'
              DISPLAY '*** MODO DE EXECUCAO INVALIDO (I/F)      ***'
              DISPLAY '*******************************************'
              DISPLAY ' LKS-MODO-EXECUCAO = ' LKS-MODO-EXECUCAO
              MOVE RC-PARM-MODO-AMBIENTE-INVALIDO TO WSS-ABEND-CODE
              MOVE 'MODO DE EXECUCAO INVALIDO NA SELAGEM DO AUDLOG'
                TO WSS-MSG-ABEND
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           OPEN INPUT AUDLOG.

           IF FLG-AUDLOG NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO AUDLOG *** FLG = '
                       FLG-AUDLOG
              MOVE RC-AUDITORIA-VIOLADA TO WSS-ABEND-CODE
              MOVE 'AUDLOG INDISPONIVEL PARA A CONFERENCIA DOS SELOS'
                TO WSS-MSG-ABEND
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF LKS-MODO-INCREMENTAL
              OPEN OUTPUT AUDLOGN
              OPEN OUTPUT AUDSELON
              IF FLG-AUDLOGN NOT = '00'
                 OR FLG-AUDSELON NOT = '00'
                 DISPLAY '*** ERRO NA ABERTURA DAS SAIDAS *** FLG = '
                          FLG-AUDLOGN ' ' FLG-AUDSELON
                 MOVE RC-AUDITORIA-VIOLADA TO WSS-ABEND-CODE
                 MOVE 'AUDLOGN/AUDSELON INDISPONIVEIS PARA A SELAGEM'
                   TO WSS-MSG-ABEND
                 PERFORM ROT-ABEND
                    THRU ROT-ABEND-EXIT
              END-IF
           END-IF.

       ROT-ABERTURA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CARREGA O CONTROLE DO ENCADEAMENTO (AUDSELO) - SEM O       *
      * REGISTRO, A CADEIA PARTE DO SELO ZERO (PRIMEIRA SELAGEM).  *
      * NO MODO 'F' A CADEIA SEMPRE PARTE DO ZERO, POIS O          *
      * ARQUIVAMENTO VEM CONCATENADO ANTES DO AUDLOG VIVO          *
      *-----------------------------------------------------------*
       ROT-CARREGA-CONTROLE.

           OPEN INPUT AUDSELO.

           IF FLG-AUDSELO = '00'
              READ AUDSELO
              IF FLG-AUDSELO = '00'
                 MOVE 'S'                       TO WSS-TEM-CONTROLE
                 MOVE AUDB0001C-ANCORA          TO WSS-CTL-ANCORA
                 MOVE AUDB0001C-QTDE-ARQUIVADOS
                   TO WSS-CTL-QTDE-ARQUIVADOS
                 MOVE AUDB0001C-QTDE-SELADOS    TO WSS-CTL-QTDE-SELADOS
                 MOVE AUDB0001C-ULTIMO-SELO     TO WSS-CTL-ULTIMO-SELO
              END-IF
              CLOSE AUDSELO
           END-IF.

           IF NOT TEM-CONTROLE
              DISPLAY '*** AUDSELO SEM REGISTRO - CADEIA NO SELO ZERO'
           END-IF.

           IF LKS-MODO-INCREMENTAL
              MOVE WSS-CTL-ANCORA TO WSS-SELO-ANTERIOR
           ELSE
              MOVE ZERO           TO WSS-SELO-ANTERIOR
           END-IF.

       ROT-CARREGA-CONTROLE-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE UM EVENTO - COM SELO, CONFERE; SEM SELO, SELA (MODO     *
      * 'I') OU SO CONTA (MODO 'F'). NO MODO 'I' TODO EVENTO VAI   *
      * PARA O AUDLOGN, NA MESMA ORDEM                             *
      *-----------------------------------------------------------*
       ROT-PROCESSA-REGISTRO.

           READ AUDLOG
              AT END
                 MOVE 'S' TO WSS-FIM-AUDLOG
                 GO TO ROT-PROCESSA-REGISTRO-EXIT
           END-READ.

           IF FLG-AUDLOG NOT = '00'
              DISPLAY '*** ERRO NA LEITURA DO AUDLOG *** FLG = '
                       FLG-AUDLOG
              MOVE RC-AUDITORIA-VIOLADA TO WSS-ABEND-CODE
              MOVE 'ERRO DE LEITURA NA CONFERENCIA DOS SELOS DO AUDLOG'
                TO WSS-MSG-ABEND
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1 TO WSS-CONT-LIDOS.

           IF AUDB0001-SEM-SELO
              PERFORM ROT-TRATA-SEM-SELO
                 THRU ROT-TRATA-SEM-SELO-EXIT
           ELSE
              PERFORM ROT-CONFERE-SELO
                 THRU ROT-CONFERE-SELO-EXIT
           END-IF.

           IF LKS-MODO-INCREMENTAL
              MOVE AUDB0001 TO AUDLOGN-REGISTRO
              WRITE AUDLOGN-REGISTRO
           END-IF.

       ROT-PROCESSA-REGISTRO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CONFERE O SELO DE UM EVENTO JA SELADO CONTRA O RECALCULO A *
      * PARTIR DO SELO ANTERIOR. DEPOIS DE UMA QUEBRA A CADEIA E   *
      * RETOMADA PELO SELO GRAVADO, PARA QUE CADA VIOLACAO SEJA    *
      * LISTADA UMA VEZ SO                                         *
      *-----------------------------------------------------------*
       ROT-CONFERE-SELO.

           IF FASE-FINAL
              MOVE 'EVENTO SELADO DEPOIS DE TRECHO SEM SELO'
                TO WSS-MOTIVO-VIOLACAO
              PERFORM ROT-REGISTRA-VIOLACAO
                 THRU ROT-REGISTRA-VIOLACAO-EXIT
           END-IF.

           IF AUDB0001-SELO NOT NUMERIC
              MOVE 'SELO NAO NUMERICO - REGISTRO ADULTERADO'
                TO WSS-MOTIVO-VIOLACAO
              PERFORM ROT-REGISTRA-VIOLACAO
                 THRU ROT-REGISTRA-VIOLACAO-EXIT
              MOVE 'S' TO WSS-FASE
              GO TO ROT-CONFERE-SELO-EXIT
           END-IF.

           PERFORM ROT-CALCULA-SELO
              THRU ROT-CALCULA-SELO-EXIT.

           IF WSS-SELO-CALCULADO NOT = AUDB0001-SELO
              MOVE 'SELO NAO CONFERE - ALTERADO, SUPRIMIDO OU INCLUIDO'
                TO WSS-MOTIVO-VIOLACAO
              PERFORM ROT-REGISTRA-VIOLACAO
                 THRU ROT-REGISTRA-VIOLACAO-EXIT
           END-IF.

           MOVE AUDB0001-SELO TO WSS-SELO-ANTERIOR.
           MOVE AUDB0001-SELO TO WSS-ULTIMO-SELO-LIDO.
           ADD  1             TO WSS-CONT-CONFERIDOS.
           MOVE 'S'           TO WSS-FASE.

       ROT-CONFERE-SELO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * TRATA UM EVENTO SEM SELO - NO MODO 'I' ELE E SELADO E      *
      * PASSA A SER O ELO SEGUINTE; NO MODO 'F' O TRECHO INICIAL   *
      * SEM SELO E O ACERVO ANTERIOR AO ENCADEAMENTO E O TRECHO    *
      * FINAL SAO OS EVENTOS AINDA NAO SELADOS                     *
      *-----------------------------------------------------------*
       ROT-TRATA-SEM-SELO.

           IF LKS-MODO-FULL
              IF FASE-INICIO
                 ADD 1 TO WSS-CONT-LEGADO
              ELSE
                 ADD 1   TO WSS-CONT-PENDENTES
                 MOVE 'T' TO WSS-FASE
              END-IF
              GO TO ROT-TRATA-SEM-SELO-EXIT
           END-IF.

           PERFORM ROT-CALCULA-SELO
              THRU ROT-CALCULA-SELO-EXIT.

           MOVE WSS-SELO-CALCULADO TO AUDB0001-SELO.
           MOVE WSS-SELO-CALCULADO TO WSS-SELO-ANTERIOR.
           ADD  1                  TO WSS-CONT-SELADOS-AGORA.
           MOVE 'T'                TO WSS-FASE.

       ROT-TRATA-SEM-SELO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CALCULA O SELO DO EVENTO CORRENTE EM WSS-SELO-CALCULADO A  *
      * PARTIR DE WSS-SELO-ANTERIOR                                *
      *-----------------------------------------------------------*
       ROT-CALCULA-SELO.

           MOVE WSS-SELO-ANTERIOR TO WSS-ACUMULADO.

           PERFORM ROT-ACUMULA-BYTE
              THRU ROT-ACUMULA-BYTE-EXIT
              VARYING WSS-POS FROM 1 BY 1
              UNTIL WSS-POS > WSS-POSICOES-SELO.

           MOVE WSS-ACUMULADO TO WSS-SELO-CALCULADO.

       ROT-CALCULA-SELO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * ACUMULA UMA POSICAO DO REGISTRO NO SELO                    *
      *-----------------------------------------------------------*
       ROT-ACUMULA-BYTE.

           MOVE AUDB0001 (WSS-POS:1) TO WSS-CB-BAIXO.

           COMPUTE WSS-ACUMULADO =
              WSS-ACUMULADO * WSS-MULTIPLICADOR
              + WSS-CB-VALOR + WSS-POS.

           DIVIDE WSS-ACUMULADO BY WSS-MODULO-SELO
              GIVING WSS-QUOCIENTE
              REMAINDER WSS-ACUMULADO.

       ROT-ACUMULA-BYTE-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CONTA E LISTA UMA VIOLACAO DA CADEIA (AS PRIMEIRAS 50)     *
      *-----------------------------------------------------------*
       ROT-REGISTRA-VIOLACAO.

           ADD 1 TO WSS-CONT-VIOLACOES.

           IF WSS-CONT-VIOLACOES NOT > WSS-MAX-VIOLACOES-LISTA
              DISPLAY '*** VIOLACAO NO REGISTRO ' WSS-CONT-LIDOS
                      ' - ' WSS-MOTIVO-VIOLACAO
              DISPLAY '    ' AUDB0001
           END-IF.

       ROT-REGISTRA-VIOLACAO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CONFERE O FIM DA CADEIA CONTRA O CONTROLE - A QUANTIDADE   *
      * DE EVENTOS JA SELADOS E O ULTIMO SELO TEM QUE BATER (NO    *
      * MODO 'F', SOMANDO OS SELADOS JA ARQUIVADOS). ISSO DENUNCIA *
      * A SUPRESSAO DE EVENTOS NO FIM DO ARQUIVO E A CADEIA        *
      * RECALCULADA POR FORA                                       *
      *-----------------------------------------------------------*
       ROT-CONFERE-CONTROLE.

           IF LKS-MODO-FULL
              COMPUTE WSS-QTDE-ESPERADA =
                 WSS-CTL-QTDE-ARQUIVADOS + WSS-CTL-QTDE-SELADOS
           ELSE
              MOVE WSS-CTL-QTDE-SELADOS TO WSS-QTDE-ESPERADA
           END-IF.

           IF WSS-CONT-CONFERIDOS NOT = WSS-QTDE-ESPERADA
              DISPLAY '*** VIOLACAO - EVENTOS SELADOS = '
                       WSS-CONT-CONFERIDOS
                      ' CONTROLE = ' WSS-QTDE-ESPERADA
              ADD 1 TO WSS-CONT-VIOLACOES
           END-IF.

           IF WSS-CONT-CONFERIDOS > ZERO
              AND WSS-ULTIMO-SELO-LIDO NOT = WSS-CTL-ULTIMO-SELO
              DISPLAY '*** VIOLACAO - ULTIMO SELO = '
                       WSS-ULTIMO-SELO-LIDO
                      ' CONTROLE = ' WSS-CTL-ULTIMO-SELO
              ADD 1 TO WSS-CONT-VIOLACOES
           END-IF.

       ROT-CONFERE-CONTROLE-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * FECHA OS ARQUIVOS - CADEIA VIOLADA ENCERRA O STEP COM      *
      * ERRLOG GRAVE E ABEND (NADA E REGRAVADO); NO MODO 'I' COM A *
      * CADEIA INTEGRA, GRAVA O NOVO CONTROLE NO AUDSELON          *
      *-----------------------------------------------------------*
       ROT-ENCERRAMENTO.

           CLOSE AUDLOG.

           DISPLAY '***************************************'.
           DISPLAY '* EVENTOS LIDOS         = ' WSS-CONT-LIDOS.
           DISPLAY '* SELOS CONFERIDOS      = ' WSS-CONT-CONFERIDOS.
           DISPLAY '* SELADOS NESTA EXECUCAO= ' WSS-CONT-SELADOS-AGORA.
           DISPLAY '* SEM SELO (ACERVO ANT.)= ' WSS-CONT-LEGADO.
           DISPLAY '* SEM SELO (PENDENTES)  = ' WSS-CONT-PENDENTES.
           DISPLAY '* VIOLACOES             = ' WSS-CONT-VIOLACOES.
           DISPLAY '***************************************'.

           IF WSS-CONT-VIOLACOES > ZERO
              MOVE RC-AUDITORIA-VIOLADA TO WSS-ABEND-CODE
              MOVE 'TRILHA DE AUDITORIA VIOLADA - CADEIA QUEBRADA'
                TO WSS-MSG-ABEND
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF LKS-MODO-INCREMENTAL
              MOVE SPACES                 TO AUDB0001C
              MOVE WSS-CTL-ANCORA         TO AUDB0001C-ANCORA
              MOVE WSS-CTL-QTDE-ARQUIVADOS
                TO AUDB0001C-QTDE-ARQUIVADOS
              COMPUTE AUDB0001C-QTDE-SELADOS =
                 WSS-CONT-CONFERIDOS + WSS-CONT-SELADOS-AGORA
              MOVE WSS-SELO-ANTERIOR      TO AUDB0001C-ULTIMO-SELO
              ACCEPT AUDB0001C-DATA       FROM DATE YYYYMMDD
              ACCEPT AUDB0001C-HORA       FROM TIME
              MOVE 'COBOL056'             TO AUDB0001C-PROGRAMA
              MOVE AUDB0001C              TO AUDSELON-REGISTRO
              WRITE AUDSELON-REGISTRO
              CLOSE AUDLOGN
              CLOSE AUDSELON
           END-IF.

           DISPLAY '*** CADEIA DE SELOS DA AUDITORIA INTEGRA'.

       ROT-ENCERRAMENTO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * REGISTRA O ERRO GRAVE NO ARQUIVO CENTRAL DE ERROS E FORCA  *
      * UM ABEND COM DUMP, NOS MOLDES DO COBOL042                  *
      *-----------------------------------------------------------*
       ROT-ABEND.

           DISPLAY '*** ABEND FORCADO - CODIGO = ' WSS-ABEND-CODE.

           MOVE 'COBOL056'      TO LKS-EL-PROGRAMA.
           MOVE WSS-ABEND-CODE  TO LKS-EL-CODIGO.
           MOVE 'G'             TO LKS-EL-SEVERIDADE.
           MOVE WSS-MSG-ABEND   TO LKS-EL-MENSAGEM.

           CALL 'ERRLOG' USING LKS-ERROR-LOG.

           CALL 'CEE3ABD' USING WSS-ABEND-CODE WSS-ABEND-REASON.

       ROT-ABEND-EXIT.

           EXIT.

       END PROGRAM COBOL056.

      ********************* FIM DO PROGRAMA ****************************
