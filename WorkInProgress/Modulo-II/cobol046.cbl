      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : RELATORIO NOTURNO DE PRAZOS DOS CASOS DE
      *            APOSENTADORIA (KSDS APOSCASO, LAYOUT APSB0001,
      *            MANTIDO PELO RH NA TRANSACAO APO1) - PRIMEIRA
      *            PARTE: CASOS EM ANDAMENTO (NOTIFICADO OU PEDIDO)
      *            PARADOS HA MAIS DO PRAZO DE 30 DIAS DESDE A
      *            ULTIMA MOVIMENTACAO; SEGUNDA PARTE: APOSENTADORIAS
      *            APROVADAS COM DATA PREVISTA NOS PROXIMOS 90 DIAS.
      *            OS DIAS SAO CONTADOS PELO SUBPROGRAMA DATCALC A
      *            PARTIR DA DATA DO CICLO (LKS-DATA-EXECUCAO)
      * CPD      : INEFE
      *****************************************************************
      * HISTORICO DE ALTERACOES
      * 15/10/2026  VRB  VERSAO ORIGINAL DO PROGRAMA
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL046.
       AUTHOR. VAGNER BELLACOSA.
       DATE-WRITTEN. 15/10/26 @ 11:00:00.
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
         SELECT APOSCASO        ASSIGN TO APOSCASO
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS APSB0001-MATRICULA
         FILE STATUS FLG-APOSCASO.
      *
         SELECT RELAPS001       ASSIGN TO RELAPS001
         FILE STATUS FLG-RELAPS001.
      *
      ***************
       DATA DIVISION.
      ***************
      *
       FILE SECTION.
      *
       FD  APOSCASO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
      *
           COPY "APSB0001".
      *
       FD  RELAPS001
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  RELAPS001-LINHA             PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       77  FLG-APOSCASO               PIC X(02).
       77  FLG-RELAPS001              PIC X(02).
       77  WSS-FIM-APOSCASO           PIC X(01)   VALUE 'N'.
           88 FIM-APOSCASO                        VALUE 'S'.
       77  WSS-CONT-LIDOS             PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-PARADOS           PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-PREVISTOS         PIC 9(07)   VALUE ZERO.
       77  WSS-PRAZO-ANDAMENTO        PIC 9(03)   VALUE 30.
       77  WSS-JANELA-PREVISTA        PIC 9(03)   VALUE 90.
       77  WSS-LINHAS-PAGINA          PIC 9(02)   VALUE ZERO.
       77  WSS-MAX-LINHAS             PIC 9(02)   VALUE 20.
       77  WSS-NUM-PAGINA             PIC 9(04)   VALUE ZERO.
       77  WSS-NOME-JOB               PIC X(08)   VALUE 'CICL0001'.
       77  WSS-NOME-STEP              PIC X(08)   VALUE 'STEP047'.
      *
       01  WSS-DATA-TRABALHO          PIC 9(08)   VALUE ZERO.
       01  WSS-DATA-TRABALHO-R REDEFINES WSS-DATA-TRABALHO.
           05 WSS-DT-ANO              PIC 9(04).
           05 WSS-DT-MES              PIC 9(02).
           05 WSS-DT-DIA              PIC 9(02).
      *
       01  WSS-DATA-EDITADA.
           05 WSS-ED-DIA              PIC 9(02).
           05 FILLER                  PIC X(01)   VALUE '/'.
           05 WSS-ED-MES              PIC 9(02).
           05 FILLER                  PIC X(01)   VALUE '/'.
           05 WSS-ED-ANO              PIC 9(04).
      *
       01  WSS-LINHA-PENDENTE         PIC X(80)   VALUE SPACES.
      *
       01  WSS-LINHA-CABECALHO.
           05 FILLER                  PIC X(10)  VALUE 'RELATORIO:'.
           05 WSS-CAB-TITULO          PIC X(40)
                  VALUE 'CASOS DE APOSENTADORIA - PRAZOS'.
           05 FILLER                  PIC X(10)  VALUE SPACES.
           05 FILLER                  PIC X(08)  VALUE 'PAGINA: '.
           05 WSS-CAB-PAGINA          PIC ZZZ9.
           05 FILLER                  PIC X(08)  VALUE SPACES.
      *
       01  WSS-LINHA-TITULO-PARADOS.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 FILLER                  PIC X(06)  VALUE 'MATRIC'.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 FILLER                  PIC X(30)  VALUE 'NOME'.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 FILLER                  PIC X(10)  VALUE 'SITUACAO'.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 FILLER                  PIC X(10)  VALUE 'ULT.MOVTO'.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 FILLER                  PIC X(05)  VALUE ' DIAS'.
           05 FILLER                  PIC X(14)  VALUE SPACES.
      *
       01  WSS-LINHA-PARADO.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-PAR-MATRICULA       PIC 9(06).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-PAR-NOME            PIC X(30).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-PAR-SITUACAO        PIC X(10).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-PAR-ULT-MOVTO       PIC X(10).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-PAR-DIAS            PIC ZZZZ9.
           05 FILLER                  PIC X(14)  VALUE SPACES.
      *
       01  WSS-LINHA-TITULO-PREVISTOS.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 FILLER                  PIC X(06)  VALUE 'MATRIC'.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 FILLER                  PIC X(30)  VALUE 'NOME'.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 FILLER                  PIC X(10)  VALUE 'APROVACAO'.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 FILLER                  PIC X(10)  VALUE 'PREVISTA'.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 FILLER                  PIC X(05)  VALUE 'FALTA'.
           05 FILLER                  PIC X(14)  VALUE SPACES.
      *
       01  WSS-LINHA-PREVISTO.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-PRV-MATRICULA       PIC 9(06).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-PRV-NOME            PIC X(30).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-PRV-APROVACAO       PIC X(10).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-PRV-PREVISTA        PIC X(10).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-PRV-DIAS            PIC ZZZZ9.
           05 FILLER                  PIC X(14)  VALUE SPACES.
      *
       01  WSS-LINHA-TOTAL.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WSS-TOT-TEXTO           PIC X(40).
           05 WSS-TOT-QTDE            PIC ZZZZZZ9.
           05 FILLER                  PIC X(31)  VALUE SPACES.
      *
           COPY "DATCALC".
      *
           COPY "RETCODES".
      *
           COPY "RUNLEDGR".
      *
           COPY "CICLSTEP".
      *
       77  WSS-JA-COMPLETO            PIC X(01)   VALUE 'N'.
           88 JA-COMPLETO                         VALUE 'S'.
      *
       LINKAGE SECTION.
      *
           COPY "PARMIBM".

      ********************
       PROCEDURE DIVISION USING LKS-PARM-IBM.
      ********************

       ROT-PRINCIPAL.

           PERFORM ROT-ABERTURA
              THRU ROT-ABERTURA-EXIT.

           PERFORM ROT-INICIA-PARADOS
              THRU ROT-INICIA-PARADOS-EXIT.

           PERFORM ROT-VERIFICA-PARADO
              THRU ROT-VERIFICA-PARADO-EXIT
              UNTIL FIM-APOSCASO.

           PERFORM ROT-INICIA-PREVISTOS
              THRU ROT-INICIA-PREVISTOS-EXIT.

           PERFORM ROT-VERIFICA-PREVISTO
              THRU ROT-VERIFICA-PREVISTO-EXIT
              UNTIL FIM-APOSCASO.

           PERFORM ROT-ENCERRAMENTO
              THRU ROT-ENCERRAMENTO-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
      * ABRE O CADASTRO DE CASOS E O RELATORIO - NA RETOMADA O     *
      * STEP PASSA EM BRANCO                                       *
      *-----------------------------------------------------------*
       ROT-ABERTURA.

           MOVE 'T'               TO LKS-CS-FUNCAO.
           MOVE LKS-DATA-EXECUCAO TO LKS-CS-DATA-CICLO.
           MOVE WSS-NOME-STEP     TO LKS-CS-STEP.

           CALL 'CICLSTEP' USING LKS-CICLO-STEP.

           IF LKS-CS-JA-COMPLETO
              DISPLAY '*** STEP JA COMPLETO NO CICLO - RETOMADA ***'
              MOVE 'S' TO WSS-JA-COMPLETO
              MOVE 'S' TO WSS-FIM-APOSCASO
              GO TO ROT-ABERTURA-EXIT
           END-IF.

           OPEN INPUT  APOSCASO.

           IF FLG-APOSCASO NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO APOSCASO *** FLG = '
                       FLG-APOSCASO
              MOVE 'S' TO WSS-FIM-APOSCASO
           END-IF.

           OPEN OUTPUT RELAPS001.

           IF FLG-RELAPS001 NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO RELAPS001 *** FLG = '
                       FLG-RELAPS001
           END-IF.

       ROT-ABERTURA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * PRIMEIRA PARTE - POSICIONA NO INICIO DO CADASTRO E IMPRIME *
      * O CABECALHO DOS CASOS PARADOS                              *
      *-----------------------------------------------------------*
       ROT-INICIA-PARADOS.

           IF JA-COMPLETO
              GO TO ROT-INICIA-PARADOS-EXIT
           END-IF.

           MOVE 'CASOS PARADOS ALEM DO PRAZO DE 30 DIAS'
                                       TO WSS-CAB-TITULO.
           MOVE WSS-LINHA-TITULO-PARADOS TO RELAPS001-LINHA.

           PERFORM ROT-INICIA-LEITURA
              THRU ROT-INICIA-LEITURA-EXIT.

       ROT-INICIA-PARADOS-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE O PROXIMO CASO E O LISTA SE ESTIVER EM ANDAMENTO        *
      * (NOTIFICADO OU PEDIDO) E SEM MOVIMENTO HA MAIS DO PRAZO    *
      *-----------------------------------------------------------*
       ROT-VERIFICA-PARADO.

           PERFORM ROT-LER-APOSCASO
              THRU ROT-LER-APOSCASO-EXIT.

           IF FIM-APOSCASO
              GO TO ROT-VERIFICA-PARADO-EXIT
           END-IF.

           ADD 1 TO WSS-CONT-LIDOS.

           IF NOT APSB0001-NOTIFICADO AND NOT APSB0001-PEDIDO
              GO TO ROT-VERIFICA-PARADO-EXIT
           END-IF.

           MOVE 'D'                     TO LKS-DC-FUNCAO.
           MOVE APSB0001-DATA-ULT-MOVTO TO LKS-DC-DATA-1.
           MOVE LKS-DATA-EXECUCAO       TO LKS-DC-DATA-2.

           CALL 'DATCALC' USING LKS-DATE-CALC.

           IF LKS-DC-ERRO
              DISPLAY '*** DATA DE MOVIMENTO INVALIDA NO CASO = '
                       APSB0001-MATRICULA
              GO TO ROT-VERIFICA-PARADO-EXIT
           END-IF.

           IF LKS-DC-DIAS NOT > WSS-PRAZO-ANDAMENTO
              GO TO ROT-VERIFICA-PARADO-EXIT
           END-IF.

           ADD 1 TO WSS-CONT-PARADOS.

           MOVE APSB0001-MATRICULA TO WSS-PAR-MATRICULA.
           MOVE APSB0001-NOME      TO WSS-PAR-NOME.

           IF APSB0001-NOTIFICADO
              MOVE 'NOTIFICADO' TO WSS-PAR-SITUACAO
           ELSE
              MOVE 'PEDIDO'     TO WSS-PAR-SITUACAO
           END-IF.

           MOVE APSB0001-DATA-ULT-MOVTO TO WSS-DATA-TRABALHO.

           PERFORM ROT-EDITA-DATA
              THRU ROT-EDITA-DATA-EXIT.

           MOVE WSS-DATA-EDITADA  TO WSS-PAR-ULT-MOVTO.
           MOVE LKS-DC-DIAS       TO WSS-PAR-DIAS.
           MOVE WSS-LINHA-PARADO  TO RELAPS001-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

       ROT-VERIFICA-PARADO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * FECHA A PRIMEIRA PARTE COM O TOTAL E REPOSICIONA O         *
      * CADASTRO PARA A SEGUNDA - APOSENTADORIAS APROVADAS         *
      *-----------------------------------------------------------*
       ROT-INICIA-PREVISTOS.

           IF JA-COMPLETO
              GO TO ROT-INICIA-PREVISTOS-EXIT
           END-IF.

           MOVE 'TOTAL DE CASOS PARADOS ALEM DO PRAZO ='
                                       TO WSS-TOT-TEXTO.
           MOVE WSS-CONT-PARADOS       TO WSS-TOT-QTDE.
           MOVE WSS-LINHA-TOTAL        TO RELAPS001-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           IF FLG-APOSCASO NOT = '00' AND FLG-APOSCASO NOT = '10'
              GO TO ROT-INICIA-PREVISTOS-EXIT
           END-IF.

           MOVE 'N' TO WSS-FIM-APOSCASO.

           MOVE 'APOSENTADORIAS PREVISTAS EM ATE 90 DIAS'
                                       TO WSS-CAB-TITULO.
           MOVE WSS-LINHA-TITULO-PREVISTOS TO RELAPS001-LINHA.

           PERFORM ROT-INICIA-LEITURA
              THRU ROT-INICIA-LEITURA-EXIT.

       ROT-INICIA-PREVISTOS-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE O PROXIMO CASO E O LISTA SE ESTIVER APROVADO COM DATA   *
      * PREVISTA ENTRE A DATA DO CICLO E A JANELA DE 90 DIAS       *
      *-----------------------------------------------------------*
       ROT-VERIFICA-PREVISTO.

           PERFORM ROT-LER-APOSCASO
              THRU ROT-LER-APOSCASO-EXIT.

           IF FIM-APOSCASO
              GO TO ROT-VERIFICA-PREVISTO-EXIT
           END-IF.

           IF NOT APSB0001-APROVADO
              GO TO ROT-VERIFICA-PREVISTO-EXIT
           END-IF.

           IF APSB0001-DATA-PREVISTA < LKS-DATA-EXECUCAO
              GO TO ROT-VERIFICA-PREVISTO-EXIT
           END-IF.

           MOVE 'D'                    TO LKS-DC-FUNCAO.
           MOVE LKS-DATA-EXECUCAO      TO LKS-DC-DATA-1.
           MOVE APSB0001-DATA-PREVISTA TO LKS-DC-DATA-2.

           CALL 'DATCALC' USING LKS-DATE-CALC.

           IF LKS-DC-ERRO
              DISPLAY '*** DATA PREVISTA INVALIDA NO CASO = '
                       APSB0001-MATRICULA
              GO TO ROT-VERIFICA-PREVISTO-EXIT
           END-IF.

           IF LKS-DC-DIAS > WSS-JANELA-PREVISTA
              GO TO ROT-VERIFICA-PREVISTO-EXIT
           END-IF.

           ADD 1 TO WSS-CONT-PREVISTOS.

           MOVE APSB0001-MATRICULA TO WSS-PRV-MATRICULA.
           MOVE APSB0001-NOME      TO WSS-PRV-NOME.

           MOVE APSB0001-DATA-APROVACAO TO WSS-DATA-TRABALHO.

           PERFORM ROT-EDITA-DATA
              THRU ROT-EDITA-DATA-EXIT.

           MOVE WSS-DATA-EDITADA       TO WSS-PRV-APROVACAO.
           MOVE APSB0001-DATA-PREVISTA TO WSS-DATA-TRABALHO.

           PERFORM ROT-EDITA-DATA
              THRU ROT-EDITA-DATA-EXIT.

           MOVE WSS-DATA-EDITADA   TO WSS-PRV-PREVISTA.
           MOVE LKS-DC-DIAS        TO WSS-PRV-DIAS.
           MOVE WSS-LINHA-PREVISTO TO RELAPS001-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

       ROT-VERIFICA-PREVISTO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * FORCA A QUEBRA DE PAGINA PARA A LINHA DE TITULOS JA        *
      * MONTADA E POSICIONA NO PRIMEIRO CASO DO CADASTRO           *
      *-----------------------------------------------------------*
       ROT-INICIA-LEITURA.

           MOVE WSS-MAX-LINHAS TO WSS-LINHAS-PAGINA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           IF FIM-APOSCASO
              GO TO ROT-INICIA-LEITURA-EXIT
           END-IF.

           MOVE ZERO TO APSB0001-MATRICULA.

           START APOSCASO
              KEY IS NOT LESS THAN APSB0001-MATRICULA
              INVALID KEY
                 DISPLAY '*** CADASTRO DE CASOS VAZIO ***'
                 MOVE 'S' TO WSS-FIM-APOSCASO
           END-START.

       ROT-INICIA-LEITURA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE O PROXIMO CASO DO CADASTRO                              *
      *-----------------------------------------------------------*
       ROT-LER-APOSCASO.

           READ APOSCASO NEXT RECORD
              AT END
                 MOVE 'S' TO WSS-FIM-APOSCASO
           END-READ.

           IF NOT FIM-APOSCASO AND FLG-APOSCASO NOT = '00'
              DISPLAY '*** ERRO NA LEITURA DO APOSCASO *** FLG = '
                       FLG-APOSCASO
              MOVE 'S' TO WSS-FIM-APOSCASO
           END-IF.

       ROT-LER-APOSCASO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * EDITA A DATA AAAAMMDD DE TRABALHO EM DD/MM/AAAA            *
      *-----------------------------------------------------------*
       ROT-EDITA-DATA.

           MOVE WSS-DT-DIA TO WSS-ED-DIA.
           MOVE WSS-DT-MES TO WSS-ED-MES.
           MOVE WSS-DT-ANO TO WSS-ED-ANO.

       ROT-EDITA-DATA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME O CABECALHO DE UMA NOVA PAGINA DO RELATORIO        *
      *-----------------------------------------------------------*
       ROT-IMPRIME-CABECALHO.

           ADD 1 TO WSS-NUM-PAGINA.

           MOVE WSS-NUM-PAGINA      TO WSS-CAB-PAGINA.
           MOVE WSS-LINHA-CABECALHO TO RELAPS001-LINHA.

           IF FLG-RELAPS001 = '00'
              WRITE RELAPS001-LINHA
           END-IF.

           MOVE ZERO TO WSS-LINHAS-PAGINA.

       ROT-IMPRIME-CABECALHO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME A LINHA JA MONTADA, QUEBRANDO A PAGINA QUANDO O    *
      * LIMITE DE LINHAS FOR ATINGIDO - A LINHA E GUARDADA ANTES   *
      * DO CABECALHO, QUE USA A MESMA AREA DO REGISTRO             *
      *-----------------------------------------------------------*
       ROT-IMPRIME-LINHA.

           IF WSS-LINHAS-PAGINA NOT < WSS-MAX-LINHAS
              MOVE RELAPS001-LINHA TO WSS-LINHA-PENDENTE
              PERFORM ROT-IMPRIME-CABECALHO
                 THRU ROT-IMPRIME-CABECALHO-EXIT
              MOVE WSS-LINHA-PENDENTE TO RELAPS001-LINHA
           END-IF.

           IF FLG-RELAPS001 = '00'
              WRITE RELAPS001-LINHA
           END-IF.

           ADD 1 TO WSS-LINHAS-PAGINA.

       ROT-IMPRIME-LINHA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME O TOTAL DA SEGUNDA PARTE, FECHA OS ARQUIVOS E      *
      * REGISTRA AS CONTAGENS NO RAZAO DE EXECUCAO                 *
      *-----------------------------------------------------------*
       ROT-ENCERRAMENTO.

           IF JA-COMPLETO
              GO TO ROT-ENCERRAMENTO-EXIT
           END-IF.

           MOVE 'TOTAL DE APOSENTADORIAS PREVISTAS     ='
                                       TO WSS-TOT-TEXTO.
           MOVE WSS-CONT-PREVISTOS     TO WSS-TOT-QTDE.
           MOVE WSS-LINHA-TOTAL        TO RELAPS001-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           CLOSE APOSCASO.
           CLOSE RELAPS001.

           DISPLAY '***************************************'.
           DISPLAY '* CASOS LIDOS           = ' WSS-CONT-LIDOS.
           DISPLAY '* CASOS PARADOS         = ' WSS-CONT-PARADOS.
           DISPLAY '* APOSENT. PREVISTAS    = ' WSS-CONT-PREVISTOS.
           DISPLAY '***************************************'.

           MOVE LKS-DATA-EXECUCAO   TO LKS-RL-DATA-CICLO.
           MOVE WSS-NOME-JOB        TO LKS-RL-JOB.
           MOVE WSS-NOME-STEP       TO LKS-RL-STEP.
           MOVE 'COBOL046'          TO LKS-RL-PROGRAMA.
           MOVE WSS-CONT-LIDOS      TO LKS-RL-ENTRADAS.
           COMPUTE LKS-RL-SAIDAS = WSS-CONT-PARADOS
                                 + WSS-CONT-PREVISTOS.
           MOVE ZERO                TO LKS-RL-REJEITADOS.

           CALL 'RUNLEDGR' USING LKS-RUN-LEDGER.

           MOVE 'R'               TO LKS-CS-FUNCAO.
           MOVE LKS-DATA-EXECUCAO TO LKS-CS-DATA-CICLO.
           MOVE WSS-NOME-STEP     TO LKS-CS-STEP.

           CALL 'CICLSTEP' USING LKS-CICLO-STEP.

       ROT-ENCERRAMENTO-EXIT.

           EXIT.

       END PROGRAM COBOL046.

      ********************* FIM DO PROGRAMA ****************************
