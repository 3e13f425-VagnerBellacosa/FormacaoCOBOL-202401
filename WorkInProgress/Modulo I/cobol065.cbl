      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : RELATORIO MENSAL DOS JOBS PERIODICOS (RELPER001) -
      *            PARA O MES DO PARM (AAAAMM), APURA PELO CALPER O
      *            ULTIMO DIA UTIL DO MES E, PELA TABELA PERJOBS,
      *            QUAIS JOBS ERAM DEVIDOS NELE (MENSAIS SEMPRE,
      *            TRIMESTRAIS EM MARCO/JUNHO/SETEMBRO/DEZEMBRO,
      *            ANUAIS EM DEZEMBRO). CONFRONTA CADA UM COM O
      *            DIARIO DOS JOBS PERIODICOS (PERLOG): PUBLICACAO
      *            NA ABERTURA DO CICLO (COBOL017), INICIO E
      *            CONCLUSAO PELO PORTAO DE CALENDARIO (COBOL064), E
      *            CLASSIFICA EM EXECUTADO, INICIADO SEM CONCLUSAO,
      *            NAO EXECUTADO OU A VENCER. LISTA AINDA AS
      *            EXECUCOES FORA DO CALENDARIO LIBERADAS NO PARM
      *            DENTRO DO MES. RC 4 = HA JOB DEVIDO NAO EXECUTADO
      * CPD      : INEFE
      *****************************************************************
      * HISTORICO DE ALTERACOES
      * 15/10/2026  VRB  VERSAO ORIGINAL DO PROGRAMA
      * 15/10/2026  VRB  CAMPOS DO PERLOG COM O PREFIXO PERB0001- DO
      *                  LAYOUT (ANTES PER-)
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL065.
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
         SELECT OPTIONAL PERLOG ASSIGN TO PERLOG
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-PERLOG.
      *
         SELECT RELPER001       ASSIGN TO RELPER001
         FILE STATUS FLG-RELPER001.
      *
      ***************
       DATA DIVISION.
      ***************
      *
       FILE SECTION.
      *
       FD  PERLOG
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY "PERB0001".
      *
       FD  RELPER001
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  RELPER001-LINHA             PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       77  FLG-PERLOG                 PIC X(02).
       77  FLG-RELPER001              PIC X(02).
       77  WSS-FIM-PERLOG             PIC X(01)   VALUE 'N'.
           88 FIM-PERLOG                          VALUE 'S'.
       77  WSS-TAMANHO                PIC ZZZ9.
       77  WSS-TAM-ESPERADO           PIC 9(004)      VALUE 6.
       77  WSS-ABEND-CODE             PIC S9(08) COMP VALUE ZERO.
       77  WSS-ABEND-REASON           PIC S9(08) COMP VALUE ZERO.
       77  WSS-DATA-HOJE              PIC 9(08)   VALUE ZERO.
       77  WSS-DATA-PREVISTA          PIC 9(08)   VALUE ZERO.
       77  WSS-JOB-ACHADO             PIC X(01)   VALUE 'N'.
           88 JOB-ACHADO                          VALUE 'S'.
       77  WSS-QTD-LIDOS              PIC 9(07)   VALUE ZERO.
       77  WSS-QTD-DEVIDOS            PIC 9(02)   VALUE ZERO.
       77  WSS-QTD-EXECUTADOS         PIC 9(02)   VALUE ZERO.
       77  WSS-QTD-PERDIDOS           PIC 9(02)   VALUE ZERO.
       77  WSS-QTD-A-VENCER           PIC 9(02)   VALUE ZERO.
       77  WSS-QTD-FORCADOS           PIC 9(03)   VALUE ZERO.
       77  WSS-MAX-FORCADOS           PIC 9(03)   VALUE 50.
       77  WSS-IDX-FORCADO            PIC 9(03)   VALUE ZERO.
       77  WSS-IDX-SIT                PIC 9(02)   VALUE ZERO.
       77  WSS-LINHAS-PAGINA          PIC 9(02)   VALUE ZERO.
       77  WSS-MAX-LINHAS             PIC 9(02)   VALUE 50.
       77  WSS-NUM-PAGINA             PIC 9(04)   VALUE ZERO.
       77  WSS-RETORNO-FINAL          PIC 9(03)   VALUE ZERO.
      *
       01  WSS-DATA-MES.
           05 WSS-DM-ANOMES           PIC 9(06).
           05 WSS-DM-DIA              PIC 9(02).
       01  WSS-DATA-MES-N REDEFINES WSS-DATA-MES
                                      PIC 9(08).
      *
       01  WSS-REF-ANOMES             PIC 9(06)   VALUE ZERO.
      *
      *    SITUACAO DE CADA JOB DA TABELA PERJOBS NO MES (MESMA
      *    POSICAO DA TABELA)
       01  WSS-TAB-SITUACAO.
           05 WSS-SIT-OCORRE          OCCURS 3 TIMES.
              10 WSS-SIT-DEVIDO       PIC X(01).
              10 WSS-SIT-PUBLICADO    PIC X(01).
              10 WSS-SIT-INICIADO     PIC X(01).
              10 WSS-SIT-CONCLUIDO    PIC X(01).
              10 WSS-SIT-FORCADO      PIC X(01).
              10 WSS-SIT-DATA-EXEC    PIC 9(08).
      *
       01  WSS-TAB-FORCADOS.
           05 WSS-FOR-OCORRE          OCCURS 50 TIMES.
              10 WSS-FOR-JOB          PIC X(08).
              10 WSS-FOR-REFERENCIA   PIC 9(08).
              10 WSS-FOR-EXECUCAO     PIC 9(08).
              10 WSS-FOR-PREVISTA     PIC 9(08).
      *
       01  WSS-LINHA-PENDENTE         PIC X(80)   VALUE SPACES.
      *
       01  WSS-LINHA-CABECALHO.
           05 FILLER                  PIC X(10)  VALUE 'RELATORIO:'.
           05 WSS-CAB-TITULO          PIC X(40)
                  VALUE 'EXECUCAO MENSAL DOS JOBS PERIODICOS'.
           05 FILLER                  PIC X(10)  VALUE SPACES.
           05 FILLER                  PIC X(08)  VALUE 'PAGINA: '.
           05 WSS-CAB-PAGINA          PIC ZZZ9.
           05 FILLER                  PIC X(08)  VALUE SPACES.
      *
       01  WSS-LINHA-MES.
           05 FILLER                  PIC X(18)
                  VALUE ' MES DE REFERENCIA'.
           05 FILLER                  PIC X(03)  VALUE ' = '.
           05 WSS-MES-ANOMES          PIC 9(06).
           05 FILLER                  PIC X(21)
                  VALUE '   ULTIMO DIA UTIL = '.
           05 WSS-MES-ULTIMO-UTIL     PIC 9(08).
           05 FILLER                  PIC X(24)  VALUE SPACES.
      *
       01  WSS-LINHA-SECAO.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-SEC-TEXTO           PIC X(60).
           05 FILLER                  PIC X(19)  VALUE SPACES.
      *
       01  WSS-LINHA-TITULOS.
           05 FILLER                  PIC X(10)  VALUE ' JOB'.
           05 FILLER                  PIC X(11)  VALUE 'PERIODO'.
           05 FILLER                  PIC X(09)  VALUE 'PREVISTA'.
           05 FILLER                  PIC X(04)  VALUE 'PUB'.
           05 FILLER                  PIC X(25)  VALUE 'SITUACAO'.
           05 FILLER                  PIC X(21)  VALUE 'EXECUTADO EM'.
      *
       01  WSS-LINHA-JOB.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-LJB-JOB             PIC X(08).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-LJB-PERIODO         PIC X(10).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-LJB-PREVISTA        PIC 9(08).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-LJB-PUBLICADO       PIC X(03).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-LJB-SITUACAO        PIC X(24).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-LJB-EXECUCAO        PIC X(08).
           05 FILLER                  PIC X(13)  VALUE SPACES.
      *
       01  WSS-LINHA-FORCADO.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-LFO-JOB             PIC X(08).
           05 FILLER                  PIC X(12)  VALUE ' REFERENCIA='.
           05 WSS-LFO-REFERENCIA      PIC 9(08).
           05 FILLER                  PIC X(11)  VALUE ' EXECUCAO='.
           05 WSS-LFO-EXECUCAO        PIC 9(08).
           05 FILLER                  PIC X(16)
                  VALUE ' FIM DO PERIODO='.
           05 WSS-LFO-PREVISTA        PIC 9(08).
           05 FILLER                  PIC X(08)  VALUE SPACES.
      *
       01  WSS-LINHA-TOTAL.
           05 FILLER                  PIC X(05)  VALUE SPACES.
           05 WSS-TOT-DESCRICAO       PIC X(40).
           05 WSS-TOT-QTDE            PIC Z.ZZZ.ZZ9.
           05 FILLER                  PIC X(26)  VALUE SPACES.
      *
           COPY "RETCODES".
      *
           COPY "CHKDATA".
      *
           COPY "CALPER".
      *
           COPY "PERJOBS".
      *
       LINKAGE SECTION.
      *
       01  LKS-PARM-RELAT.
           05 LKS-PR-TAM              PIC S9(04) COMP.
           05 LKS-PR-ANOMES           PIC 9(06).

      *-------------------------------------
       PROCEDURE DIVISION USING LKS-PARM-RELAT.
      *
       ROT-PRINCIPAL.

           PERFORM ROT-VALIDA-PARM
              THRU ROT-VALIDA-PARM-EXIT.

           PERFORM ROT-APURA-DEVIDOS
              THRU ROT-APURA-DEVIDOS-EXIT.

           PERFORM ROT-LE-DIARIO
              THRU ROT-LE-DIARIO-EXIT.

           PERFORM ROT-IMPRIME-RELATORIO
              THRU ROT-IMPRIME-RELATORIO-EXIT.

           MOVE WSS-RETORNO-FINAL TO RETURN-CODE.

           STOP RUN.

      *-----------------------------------------------------------*
      * VALIDA O PARM - TAMANHO E MES (AAAAMM, PELO CHKDATA COM O  *
      * DIA PRIMEIRO)                                              *
      *-----------------------------------------------------------*
       ROT-VALIDA-PARM.

           MOVE LKS-PR-TAM TO WSS-TAMANHO.

           IF LKS-PR-TAM NOT = WSS-TAM-ESPERADO
              DISPLAY '********************************************'
              DISPLAY '*** ERRO GRAVE                           ***'
              DISPLAY '*** TAMANHO DO PARM DIFERENTE DO ESPERADO  *'
              DISPLAY '********************************************'
              DISPLAY ' TAMANHO DO PARAMETRO = ' WSS-TAMANHO
              MOVE RC-PARM-TAMANHO-MENOR TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE LKS-PR-ANOMES  TO WSS-DM-ANOMES.
           MOVE 1              TO WSS-DM-DIA.
           MOVE WSS-DATA-MES-N TO LKS-CD-DATA.

           CALL 'CHKDATA' USING LKS-CHECK-DATE.

           IF LKS-CD-INVALIDA
              DISPLAY '*******************************************'
              DISPLAY '*** ERRO GRAVE                          ***'
              DISPLAY '*** MES DE REFERENCIA INVALIDO (AAAAMM)  ***'
              DISPLAY '*******************************************'
              DISPLAY ' LKS-PR-ANOMES = ' LKS-PR-ANOMES
              MOVE RC-PARM-DATA-INVALIDA TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ACCEPT WSS-DATA-HOJE FROM DATE YYYYMMDD.

       ROT-VALIDA-PARM-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * APURA O ULTIMO DIA UTIL DO MES (CALPER) E MARCA OS JOBS DA *
      * TABELA PERJOBS DEVIDOS NELE PELA SUA PERIODICIDADE         *
      *-----------------------------------------------------------*
       ROT-APURA-DEVIDOS.

           MOVE WSS-DATA-MES-N TO LKS-CP-DATA.

           CALL 'CALPER' USING LKS-CAL-PERIODO.

           IF LKS-CP-ERRO
              DISPLAY '*******************************************'
              DISPLAY '*** ERRO GRAVE                          ***'
              DISPLAY '*** CALENDARIO SEM DIA UTIL NO MES       ***'
              DISPLAY '*******************************************'
              DISPLAY ' LKS-PR-ANOMES = ' LKS-PR-ANOMES
              MOVE RC-PARM-DATA-INVALIDA TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF LKS-CP-SEM-CALPROC
              DISPLAY '*** SEM O CALPROC - SO FINS DE SEMANA CONTAM'
           END-IF.

           MOVE LKS-CP-ULTIMO-UTIL-MES TO WSS-DATA-PREVISTA.

           PERFORM ROT-MARCA-DEVIDO
              THRU ROT-MARCA-DEVIDO-EXIT
              VARYING IDX-JOB FROM 1 BY 1
              UNTIL IDX-JOB > WSS-QTD-JOBS-PERIODICOS.

       ROT-APURA-DEVIDOS-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * MARCA UM JOB COMO DEVIDO OU NAO NO MES E ZERA A SITUACAO   *
      *-----------------------------------------------------------*
       ROT-MARCA-DEVIDO.

           SET WSS-IDX-SIT TO IDX-JOB.

           MOVE 'N'  TO WSS-SIT-DEVIDO    (WSS-IDX-SIT).
           MOVE 'N'  TO WSS-SIT-PUBLICADO (WSS-IDX-SIT).
           MOVE 'N'  TO WSS-SIT-INICIADO  (WSS-IDX-SIT).
           MOVE 'N'  TO WSS-SIT-CONCLUIDO (WSS-IDX-SIT).
           MOVE 'N'  TO WSS-SIT-FORCADO   (WSS-IDX-SIT).
           MOVE ZERO TO WSS-SIT-DATA-EXEC (WSS-IDX-SIT).

           EVALUATE TRUE
              WHEN TAB-JOB-MENSAL (IDX-JOB)
                 MOVE 'S' TO WSS-SIT-DEVIDO (WSS-IDX-SIT)
              WHEN TAB-JOB-TRIMESTRAL (IDX-JOB)
                 IF LKS-CP-MES = 3 OR 6 OR 9 OR 12
                    MOVE 'S' TO WSS-SIT-DEVIDO (WSS-IDX-SIT)
                 END-IF
              WHEN OTHER
                 IF LKS-CP-MES = 12
                    MOVE 'S' TO WSS-SIT-DEVIDO (WSS-IDX-SIT)
                 END-IF
           END-EVALUATE.

           IF WSS-SIT-DEVIDO (WSS-IDX-SIT) = 'S'
              ADD 1 TO WSS-QTD-DEVIDOS
           END-IF.

       ROT-MARCA-DEVIDO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE O DIARIO DOS JOBS PERIODICOS INTEIRO - SEM O DD PERLOG, *
      * TODO JOB DEVIDO FICA SEM EXECUCAO                          *
      *-----------------------------------------------------------*
       ROT-LE-DIARIO.

           MOVE 'N' TO WSS-FIM-PERLOG.

           OPEN INPUT PERLOG.

           IF FLG-PERLOG NOT = '00'
              DISPLAY '*** PERLOG INDISPONIVEL - SEM EXECUCOES ***'
              GO TO ROT-LE-DIARIO-EXIT
           END-IF.

           PERFORM ROT-LER-PERLOG
              THRU ROT-LER-PERLOG-EXIT
              UNTIL FIM-PERLOG.

           CLOSE PERLOG.

       ROT-LE-DIARIO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE UM EVENTO DO PERLOG - OS DO FIM DE PERIODO DO MES       *
      * ATUALIZAM A SITUACAO DO JOB; OS INICIOS FORCADOS COM DATA  *
      * DE REFERENCIA NO MES VAO PARA A LISTA FORA DO CALENDARIO   *
      *-----------------------------------------------------------*
       ROT-LER-PERLOG.

           READ PERLOG
              AT END
                 MOVE 'S' TO WSS-FIM-PERLOG
           END-READ.

           IF FIM-PERLOG
              GO TO ROT-LER-PERLOG-EXIT
           END-IF.

           IF FLG-PERLOG NOT = '00'
              DISPLAY '*** ERRO NA LEITURA DO PERLOG *** FLG = '
                       FLG-PERLOG
              MOVE 'S' TO WSS-FIM-PERLOG
              GO TO ROT-LER-PERLOG-EXIT
           END-IF.

           ADD 1 TO WSS-QTD-LIDOS.

           SET IDX-JOB TO 1.

           SEARCH TAB-JOB-OCORRE
              AT END
                 MOVE 'N' TO WSS-JOB-ACHADO
              WHEN TAB-JOB-NOME (IDX-JOB) = PERB0001-JOB
                 MOVE 'S' TO WSS-JOB-ACHADO
           END-SEARCH.

           IF NOT JOB-ACHADO
              GO TO ROT-LER-PERLOG-EXIT
           END-IF.

           MOVE PERB0001-DATA-REFERENCIA (1:6) TO WSS-REF-ANOMES.

           IF PERB0001-INICIADO
              AND PERB0001-EXECUCAO-FORCADA
              AND WSS-REF-ANOMES = LKS-PR-ANOMES
              PERFORM ROT-GUARDA-FORCADO
                 THRU ROT-GUARDA-FORCADO-EXIT
           END-IF.

           SET WSS-IDX-SIT TO IDX-JOB.

           IF WSS-SIT-DEVIDO (WSS-IDX-SIT) NOT = 'S'
              OR PERB0001-DATA-PREVISTA NOT = WSS-DATA-PREVISTA
              GO TO ROT-LER-PERLOG-EXIT
           END-IF.

           EVALUATE TRUE
              WHEN PERB0001-DEVIDO
                 MOVE 'S' TO WSS-SIT-PUBLICADO (WSS-IDX-SIT)
              WHEN PERB0001-INICIADO
                 MOVE 'S' TO WSS-SIT-INICIADO  (WSS-IDX-SIT)
              WHEN PERB0001-CONCLUIDO
                 MOVE 'S'  TO WSS-SIT-CONCLUIDO (WSS-IDX-SIT)
                 MOVE PERB0001-FORCADO
                   TO WSS-SIT-FORCADO   (WSS-IDX-SIT)
                 MOVE PERB0001-DATA-EXECUCAO
                   TO WSS-SIT-DATA-EXEC (WSS-IDX-SIT)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       ROT-LER-PERLOG-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * GUARDA UM INICIO FORCADO PARA A LISTA FORA DO CALENDARIO   *
      *-----------------------------------------------------------*
       ROT-GUARDA-FORCADO.

           IF WSS-QTD-FORCADOS NOT < WSS-MAX-FORCADOS
              DISPLAY '*** TABELA DE FORCADOS CHEIA - IGNORADO = '
                       PERB0001-JOB ' ' PERB0001-DATA-REFERENCIA
              GO TO ROT-GUARDA-FORCADO-EXIT
           END-IF.

           ADD 1 TO WSS-QTD-FORCADOS.

           MOVE PERB0001-JOB
             TO WSS-FOR-JOB        (WSS-QTD-FORCADOS).
           MOVE PERB0001-DATA-REFERENCIA
             TO WSS-FOR-REFERENCIA (WSS-QTD-FORCADOS).
           MOVE PERB0001-DATA-EXECUCAO
             TO WSS-FOR-EXECUCAO   (WSS-QTD-FORCADOS).
           MOVE PERB0001-DATA-PREVISTA
             TO WSS-FOR-PREVISTA   (WSS-QTD-FORCADOS).

       ROT-GUARDA-FORCADO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME O QUADRO DOS JOBS DEVIDOS, A LISTA FORA DO         *
      * CALENDARIO E OS TOTAIS; JOB DEVIDO NAO EXECUTADO DEVOLVE   *
      * RETORNO 4                                                  *
      *-----------------------------------------------------------*
       ROT-IMPRIME-RELATORIO.

           OPEN OUTPUT RELPER001.

           IF FLG-RELPER001 NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO RELPER001 *** FLG = '
                       FLG-RELPER001
           END-IF.

           PERFORM ROT-IMPRIME-CABECALHO
              THRU ROT-IMPRIME-CABECALHO-EXIT.

           MOVE LKS-PR-ANOMES     TO WSS-MES-ANOMES.
           MOVE WSS-DATA-PREVISTA TO WSS-MES-ULTIMO-UTIL.
           MOVE WSS-LINHA-MES     TO RELPER001-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           MOVE 'JOBS PERIODICOS DEVIDOS NO MES' TO WSS-SEC-TEXTO.
           MOVE WSS-LINHA-SECAO TO RELPER001-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           MOVE WSS-LINHA-TITULOS TO RELPER001-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           PERFORM ROT-IMPRIME-JOB
              THRU ROT-IMPRIME-JOB-EXIT
              VARYING IDX-JOB FROM 1 BY 1
              UNTIL IDX-JOB > WSS-QTD-JOBS-PERIODICOS.

           MOVE 'EXECUCOES FORA DO CALENDARIO LIBERADAS NO PARM'
             TO WSS-SEC-TEXTO.
           MOVE WSS-LINHA-SECAO TO RELPER001-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           PERFORM ROT-IMPRIME-FORCADO
              THRU ROT-IMPRIME-FORCADO-EXIT
              VARYING WSS-IDX-FORCADO FROM 1 BY 1
              UNTIL WSS-IDX-FORCADO > WSS-QTD-FORCADOS.

           IF WSS-QTD-FORCADOS = ZERO
              MOVE 'NENHUMA' TO WSS-SEC-TEXTO
              MOVE WSS-LINHA-SECAO TO RELPER001-LINHA
              PERFORM ROT-IMPRIME-LINHA
                 THRU ROT-IMPRIME-LINHA-EXIT
           END-IF.

           MOVE 'EVENTOS LIDOS NO PERLOG' TO WSS-TOT-DESCRICAO.
           MOVE WSS-QTD-LIDOS TO WSS-TOT-QTDE.
           PERFORM ROT-IMPRIME-TOTAL
              THRU ROT-IMPRIME-TOTAL-EXIT.

           MOVE 'JOBS DEVIDOS NO MES' TO WSS-TOT-DESCRICAO.
           MOVE WSS-QTD-DEVIDOS TO WSS-TOT-QTDE.
           PERFORM ROT-IMPRIME-TOTAL
              THRU ROT-IMPRIME-TOTAL-EXIT.

           MOVE 'JOBS EXECUTADOS' TO WSS-TOT-DESCRICAO.
           MOVE WSS-QTD-EXECUTADOS TO WSS-TOT-QTDE.
           PERFORM ROT-IMPRIME-TOTAL
              THRU ROT-IMPRIME-TOTAL-EXIT.

           MOVE 'JOBS NAO EXECUTADOS' TO WSS-TOT-DESCRICAO.
           MOVE WSS-QTD-PERDIDOS TO WSS-TOT-QTDE.
           PERFORM ROT-IMPRIME-TOTAL
              THRU ROT-IMPRIME-TOTAL-EXIT.

           MOVE 'JOBS A VENCER' TO WSS-TOT-DESCRICAO.
           MOVE WSS-QTD-A-VENCER TO WSS-TOT-QTDE.
           PERFORM ROT-IMPRIME-TOTAL
              THRU ROT-IMPRIME-TOTAL-EXIT.

           MOVE 'EXECUCOES FORA DO CALENDARIO' TO WSS-TOT-DESCRICAO.
           MOVE WSS-QTD-FORCADOS TO WSS-TOT-QTDE.
           PERFORM ROT-IMPRIME-TOTAL
              THRU ROT-IMPRIME-TOTAL-EXIT.

           CLOSE RELPER001.

           IF WSS-QTD-PERDIDOS > ZERO
              MOVE RC-JOB-PERIODICO-PERDIDO TO WSS-RETORNO-FINAL
           END-IF.

           DISPLAY '***************************************'.
           DISPLAY '* MES DE REFERENCIA         = ' LKS-PR-ANOMES.
           DISPLAY '* JOBS DEVIDOS              = ' WSS-QTD-DEVIDOS.
           DISPLAY '* JOBS EXECUTADOS           = ' WSS-QTD-EXECUTADOS.
           DISPLAY '* JOBS NAO EXECUTADOS       = ' WSS-QTD-PERDIDOS.
           DISPLAY '* EXECUCOES FORA DO CALEND. = ' WSS-QTD-FORCADOS.
           DISPLAY '***************************************'.

       ROT-IMPRIME-RELATORIO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME A LINHA DE UM JOB DEVIDO NO MES COM A SUA SITUACAO *
      *-----------------------------------------------------------*
       ROT-IMPRIME-JOB.

           SET WSS-IDX-SIT TO IDX-JOB.

           IF WSS-SIT-DEVIDO (WSS-IDX-SIT) NOT = 'S'
              GO TO ROT-IMPRIME-JOB-EXIT
           END-IF.

           MOVE TAB-JOB-NOME (IDX-JOB) TO WSS-LJB-JOB.
           MOVE WSS-DATA-PREVISTA      TO WSS-LJB-PREVISTA.
           MOVE SPACES                 TO WSS-LJB-EXECUCAO.

           EVALUATE TRUE
              WHEN TAB-JOB-MENSAL (IDX-JOB)
                 MOVE 'MENSAL'     TO WSS-LJB-PERIODO
              WHEN TAB-JOB-TRIMESTRAL (IDX-JOB)
                 MOVE 'TRIMESTRAL' TO WSS-LJB-PERIODO
              WHEN OTHER
                 MOVE 'ANUAL'      TO WSS-LJB-PERIODO
           END-EVALUATE.

           IF WSS-SIT-PUBLICADO (WSS-IDX-SIT) = 'S'
              MOVE 'SIM' TO WSS-LJB-PUBLICADO
           ELSE
              MOVE 'NAO' TO WSS-LJB-PUBLICADO
           END-IF.

           EVALUATE TRUE
              WHEN WSS-SIT-CONCLUIDO (WSS-IDX-SIT) = 'S'
                 ADD 1 TO WSS-QTD-EXECUTADOS
                 MOVE WSS-SIT-DATA-EXEC (WSS-IDX-SIT)
                   TO WSS-LJB-EXECUCAO
                 IF WSS-SIT-FORCADO (WSS-IDX-SIT) = 'S'
                    MOVE 'EXECUTADO FORA DA DATA' TO WSS-LJB-SITUACAO
                 ELSE
                    MOVE 'EXECUTADO'              TO WSS-LJB-SITUACAO
                 END-IF
              WHEN WSS-DATA-PREVISTA NOT < WSS-DATA-HOJE
                 ADD 1 TO WSS-QTD-A-VENCER
                 MOVE 'A VENCER'                  TO WSS-LJB-SITUACAO
              WHEN WSS-SIT-INICIADO (WSS-IDX-SIT) = 'S'
                 ADD 1 TO WSS-QTD-PERDIDOS
                 MOVE 'INICIADO SEM CONCLUSAO'    TO WSS-LJB-SITUACAO
              WHEN OTHER
                 ADD 1 TO WSS-QTD-PERDIDOS
                 MOVE 'NAO EXECUTADO'             TO WSS-LJB-SITUACAO
           END-EVALUATE.

           MOVE WSS-LINHA-JOB TO RELPER001-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

       ROT-IMPRIME-JOB-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME UMA EXECUCAO FORA DO CALENDARIO                    *
      *-----------------------------------------------------------*
       ROT-IMPRIME-FORCADO.

           MOVE WSS-FOR-JOB        (WSS-IDX-FORCADO) TO WSS-LFO-JOB.
           MOVE WSS-FOR-REFERENCIA (WSS-IDX-FORCADO)
             TO WSS-LFO-REFERENCIA.
           MOVE WSS-FOR-EXECUCAO   (WSS-IDX-FORCADO)
             TO WSS-LFO-EXECUCAO.
           MOVE WSS-FOR-PREVISTA   (WSS-IDX-FORCADO)
             TO WSS-LFO-PREVISTA.

           MOVE WSS-LINHA-FORCADO TO RELPER001-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

       ROT-IMPRIME-FORCADO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME UMA LINHA DE TOTAL JA MONTADA                      *
      *-----------------------------------------------------------*
       ROT-IMPRIME-TOTAL.

           MOVE WSS-LINHA-TOTAL TO RELPER001-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

       ROT-IMPRIME-TOTAL-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME O CABECALHO DE UMA NOVA PAGINA DO RELATORIO        *
      *-----------------------------------------------------------*
       ROT-IMPRIME-CABECALHO.

           ADD 1 TO WSS-NUM-PAGINA.

           MOVE WSS-NUM-PAGINA      TO WSS-CAB-PAGINA.
           MOVE WSS-LINHA-CABECALHO TO RELPER001-LINHA.

           IF FLG-RELPER001 = '00'
              WRITE RELPER001-LINHA
           END-IF.

           MOVE ZERO TO WSS-LINHAS-PAGINA.

       ROT-IMPRIME-CABECALHO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME A LINHA JA MONTADA EM RELPER001-LINHA, QUEBRANDO A *
      * PAGINA QUANDO O LIMITE FOR ATINGIDO                        *
      *-----------------------------------------------------------*
       ROT-IMPRIME-LINHA.

           IF WSS-LINHAS-PAGINA NOT < WSS-MAX-LINHAS
              MOVE RELPER001-LINHA TO WSS-LINHA-PENDENTE
              PERFORM ROT-IMPRIME-CABECALHO
                 THRU ROT-IMPRIME-CABECALHO-EXIT
              MOVE WSS-LINHA-PENDENTE TO RELPER001-LINHA
           END-IF.

           IF FLG-RELPER001 = '00'
              WRITE RELPER001-LINHA
           END-IF.

           ADD 1 TO WSS-LINHAS-PAGINA.

       ROT-IMPRIME-LINHA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * FORCA UM ABEND COM DUMP ATRAVES DO LANGUAGE ENVIRONMENT    *
      *-----------------------------------------------------------*
       ROT-ABEND.

           DISPLAY ' CODIGO DE ERRO = ' RETURN-CODE.

           MOVE RETURN-CODE TO WSS-ABEND-CODE.

           DISPLAY ' *** FORCANDO ABEND COM DUMP - U' WSS-ABEND-CODE.

           CALL 'CEE3ABD' USING WSS-ABEND-CODE WSS-ABEND-REASON.

           STOP RUN.

       ROT-ABEND-EXIT.

           EXIT.

       END PROGRAM COBOL065.

      ********************* FIM DO PROGRAMA ****************************
