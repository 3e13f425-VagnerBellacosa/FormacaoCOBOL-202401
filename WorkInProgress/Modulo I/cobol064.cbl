      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : PORTAO DE CALENDARIO DOS JOBS PERIODICOS (CICLMENS,
      *            BENEF001 E HOUSKP01, TABELA PERJOBS) - RODA COMO
      *            PRIMEIRO E ULTIMO STEP DE CADA UM. NA FUNCAO 'I'
      *            (INICIO) CONFERE PELO CALPER SE A DATA DO PARM E O
      *            FIM DO PERIODO DO JOB (ULTIMO DIA UTIL DO MES, DO
      *            TRIMESTRE OU DO ANO, SEM FIM DE SEMANA E SEM OS
      *            FERIADOS DO CALPROC) E ABENDA FORA DELE, SALVO COM
      *            A LIBERACAO EXPLICITA NO PARM; LIBERADO, GRAVA O
      *            EVENTO 'I' NO DIARIO DOS JOBS PERIODICOS (PERLOG).
      *            NA FUNCAO 'C' (CONCLUSAO) GRAVA O EVENTO 'C' DO
      *            JOB. O RELATORIO MENSAL (COBOL065) CONFRONTA ESSES
      *            EVENTOS COM O CALENDARIO.
      *            PARM: DATA DE REFERENCIA AAAAMMDD (ZEROS = DATA DO
      *            RELOGIO) + NOME DO JOB (8) + FUNCAO (I/C) + LIBERA
      *            FORA DO CALENDARIO (S/N)
      * CPD      : INEFE
      *****************************************************************
      * HISTORICO DE ALTERACOES
      * 15/10/2026  VRB  VERSAO ORIGINAL DO PROGRAMA
      * 15/10/2026  VRB  CAMPOS DO PERLOG COM O PREFIXO PERB0001- DO
      *                  LAYOUT (ANTES PER-)
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL064.
       AUTHOR. VAGNER BELLACOSA.
       DATE-WRITTEN. 15/10/26 @ 10:00:00.
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
       WORKING-STORAGE SECTION.
      *
       77  FLG-PERLOG                 PIC X(02).
       77  WSS-TAMANHO                PIC ZZZ9.
       77  WSS-TAM-ESPERADO           PIC 9(004)      VALUE 18.
       77  WSS-ABEND-CODE             PIC S9(08) COMP VALUE ZERO.
       77  WSS-ABEND-REASON           PIC S9(08) COMP VALUE ZERO.
       77  WSS-DATA-REFERENCIA        PIC 9(08)   VALUE ZERO.
       77  WSS-DATA-HOJE              PIC 9(08)   VALUE ZERO.
       77  WSS-HORA-AGORA             PIC 9(08)   VALUE ZERO.
       77  WSS-DATA-PREVISTA          PIC 9(08)   VALUE ZERO.
       77  WSS-MES-FIM-PERIODO        PIC 9(02)   VALUE ZERO.
       77  WSS-TRIMESTRE              PIC 9(01)   VALUE ZERO.
       77  WSS-JOB-DEVIDO             PIC X(01)   VALUE 'N'.
           88 JOB-DEVIDO                          VALUE 'S'.
       77  WSS-JOB-ACHADO             PIC X(01)   VALUE 'N'.
           88 JOB-ACHADO                          VALUE 'S'.
       77  WSS-EVENTO-GRAVAR          PIC X(01)   VALUE SPACE.
      *
       01  WSS-DATA-FIM-PERIODO.
           05 WSS-FP-ANO              PIC 9(04).
           05 WSS-FP-MES              PIC 9(02).
           05 WSS-FP-DIA              PIC 9(02).
       01  WSS-DATA-FIM-PERIODO-N REDEFINES WSS-DATA-FIM-PERIODO
                                      PIC 9(08).
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
       01  LKS-PARM-PORTAO.
           05 LKS-PG-TAM              PIC S9(04) COMP.
           05 LKS-PG-DATA             PIC 9(08).
           05 LKS-PG-JOB              PIC X(08).
           05 LKS-PG-FUNCAO           PIC X(01).
              88 LKS-PG-INICIO                  VALUE 'I'.
              88 LKS-PG-CONCLUSAO               VALUE 'C'.
           05 LKS-PG-LIBERA           PIC X(01).
              88 LKS-PG-FORCADO                 VALUE 'S'.
              88 LKS-PG-NAO-FORCADO             VALUE 'N'.

      *-------------------------------------
       PROCEDURE DIVISION USING LKS-PARM-PORTAO.
      *
       ROT-PRINCIPAL.

           PERFORM ROT-VALIDA-PARM
              THRU ROT-VALIDA-PARM-EXIT.

           PERFORM ROT-APURA-CALENDARIO
              THRU ROT-APURA-CALENDARIO-EXIT.

           IF LKS-PG-INICIO
              PERFORM ROT-CONFERE-INICIO
                 THRU ROT-CONFERE-INICIO-EXIT
              MOVE 'I' TO WSS-EVENTO-GRAVAR
           ELSE
              DISPLAY '*** CONCLUSAO DO JOB PERIODICO = ' LKS-PG-JOB
              MOVE 'C' TO WSS-EVENTO-GRAVAR
           END-IF.

           PERFORM ROT-GRAVA-EVENTO
              THRU ROT-GRAVA-EVENTO-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
      * VALIDA O PARM - TAMANHO, DATA (CHKDATA), JOB DA TABELA     *
      * PERJOBS, FUNCAO (I/C) E LIBERACAO (S/N)                    *
      *-----------------------------------------------------------*
       ROT-VALIDA-PARM.

           MOVE LKS-PG-TAM TO WSS-TAMANHO.

           IF LKS-PG-TAM NOT = WSS-TAM-ESPERADO
              DISPLAY '********************************************'
              DISPLAY '*** ERRO GRAVE                           ***'
              DISPLAY '*** TAMANHO DO PARM DIFERENTE DO ESPERADO  *'
              DISPLAY '********************************************'
              DISPLAY ' TAMANHO DO PARAMETRO = ' WSS-TAMANHO
              MOVE RC-PARM-TAMANHO-MENOR TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ACCEPT WSS-DATA-HOJE FROM DATE YYYYMMDD.

           IF LKS-PG-DATA NUMERIC
              AND LKS-PG-DATA > ZERO
              MOVE LKS-PG-DATA   TO WSS-DATA-REFERENCIA
           ELSE
              MOVE WSS-DATA-HOJE TO WSS-DATA-REFERENCIA
           END-IF.

           MOVE WSS-DATA-REFERENCIA TO LKS-CD-DATA.

           CALL 'CHKDATA' USING LKS-CHECK-DATE.

           IF LKS-CD-INVALIDA
              DISPLAY '*******************************************'
              DISPLAY '*** ERRO GRAVE                          ***'
              DISPLAY '*** DATA DE REFERENCIA INVALIDA          ***'
              DISPLAY '*******************************************'
              DISPLAY ' LKS-PG-DATA = ' LKS-PG-DATA
              MOVE RC-PARM-DATA-INVALIDA TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           SET IDX-JOB TO 1.

           SEARCH TAB-JOB-OCORRE
              AT END
                 MOVE 'N' TO WSS-JOB-ACHADO
              WHEN TAB-JOB-NOME (IDX-JOB) = LKS-PG-JOB
                 MOVE 'S' TO WSS-JOB-ACHADO
           END-SEARCH.

           IF NOT JOB-ACHADO
              DISPLAY '*******************************************'
              DISPLAY '*** ERRO GRAVE                          ***'
              DISPLAY '*** JOB FORA DA TABELA DE PERIODICOS     ***'
              DISPLAY '*******************************************'
              DISPLAY ' LKS-PG-JOB = ' LKS-PG-JOB
              MOVE RC-PARM-CODIGO-INVALIDO TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF NOT LKS-PG-INICIO AND NOT LKS-PG-CONCLUSAO
              DISPLAY '*******************************************'
              DISPLAY '*** ERRO GRAVE                          ***'
              DISPLAY '*** FUNCAO INVALIDA - INFORME I OU C     ***'
              DISPLAY '*******************************************'
              DISPLAY ' LKS-PG-FUNCAO = ' LKS-PG-FUNCAO
              MOVE RC-PARM-MODO-AMBIENTE-INVALIDO TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF NOT LKS-PG-FORCADO AND NOT LKS-PG-NAO-FORCADO
              DISPLAY '*******************************************'
              DISPLAY '*** ERRO GRAVE                          ***'
              DISPLAY '*** LIBERACAO INVALIDA - INFORME S OU N  ***'
              DISPLAY '*******************************************'
              DISPLAY ' LKS-PG-LIBERA = ' LKS-PG-LIBERA
              MOVE RC-PARM-SIMULACAO-INVALIDA TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       ROT-VALIDA-PARM-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * APURA PELO CALPER SE A DATA DE REFERENCIA E O FIM DO       *
      * PERIODO DO JOB E QUAL E A DATA PREVISTA DO PERIODO A QUE   *
      * ELA PERTENCE (ULTIMO DIA UTIL DO MES QUE FECHA O PERIODO)  *
      *-----------------------------------------------------------*
       ROT-APURA-CALENDARIO.

           MOVE WSS-DATA-REFERENCIA TO LKS-CP-DATA.

           CALL 'CALPER' USING LKS-CAL-PERIODO.

           IF LKS-CP-ERRO
              DISPLAY '*******************************************'
              DISPLAY '*** ERRO GRAVE                          ***'
              DISPLAY '*** CALENDARIO SEM DIA UTIL NO MES       ***'
              DISPLAY '*******************************************'
              DISPLAY ' DATA DE REFERENCIA = ' WSS-DATA-REFERENCIA
              MOVE RC-PARM-DATA-INVALIDA TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF LKS-CP-SEM-CALPROC
              DISPLAY '*** SEM O CALPROC - SO FINS DE SEMANA CONTAM'
           END-IF.

           MOVE 'N' TO WSS-JOB-DEVIDO.

           EVALUATE TRUE
              WHEN TAB-JOB-MENSAL (IDX-JOB)
                 MOVE LKS-CP-FIM-MES       TO WSS-JOB-DEVIDO
                 MOVE LKS-CP-MES           TO WSS-MES-FIM-PERIODO
              WHEN TAB-JOB-TRIMESTRAL (IDX-JOB)
                 MOVE LKS-CP-FIM-TRIMESTRE TO WSS-JOB-DEVIDO
                 COMPUTE WSS-TRIMESTRE = (LKS-CP-MES + 2) / 3
                 COMPUTE WSS-MES-FIM-PERIODO = WSS-TRIMESTRE * 3
              WHEN OTHER
                 MOVE LKS-CP-FIM-ANO       TO WSS-JOB-DEVIDO
                 MOVE 12                   TO WSS-MES-FIM-PERIODO
           END-EVALUATE.

           MOVE LKS-CP-ULTIMO-UTIL-MES TO WSS-DATA-PREVISTA.

           IF WSS-MES-FIM-PERIODO NOT = LKS-CP-MES
              MOVE LKS-CP-ANO           TO WSS-FP-ANO
              MOVE WSS-MES-FIM-PERIODO  TO WSS-FP-MES
              MOVE 1                    TO WSS-FP-DIA
              MOVE WSS-DATA-FIM-PERIODO-N TO LKS-CP-DATA
              CALL 'CALPER' USING LKS-CAL-PERIODO
              MOVE LKS-CP-ULTIMO-UTIL-MES TO WSS-DATA-PREVISTA
           END-IF.

           DISPLAY '*** JOB PERIODICO    = ' LKS-PG-JOB ' - '
                    TAB-JOB-DESCRICAO (IDX-JOB).
           DISPLAY '*** DATA REFERENCIA  = ' WSS-DATA-REFERENCIA.
           DISPLAY '*** FIM DO PERIODO   = ' WSS-DATA-PREVISTA.

       ROT-APURA-CALENDARIO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * FUNCAO 'I' - FORA DO FIM DO PERIODO SO SEGUE COM A         *
      * LIBERACAO EXPLICITA NO PARM, QUE FICA MARCADA NO PERLOG    *
      *-----------------------------------------------------------*
       ROT-CONFERE-INICIO.

           IF JOB-DEVIDO
              DISPLAY '*** JOB LIBERADO - DATA E FIM DO PERIODO ***'
              GO TO ROT-CONFERE-INICIO-EXIT
           END-IF.

           IF LKS-PG-FORCADO
              DISPLAY '*******************************************'
              DISPLAY '*** ATENCAO                             ***'
              DISPLAY '*** EXECUCAO FORA DO CALENDARIO LIBERADA ***'
              DISPLAY '*** NO PARM - MARCADA NO PERLOG          ***'
              DISPLAY '*******************************************'
              GO TO ROT-CONFERE-INICIO-EXIT
           END-IF.

           DISPLAY '*******************************************'.
           DISPLAY '*** ERRO GRAVE                          ***'.
           DISPLAY '*** DATA NAO E O FIM DO PERIODO DO JOB   ***'.
           DISPLAY '*** PARA RODAR ASSIM MESMO, INFORME S NA ***'.
           DISPLAY '*** LIBERACAO DO PARM DO STEP001         ***'.
           DISPLAY '*******************************************'.
           DISPLAY ' DATA DE REFERENCIA = ' WSS-DATA-REFERENCIA.
           DISPLAY ' FIM DO PERIODO     = ' WSS-DATA-PREVISTA.
           MOVE RC-JOB-FORA-DO-CALENDARIO TO RETURN-CODE.
           PERFORM ROT-ABEND
              THRU ROT-ABEND-EXIT.

       ROT-CONFERE-INICIO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * ACRESCENTA O EVENTO DO JOB AO PERLOG - O DD E DISP=MOD,    *
      * ENTAO O OPEN OUTPUT ACRESCENTA AO FINAL; SEM O DIARIO, SO  *
      * AVISA E SEGUE, COMO O CICLSTEP                             *
      *-----------------------------------------------------------*
       ROT-GRAVA-EVENTO.

           OPEN OUTPUT PERLOG.

           IF FLG-PERLOG NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO PERLOG *** FLG = '
                       FLG-PERLOG
              GO TO ROT-GRAVA-EVENTO-EXIT
           END-IF.

           ACCEPT WSS-HORA-AGORA FROM TIME.

           MOVE SPACES                  TO PERB0001.
           MOVE WSS-DATA-REFERENCIA     TO PERB0001-DATA-REFERENCIA.
           MOVE WSS-DATA-HOJE           TO PERB0001-DATA-EXECUCAO.
           MOVE WSS-HORA-AGORA          TO PERB0001-HORA.
           MOVE LKS-PG-JOB              TO PERB0001-JOB.
           MOVE WSS-EVENTO-GRAVAR       TO PERB0001-EVENTO.
           MOVE TAB-JOB-PERIODO (IDX-JOB) TO PERB0001-PERIODO.
           MOVE WSS-DATA-PREVISTA       TO PERB0001-DATA-PREVISTA.

           IF JOB-DEVIDO
              MOVE 'N' TO PERB0001-FORCADO
           ELSE
              MOVE 'S' TO PERB0001-FORCADO
           END-IF.

           WRITE PERB0001.

           CLOSE PERLOG.

       ROT-GRAVA-EVENTO-EXIT.

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

       END PROGRAM COBOL064.

      ********************* FIM DO PROGRAMA ****************************
