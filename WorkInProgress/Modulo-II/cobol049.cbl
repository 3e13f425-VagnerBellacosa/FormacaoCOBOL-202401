      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : CONCILIACAO MENSAL DOS ANOS DE CONTRIBUICAO -
      *            CASA O EXTRATO DA FOLHA (FOPAG001, ORDENADO POR
      *            MATRICULA) COM O HISTORICO DE SALARIOS (SALHIST,
      *            ORDENADO POR MATRICULA + ANOMES), CONTA OS MESES
      *            DISTINTOS DE CADA MATRICULA E OS COMPARA COM OS
      *            ANOS DECLARADOS (FOPB0001-ANOS-CONTRIB). LISTA NO
      *            RELREC001 AS DIVERGENCIAS ACIMA DA TOLERANCIA E AS
      *            LACUNAS (SEQUENCIAS DE MESES AUSENTES DENTRO DO
      *            HISTORICO), E GRAVA NO SALCORR (LAYOUT FOPB0001C)
      *            OS FUNCIONARIOS DIVERGENTES PARA O RH CORRIGIR O
      *            CADASTRO DA FOLHA. TOLERANCIA (EM MESES) E LIMITE
      *            DE DIVERGENCIAS VEM DO RECPARM; ACIMA DO LIMITE O
      *            PROGRAMA TERMINA COM RC 4
      * CPD      : INEFE
      *****************************************************************
      * HISTORICO DE ALTERACOES
      * 15/10/2026  VRB  VERSAO ORIGINAL DO PROGRAMA
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL049.
       AUTHOR. VAGNER BELLACOSA.
       DATE-WRITTEN. 15/10/26 @ 17:30:00.
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
         SELECT FOPAG001        ASSIGN TO FOPAG001
         FILE STATUS FLG-FOPAG001.
      *
         SELECT SALHIST         ASSIGN TO SALHIST
         FILE STATUS FLG-SALHIST.
      *
         SELECT OPTIONAL RECPARM ASSIGN TO RECPARM
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-RECPARM.
      *
         SELECT SALCORR         ASSIGN TO SALCORR
         FILE STATUS FLG-SALCORR.
      *
         SELECT RELREC001       ASSIGN TO RELREC001
         FILE STATUS FLG-RELREC001.
      *
      ***************
       DATA DIVISION.
      ***************
      *
       FILE SECTION.
      *
       FD  FOPAG001
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
      *
           COPY "FOPB0001".
      *
       FD  SALHIST
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
      *
           COPY "SALB0001".
      *
       FD  RECPARM
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  RECPARM-REGISTRO.
           05 RECPARM-TOLERANCIA-MESES   PIC 9(03).
           05 RECPARM-LIMITE-DIVERGENCIAS PIC 9(05).
           05 FILLER                     PIC X(72).
      *
       FD  SALCORR
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY "FOPB0001C".
      *
       FD  RELREC001
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  RELREC001-LINHA             PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       77  FLG-FOPAG001               PIC X(02).
       77  FLG-SALHIST                PIC X(02).
       77  FLG-RECPARM                PIC X(02).
       77  FLG-SALCORR                PIC X(02).
       77  FLG-RELREC001              PIC X(02).
       77  WSS-FIM-FOPAG001           PIC X(01)   VALUE 'N'.
           88 FIM-FOPAG001                        VALUE 'S'.
       77  WSS-FIM-SALHIST            PIC X(01)   VALUE 'N'.
           88 FIM-SALHIST                         VALUE 'S'.
       77  WSS-DIVERGENTE             PIC X(01)   VALUE 'N'.
           88 FUNCIONARIO-DIVERGENTE              VALUE 'S'.
       77  WSS-CHAVE-SAL              PIC 9(06)   VALUE ZERO.
       77  WSS-CHAVE-ALTA             PIC 9(06)   VALUE 999999.
       77  WSS-TOLERANCIA-MESES       PIC 9(03)   VALUE 12.
       77  WSS-LIMITE-DIVERGENCIAS    PIC 9(05)   VALUE 10.
       77  WSS-CONT-LIDOS             PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-DIVERGENTES       PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-SEM-HISTORICO     PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-COM-LACUNA        PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-LACUNAS           PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-SAL-ORFAOS        PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-SAL-DUPLICADOS    PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-CORRECOES         PIC 9(07)   VALUE ZERO.
       77  WSS-RETORNO-FINAL          PIC 9(03)   VALUE ZERO.
       77  WSS-QTD-MESES              PIC 9(04)   VALUE ZERO.
       77  WSS-MESES-DECLARADOS       PIC 9(04)   VALUE ZERO.
       77  WSS-ANOS-APURADOS          PIC 9(02)   VALUE ZERO.
       77  WSS-DIFERENCA-MESES        PIC S9(05)  VALUE ZERO.
       77  WSS-DIFERENCA-ABSOLUTA     PIC 9(05)   VALUE ZERO.
       77  WSS-MESES-LACUNA           PIC 9(04)   VALUE ZERO.
       77  WSS-QTD-LACUNAS            PIC 9(03)   VALUE ZERO.
       77  WSS-PRIMEIRO-ANOMES        PIC 9(06)   VALUE ZERO.
       77  WSS-ULTIMO-ANOMES          PIC 9(06)   VALUE ZERO.
       77  WSS-ANO-SAL                PIC 9(04)   VALUE ZERO.
       77  WSS-MES-SAL                PIC 9(02)   VALUE ZERO.
       77  WSS-SEQ-MES                PIC 9(06)   VALUE ZERO.
       77  WSS-SEQ-MES-ANTERIOR       PIC 9(06)   VALUE ZERO.
       77  WSS-SEQ-CONVERTER          PIC 9(06)   VALUE ZERO.
       77  WSS-ANOMES-CONVERTIDO      PIC 9(06)   VALUE ZERO.
       77  WSS-ANO-CONVERTIDO         PIC 9(04)   VALUE ZERO.
       77  WSS-MES-CONVERTIDO         PIC 9(02)   VALUE ZERO.
       77  WSS-MESES-NA-LACUNA        PIC 9(04)   VALUE ZERO.
       77  WSS-MAX-LACUNAS            PIC 9(03)   VALUE 60.
       77  WSS-IDX-LACUNA             PIC 9(03)   VALUE ZERO.
       77  WSS-LINHAS-PAGINA          PIC 9(02)   VALUE ZERO.
       77  WSS-MAX-LINHAS             PIC 9(02)   VALUE 20.
       77  WSS-NUM-PAGINA             PIC 9(04)   VALUE ZERO.
      *
      *----------------------------------------------------------------
      * LACUNAS DO FUNCIONARIO CORRENTE - GUARDADAS ATE O FIM DO SEU
      * HISTORICO, PARA SAIREM NO RELATORIO LOGO ABAIXO DA LINHA DELE
      *----------------------------------------------------------------
       01  WSS-TAB-LACUNAS.
           05 WSS-LAC-OCORRE          OCCURS 60 TIMES.
              10 WSS-LAC-INICIO       PIC 9(06).
              10 WSS-LAC-FIM          PIC 9(06).
              10 WSS-LAC-MESES        PIC 9(04).
      *
       01  WSS-LINHA-PENDENTE         PIC X(80)   VALUE SPACES.
      *
       01  WSS-LINHA-CABECALHO.
           05 FILLER                  PIC X(10)  VALUE 'RELATORIO:'.
           05 WSS-CAB-TITULO          PIC X(40)
                  VALUE 'CONCILIACAO ANOS CONTRIB X SALHIST'.
           05 FILLER                  PIC X(10)  VALUE SPACES.
           05 FILLER                  PIC X(08)  VALUE 'PAGINA: '.
           05 WSS-CAB-PAGINA          PIC ZZZ9.
           05 FILLER                  PIC X(08)  VALUE SPACES.
      *
       01  WSS-LINHA-LEGENDA.
           05 FILLER                  PIC X(40)
                  VALUE '* = DIVERGENCIA ACIMA DA TOLERANCIA DE '.
           05 WSS-LEG-TOLERANCIA      PIC ZZ9.
           05 FILLER                  PIC X(37)
                  VALUE ' MESES'.
      *
       01  WSS-LINHA-DETALHE.
           05 WSS-DET-MARCA           PIC X(01).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-DET-MATRICULA       PIC 9(06).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-DET-NOME            PIC X(22).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-DET-DEPTO           PIC X(03).
           05 FILLER                  PIC X(06)  VALUE ' DECL='.
           05 WSS-DET-DECLARADOS      PIC Z9.
           05 FILLER                  PIC X(06)  VALUE ' APUR='.
           05 WSS-DET-APURADOS        PIC Z9.
           05 FILLER                  PIC X(05)  VALUE ' MES='.
           05 WSS-DET-MESES           PIC ZZZ9.
           05 FILLER                  PIC X(05)  VALUE ' DIF='.
           05 WSS-DET-DIFERENCA       PIC +ZZZ9.
           05 FILLER                  PIC X(05)  VALUE ' LAC='.
           05 WSS-DET-LACUNAS         PIC ZZ9.
           05 FILLER                  PIC X(02)  VALUE SPACES.
      *
       01  WSS-LINHA-LACUNA.
           05 FILLER                  PIC X(10)  VALUE SPACES.
           05 FILLER                  PIC X(10)  VALUE 'LACUNA DE '.
           05 WSS-LCN-INICIO          PIC 9(06).
           05 FILLER                  PIC X(03)  VALUE ' A '.
           05 WSS-LCN-FIM             PIC 9(06).
           05 FILLER                  PIC X(03)  VALUE ' - '.
           05 WSS-LCN-MESES           PIC ZZZ9.
           05 FILLER                  PIC X(38)
                  VALUE ' MES(ES) SEM SALARIO'.
      *
       01  WSS-LINHA-EXCESSO.
           05 FILLER                  PIC X(10)  VALUE SPACES.
           05 FILLER                  PIC X(70)
                  VALUE '... DEMAIS LACUNAS OMITIDAS (VER QTD. ACIMA)'.
      *
       01  WSS-LINHA-RESUMO.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WSS-RES-TEXTO           PIC X(40).
           05 WSS-RES-QTDE            PIC ZZZZZZ9.
           05 FILLER                  PIC X(31)  VALUE SPACES.
      *
           COPY "RETCODES".
      *
           COPY "CHKDATA".
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

           IF NOT FIM-FOPAG001
              PERFORM ROT-LER-SALHIST
                 THRU ROT-LER-SALHIST-EXIT
              PERFORM ROT-PROCESSA-FUNCIONARIO
                 THRU ROT-PROCESSA-FUNCIONARIO-EXIT
                 UNTIL FIM-FOPAG001
              PERFORM ROT-CONTA-ORFAOS
                 THRU ROT-CONTA-ORFAOS-EXIT
                 UNTIL FIM-SALHIST
           END-IF.

           PERFORM ROT-ENCERRAMENTO
              THRU ROT-ENCERRAMENTO-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
      * VALIDA A DATA DE APURACAO, ABRE OS ARQUIVOS E CARREGA A    *
      * TOLERANCIA E O LIMITE DE DIVERGENCIAS                      *
      *-----------------------------------------------------------*
       ROT-ABERTURA.

           MOVE LKS-DATA-EXECUCAO TO LKS-CD-DATA.

           CALL 'CHKDATA' USING LKS-CHECK-DATE.

           IF LKS-CD-INVALIDA
              DISPLAY '*** DATA DE APURACAO INVALIDA *** PARM = '
                       LKS-DATA-EXECUCAO
              MOVE RC-PARM-DATA-INVALIDA TO WSS-RETORNO-FINAL
              MOVE 'S' TO WSS-FIM-FOPAG001
              GO TO ROT-ABERTURA-EXIT
           END-IF.

           OPEN INPUT  FOPAG001.

           IF FLG-FOPAG001 NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO FOPAG001 *** FLG = '
                       FLG-FOPAG001
              MOVE 'S' TO WSS-FIM-FOPAG001
           END-IF.

           OPEN INPUT  SALHIST.

           IF FLG-SALHIST NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO SALHIST *** FLG = '
                       FLG-SALHIST
              MOVE 'S' TO WSS-FIM-FOPAG001
              MOVE 'S' TO WSS-FIM-SALHIST
           END-IF.

           OPEN OUTPUT SALCORR.

           IF FLG-SALCORR NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO SALCORR *** FLG = '
                       FLG-SALCORR
              MOVE 'S' TO WSS-FIM-FOPAG001
           END-IF.

           OPEN OUTPUT RELREC001.

           IF FLG-RELREC001 NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO RELREC001 *** FLG = '
                       FLG-RELREC001
           END-IF.

           OPEN INPUT RECPARM.

           IF FLG-RECPARM = '00'
              READ RECPARM
              IF FLG-RECPARM = '00'
                 IF RECPARM-TOLERANCIA-MESES NUMERIC
                    MOVE RECPARM-TOLERANCIA-MESES
                      TO WSS-TOLERANCIA-MESES
                 END-IF
                 IF RECPARM-LIMITE-DIVERGENCIAS NUMERIC
                    MOVE RECPARM-LIMITE-DIVERGENCIAS
                      TO WSS-LIMITE-DIVERGENCIAS
                 END-IF
              END-IF
              CLOSE RECPARM
           ELSE
              DISPLAY '*** RECPARM INDISPONIVEL - USANDO DEFAULT ***'
           END-IF.

           PERFORM ROT-IMPRIME-CABECALHO
              THRU ROT-IMPRIME-CABECALHO-EXIT.

       ROT-ABERTURA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE UM FUNCIONARIO DO EXTRATO DE FOLHA - OS REGISTROS DE    *
      * CONTROLE (HEADER/TRAILER) NAO SAO FUNCIONARIOS             *
      *-----------------------------------------------------------*
       ROT-PROCESSA-FUNCIONARIO.

           READ FOPAG001
              AT END
                 MOVE 'S' TO WSS-FIM-FOPAG001
           END-READ.

           IF FIM-FOPAG001
              GO TO ROT-PROCESSA-FUNCIONARIO-EXIT
           END-IF.

           IF FLG-FOPAG001 NOT = '00'
              DISPLAY '*** ERRO NA LEITURA DO FOPAG001 *** FLG = '
                       FLG-FOPAG001
              MOVE 'S' TO WSS-FIM-FOPAG001
              GO TO ROT-PROCESSA-FUNCIONARIO-EXIT
           END-IF.

           IF FOPB0001-HDR-INDICADOR = 'HEADR'
              OR FOPB0001-TRL-INDICADOR = 'TRAIL'
              GO TO ROT-PROCESSA-FUNCIONARIO-EXIT
           END-IF.

           ADD 1 TO WSS-CONT-LIDOS.

           PERFORM ROT-CONCILIA-FUNCIONARIO
              THRU ROT-CONCILIA-FUNCIONARIO-EXIT.

       ROT-PROCESSA-FUNCIONARIO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * PERCORRE O HISTORICO DA MATRICULA CONTANDO OS MESES        *
      * DISTINTOS E AS LACUNAS, COMPARA COM OS ANOS DECLARADOS E   *
      * EMITE O RESULTADO                                          *
      *-----------------------------------------------------------*
       ROT-CONCILIA-FUNCIONARIO.

           MOVE ZERO TO WSS-QTD-MESES.
           MOVE ZERO TO WSS-MESES-LACUNA.
           MOVE ZERO TO WSS-QTD-LACUNAS.
           MOVE ZERO TO WSS-PRIMEIRO-ANOMES.
           MOVE ZERO TO WSS-ULTIMO-ANOMES.
           MOVE ZERO TO WSS-SEQ-MES-ANTERIOR.
           MOVE 'N'  TO WSS-DIVERGENTE.

           PERFORM ROT-POSICIONA-SALHIST
              THRU ROT-POSICIONA-SALHIST-EXIT.

           PERFORM ROT-APURA-MES
              THRU ROT-APURA-MES-EXIT
              UNTIL FIM-SALHIST
                 OR WSS-CHAVE-SAL NOT = FOPB0001-MATRICULA.

           IF FOPB0001-ANOS-CONTRIB NUMERIC
              COMPUTE WSS-MESES-DECLARADOS =
                 FOPB0001-ANOS-CONTRIB * 12
           ELSE
              MOVE ZERO TO WSS-MESES-DECLARADOS
           END-IF.

           DIVIDE WSS-QTD-MESES BY 12 GIVING WSS-ANOS-APURADOS.

           COMPUTE WSS-DIFERENCA-MESES =
              WSS-QTD-MESES - WSS-MESES-DECLARADOS.

           IF WSS-DIFERENCA-MESES < ZERO
              COMPUTE WSS-DIFERENCA-ABSOLUTA =
                 ZERO - WSS-DIFERENCA-MESES
           ELSE
              MOVE WSS-DIFERENCA-MESES TO WSS-DIFERENCA-ABSOLUTA
           END-IF.

           IF WSS-DIFERENCA-ABSOLUTA > WSS-TOLERANCIA-MESES
              MOVE 'S' TO WSS-DIVERGENTE
              ADD 1 TO WSS-CONT-DIVERGENTES
              IF WSS-QTD-MESES = ZERO
                 ADD 1 TO WSS-CONT-SEM-HISTORICO
              END-IF
              PERFORM ROT-GRAVA-CORRECAO
                 THRU ROT-GRAVA-CORRECAO-EXIT
           END-IF.

           IF WSS-QTD-LACUNAS > ZERO
              ADD 1 TO WSS-CONT-COM-LACUNA
           END-IF.

           IF NOT FUNCIONARIO-DIVERGENTE
              AND WSS-QTD-LACUNAS = ZERO
              GO TO ROT-CONCILIA-FUNCIONARIO-EXIT
           END-IF.

           PERFORM ROT-IMPRIME-FUNCIONARIO
              THRU ROT-IMPRIME-FUNCIONARIO-EXIT.

       ROT-CONCILIA-FUNCIONARIO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * APURA UM MES DO HISTORICO - ANOMES REPETIDO NAO CONTA DE   *
      * NOVO; SALTO MAIOR QUE UM MES EM RELACAO AO ANTERIOR E UMA  *
      * LACUNA                                                     *
      *-----------------------------------------------------------*
       ROT-APURA-MES.

           DIVIDE SALB0001-ANOMES BY 100
              GIVING WSS-ANO-SAL REMAINDER WSS-MES-SAL.

           COMPUTE WSS-SEQ-MES = WSS-ANO-SAL * 12 + WSS-MES-SAL - 1.

           IF WSS-QTD-MESES > ZERO
              AND WSS-SEQ-MES = WSS-SEQ-MES-ANTERIOR
              ADD 1 TO WSS-CONT-SAL-DUPLICADOS
              GO TO ROT-APURA-MES-LER
           END-IF.

           IF WSS-QTD-MESES = ZERO
              MOVE SALB0001-ANOMES TO WSS-PRIMEIRO-ANOMES
           ELSE
              IF WSS-SEQ-MES > WSS-SEQ-MES-ANTERIOR + 1
                 PERFORM ROT-REGISTRA-LACUNA
                    THRU ROT-REGISTRA-LACUNA-EXIT
              END-IF
           END-IF.

           ADD 1 TO WSS-QTD-MESES.

           MOVE SALB0001-ANOMES TO WSS-ULTIMO-ANOMES.
           MOVE WSS-SEQ-MES     TO WSS-SEQ-MES-ANTERIOR.

       ROT-APURA-MES-LER.

           PERFORM ROT-LER-SALHIST
              THRU ROT-LER-SALHIST-EXIT.

       ROT-APURA-MES-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * REGISTRA A LACUNA ENTRE O MES ANTERIOR E O CORRENTE - DO   *
      * MES SEGUINTE AO ANTERIOR ATE O MES QUE ANTECEDE O CORRENTE *
      *-----------------------------------------------------------*
       ROT-REGISTRA-LACUNA.

           COMPUTE WSS-MESES-NA-LACUNA =
              WSS-SEQ-MES - WSS-SEQ-MES-ANTERIOR - 1.

           ADD 1                   TO WSS-QTD-LACUNAS.
           ADD 1                   TO WSS-CONT-LACUNAS.
           ADD WSS-MESES-NA-LACUNA TO WSS-MESES-LACUNA.

           IF WSS-QTD-LACUNAS > WSS-MAX-LACUNAS
              GO TO ROT-REGISTRA-LACUNA-EXIT
           END-IF.

           COMPUTE WSS-SEQ-CONVERTER = WSS-SEQ-MES-ANTERIOR + 1.

           PERFORM ROT-CONVERTE-SEQUENCIA
              THRU ROT-CONVERTE-SEQUENCIA-EXIT.

           MOVE WSS-ANOMES-CONVERTIDO
             TO WSS-LAC-INICIO (WSS-QTD-LACUNAS).

           COMPUTE WSS-SEQ-CONVERTER = WSS-SEQ-MES - 1.

           PERFORM ROT-CONVERTE-SEQUENCIA
              THRU ROT-CONVERTE-SEQUENCIA-EXIT.

           MOVE WSS-ANOMES-CONVERTIDO
             TO WSS-LAC-FIM (WSS-QTD-LACUNAS).

           MOVE WSS-MESES-NA-LACUNA
             TO WSS-LAC-MESES (WSS-QTD-LACUNAS).

       ROT-REGISTRA-LACUNA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CONVERTE O NUMERO SEQUENCIAL DO MES (ANO * 12 + MES - 1)   *
      * DE VOLTA PARA ANOMES                                       *
      *-----------------------------------------------------------*
       ROT-CONVERTE-SEQUENCIA.

           DIVIDE WSS-SEQ-CONVERTER BY 12
              GIVING WSS-ANO-CONVERTIDO
              REMAINDER WSS-MES-CONVERTIDO.

           ADD 1 TO WSS-MES-CONVERTIDO.

           COMPUTE WSS-ANOMES-CONVERTIDO =
              WSS-ANO-CONVERTIDO * 100 + WSS-MES-CONVERTIDO.

       ROT-CONVERTE-SEQUENCIA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * GRAVA O REGISTRO DE CORRECAO DO FUNCIONARIO DIVERGENTE     *
      *-----------------------------------------------------------*
       ROT-GRAVA-CORRECAO.

           MOVE SPACES                TO FOPB0001C.
           MOVE FOPB0001-MATRICULA    TO FOPB0001C-MATRICULA.
           MOVE FOPB0001-NOME         TO FOPB0001C-NOME.
           MOVE FOPB0001-DEPTO        TO FOPB0001C-DEPTO.
           MOVE WSS-MESES-DECLARADOS  TO WSS-SEQ-CONVERTER.
           DIVIDE WSS-SEQ-CONVERTER BY 12
              GIVING FOPB0001C-ANOS-DECLARADOS.
           MOVE WSS-ANOS-APURADOS     TO FOPB0001C-ANOS-APURADOS.
           MOVE WSS-QTD-MESES         TO FOPB0001C-MESES-SALHIST.
           MOVE WSS-PRIMEIRO-ANOMES   TO FOPB0001C-PRIMEIRO-ANOMES.
           MOVE WSS-ULTIMO-ANOMES     TO FOPB0001C-ULTIMO-ANOMES.
           MOVE WSS-MESES-LACUNA      TO FOPB0001C-MESES-LACUNA.
           MOVE WSS-QTD-LACUNAS       TO FOPB0001C-QTD-LACUNAS.
           MOVE LKS-DATA-EXECUCAO     TO FOPB0001C-DATA-APURACAO.

           IF WSS-QTD-MESES = ZERO
              MOVE 'S' TO FOPB0001C-MOTIVO
           ELSE
              MOVE 'D' TO FOPB0001C-MOTIVO
           END-IF.

           WRITE FOPB0001C.

           IF FLG-SALCORR = '00'
              ADD 1 TO WSS-CONT-CORRECOES
           ELSE
              DISPLAY '*** ERRO NA GRAVACAO DO SALCORR *** FLG = '
                       FLG-SALCORR
           END-IF.

       ROT-GRAVA-CORRECAO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME A LINHA DO FUNCIONARIO E, ABAIXO DELA, AS LACUNAS  *
      *-----------------------------------------------------------*
       ROT-IMPRIME-FUNCIONARIO.

           IF FUNCIONARIO-DIVERGENTE
              MOVE '*'    TO WSS-DET-MARCA
           ELSE
              MOVE SPACES TO WSS-DET-MARCA
           END-IF.

           MOVE FOPB0001-MATRICULA    TO WSS-DET-MATRICULA.
           MOVE FOPB0001-NOME         TO WSS-DET-NOME.
           MOVE FOPB0001-DEPTO        TO WSS-DET-DEPTO.
           MOVE FOPB0001-ANOS-CONTRIB TO WSS-DET-DECLARADOS.
           MOVE WSS-ANOS-APURADOS     TO WSS-DET-APURADOS.
           MOVE WSS-QTD-MESES         TO WSS-DET-MESES.
           MOVE WSS-DIFERENCA-MESES   TO WSS-DET-DIFERENCA.
           MOVE WSS-QTD-LACUNAS       TO WSS-DET-LACUNAS.
           MOVE WSS-LINHA-DETALHE     TO RELREC001-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           PERFORM ROT-IMPRIME-LACUNA
              THRU ROT-IMPRIME-LACUNA-EXIT
              VARYING WSS-IDX-LACUNA FROM 1 BY 1
              UNTIL WSS-IDX-LACUNA > WSS-QTD-LACUNAS
                 OR WSS-IDX-LACUNA > WSS-MAX-LACUNAS.

           IF WSS-QTD-LACUNAS > WSS-MAX-LACUNAS
              MOVE WSS-LINHA-EXCESSO TO RELREC001-LINHA
              PERFORM ROT-IMPRIME-LINHA
                 THRU ROT-IMPRIME-LINHA-EXIT
           END-IF.

       ROT-IMPRIME-FUNCIONARIO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME UMA LACUNA GUARDADA DO FUNCIONARIO CORRENTE        *
      *-----------------------------------------------------------*
       ROT-IMPRIME-LACUNA.

           MOVE WSS-LAC-INICIO (WSS-IDX-LACUNA) TO WSS-LCN-INICIO.
           MOVE WSS-LAC-FIM (WSS-IDX-LACUNA)    TO WSS-LCN-FIM.
           MOVE WSS-LAC-MESES (WSS-IDX-LACUNA)  TO WSS-LCN-MESES.
           MOVE WSS-LINHA-LACUNA TO RELREC001-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

       ROT-IMPRIME-LACUNA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE O PROXIMO SALARIO DO HISTORICO; NO FIM A CHAVE RECEBE O *
      * VALOR ALTO PARA ESGOTAR O CASAMENTO                        *
      *-----------------------------------------------------------*
       ROT-LER-SALHIST.

           IF FIM-SALHIST
              MOVE WSS-CHAVE-ALTA TO WSS-CHAVE-SAL
              GO TO ROT-LER-SALHIST-EXIT
           END-IF.

           READ SALHIST
              AT END
                 MOVE 'S'            TO WSS-FIM-SALHIST
                 MOVE WSS-CHAVE-ALTA TO WSS-CHAVE-SAL
           END-READ.

           IF NOT FIM-SALHIST
              IF FLG-SALHIST = '00'
                 MOVE SALB0001-MATRICULA TO WSS-CHAVE-SAL
              ELSE
                 DISPLAY '*** ERRO NA LEITURA DO SALHIST *** FLG = '
                          FLG-SALHIST
                 MOVE 'S'            TO WSS-FIM-SALHIST
                 MOVE WSS-CHAVE-ALTA TO WSS-CHAVE-SAL
              END-IF
           END-IF.

       ROT-LER-SALHIST-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * AVANCA O HISTORICO ATE A MATRICULA EM PROCESSAMENTO - O    *
      * QUE FICA PARA TRAS E SALARIO DE MATRICULA FORA DA FOLHA    *
      *-----------------------------------------------------------*
       ROT-POSICIONA-SALHIST.

           PERFORM ROT-CONTA-ORFAOS
              THRU ROT-CONTA-ORFAOS-EXIT
              UNTIL WSS-CHAVE-SAL NOT < FOPB0001-MATRICULA.

       ROT-POSICIONA-SALHIST-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CONTA UM SALARIO SEM FUNCIONARIO NA FOLHA E AVANCA         *
      *-----------------------------------------------------------*
       ROT-CONTA-ORFAOS.

           ADD 1 TO WSS-CONT-SAL-ORFAOS.

           PERFORM ROT-LER-SALHIST
              THRU ROT-LER-SALHIST-EXIT.

       ROT-CONTA-ORFAOS-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME O CABECALHO DE UMA NOVA PAGINA DO RELATORIO        *
      *-----------------------------------------------------------*
       ROT-IMPRIME-CABECALHO.

           ADD 1 TO WSS-NUM-PAGINA.

           MOVE WSS-NUM-PAGINA      TO WSS-CAB-PAGINA.
           MOVE WSS-LINHA-CABECALHO TO RELREC001-LINHA.

           IF FLG-RELREC001 = '00'
              WRITE RELREC001-LINHA
           END-IF.

           MOVE WSS-TOLERANCIA-MESES TO WSS-LEG-TOLERANCIA.
           MOVE WSS-LINHA-LEGENDA    TO RELREC001-LINHA.

           IF FLG-RELREC001 = '00'
              WRITE RELREC001-LINHA
           END-IF.

           MOVE ZERO TO WSS-LINHAS-PAGINA.

       ROT-IMPRIME-CABECALHO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME A LINHA JA MONTADA, QUEBRANDO A PAGINA QUANDO O    *
      * LIMITE DE LINHAS FOR ATINGIDO - A LINHA PENDENTE E GUARDADA*
      * ENQUANTO O CABECALHO E IMPRESSO                            *
      *-----------------------------------------------------------*
       ROT-IMPRIME-LINHA.

           IF WSS-LINHAS-PAGINA NOT < WSS-MAX-LINHAS
              MOVE RELREC001-LINHA TO WSS-LINHA-PENDENTE
              PERFORM ROT-IMPRIME-CABECALHO
                 THRU ROT-IMPRIME-CABECALHO-EXIT
              MOVE WSS-LINHA-PENDENTE TO RELREC001-LINHA
           END-IF.

           IF FLG-RELREC001 = '00'
              WRITE RELREC001-LINHA
           END-IF.

           ADD 1 TO WSS-LINHAS-PAGINA.

       ROT-IMPRIME-LINHA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME UMA LINHA DO RESUMO FINAL                          *
      *-----------------------------------------------------------*
       ROT-IMPRIME-RESUMO.

           MOVE WSS-LINHA-RESUMO TO RELREC001-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

       ROT-IMPRIME-RESUMO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME O RESUMO, FECHA OS ARQUIVOS E DEVOLVE RC 4 QUANDO  *
      * AS DIVERGENCIAS PASSAM DO LIMITE PARAMETRIZADO             *
      *-----------------------------------------------------------*
       ROT-ENCERRAMENTO.

           IF WSS-RETORNO-FINAL = RC-PARM-DATA-INVALIDA
              GO TO ROT-ENCERRAMENTO-FIM
           END-IF.

           MOVE SPACES TO RELREC001-LINHA.
           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           MOVE 'FUNCIONARIOS CONCILIADOS              = '
             TO WSS-RES-TEXTO.
           MOVE WSS-CONT-LIDOS TO WSS-RES-QTDE.
           PERFORM ROT-IMPRIME-RESUMO
              THRU ROT-IMPRIME-RESUMO-EXIT.

           MOVE 'DIVERGENTES ACIMA DA TOLERANCIA       = '
             TO WSS-RES-TEXTO.
           MOVE WSS-CONT-DIVERGENTES TO WSS-RES-QTDE.
           PERFORM ROT-IMPRIME-RESUMO
              THRU ROT-IMPRIME-RESUMO-EXIT.

           MOVE '  DOS QUAIS SEM HISTORICO DE SALARIOS = '
             TO WSS-RES-TEXTO.
           MOVE WSS-CONT-SEM-HISTORICO TO WSS-RES-QTDE.
           PERFORM ROT-IMPRIME-RESUMO
              THRU ROT-IMPRIME-RESUMO-EXIT.

           MOVE 'LIMITE DE DIVERGENCIAS                = '
             TO WSS-RES-TEXTO.
           MOVE WSS-LIMITE-DIVERGENCIAS TO WSS-RES-QTDE.
           PERFORM ROT-IMPRIME-RESUMO
              THRU ROT-IMPRIME-RESUMO-EXIT.

           MOVE 'FUNCIONARIOS COM LACUNAS NO HISTORICO = '
             TO WSS-RES-TEXTO.
           MOVE WSS-CONT-COM-LACUNA TO WSS-RES-QTDE.
           PERFORM ROT-IMPRIME-RESUMO
              THRU ROT-IMPRIME-RESUMO-EXIT.

           MOVE 'LACUNAS ENCONTRADAS                   = '
             TO WSS-RES-TEXTO.
           MOVE WSS-CONT-LACUNAS TO WSS-RES-QTDE.
           PERFORM ROT-IMPRIME-RESUMO
              THRU ROT-IMPRIME-RESUMO-EXIT.

           MOVE 'SALARIOS DE MATRICULA FORA DA FOLHA   = '
             TO WSS-RES-TEXTO.
           MOVE WSS-CONT-SAL-ORFAOS TO WSS-RES-QTDE.
           PERFORM ROT-IMPRIME-RESUMO
              THRU ROT-IMPRIME-RESUMO-EXIT.

           MOVE 'ANOMES REPETIDOS IGNORADOS            = '
             TO WSS-RES-TEXTO.
           MOVE WSS-CONT-SAL-DUPLICADOS TO WSS-RES-QTDE.
           PERFORM ROT-IMPRIME-RESUMO
              THRU ROT-IMPRIME-RESUMO-EXIT.

           CLOSE FOPAG001.
           CLOSE SALHIST.
           CLOSE SALCORR.
           CLOSE RELREC001.

           IF WSS-CONT-DIVERGENTES > WSS-LIMITE-DIVERGENCIAS
              DISPLAY '*** DIVERGENCIAS ACIMA DO LIMITE *** QTD = '
                       WSS-CONT-DIVERGENTES
              MOVE RC-REJEITOS-ENCONTRADOS TO WSS-RETORNO-FINAL
           END-IF.

           DISPLAY '***************************************'.
           DISPLAY '* FUNCIONARIOS CONCILIADOS = ' WSS-CONT-LIDOS.
           DISPLAY '* DIVERGENTES              = '
                    WSS-CONT-DIVERGENTES.
           DISPLAY '* CORRECOES GRAVADAS       = '
                    WSS-CONT-CORRECOES.
           DISPLAY '* LACUNAS ENCONTRADAS      = ' WSS-CONT-LACUNAS.
           DISPLAY '***************************************'.

       ROT-ENCERRAMENTO-FIM.

           MOVE WSS-RETORNO-FINAL TO RETURN-CODE.

       ROT-ENCERRAMENTO-EXIT.

           EXIT.

       END PROGRAM COBOL049.

      ********************* FIM DO PROGRAMA ****************************
