      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : PREVISAO DO PASSIVO DE BENEFICIOS PARA FINANCAS -
      *            LE O RESULTADO DE ELEGIBILIDADE (ELEGOUT, LAYOUT
      *            ELGB0001, ORDENADO POR MATRICULA) E O HISTORICO DE
      *            SALARIOS (SALHIST, ORDENADO POR MATRICULA +
      *            ANOMES). PARA CADA FUNCIONARIO APONTA O ANO DA
      *            PRIMEIRA ELEGIBILIDADE (JA ELEGIVEL HOJE OU
      *            PROJECAO DE CINCO ANOS DAS REGRAS DE IDADE, TEMPO
      *            E PONTOS, COMO NO COBOL034) E A REGRA QUE A
      *            GARANTE, E CALCULA O BENEFICIO MENSAL PELA REGRA
      *            DO COBOL036 (MEDIA DO SALHIST E PERCENTUAIS DO
      *            BENTAB/BENPARM) COM O TEMPO DE CONTRIBUICAO DAQUELE
      *            ANO. IMPRIME O DESEMBOLSO MENSAL NOVO POR ANO,
      *            DEPARTAMENTO E REGRA (RELPAS001) E GRAVA O MESMO
      *            QUADRO DELIMITADO POR ';' (PASSIVO) PARA O MODELO
      *            DE PLANEJAMENTO DE FINANCAS. FUNCIONARIO SEM
      *            HISTORICO DE SALARIOS E CONTADO A PARTE, SEM
      *            VALOR, PARA OS TOTAIS NAO ESCONDEREM O QUE FALTA
      * CPD      : INEFE
      *****************************************************************
      * HISTORICO DE ALTERACOES
      * 15/10/2026  VRB  VERSAO ORIGINAL DO PROGRAMA
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL048.
       AUTHOR. VAGNER BELLACOSA.
       DATE-WRITTEN. 15/10/26 @ 16:00:00.
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
         SELECT ELEGOUT         ASSIGN TO ELEGOUT
         FILE STATUS FLG-ELEGOUT.
      *
         SELECT SALHIST         ASSIGN TO SALHIST
         FILE STATUS FLG-SALHIST.
      *
         SELECT OPTIONAL DEPTAB ASSIGN TO DEPTAB
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-DEPTAB.
      *
         SELECT OPTIONAL AGETAB ASSIGN TO AGETAB
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-AGETAB.
      *
         SELECT OPTIONAL PARMSEQ ASSIGN TO PARMSEQ
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-PARMSEQ.
      *
         SELECT OPTIONAL BENPARM ASSIGN TO BENPARM
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-BENPARM.
      *
         SELECT PASSIVO         ASSIGN TO PASSIVO
         FILE STATUS FLG-PASSIVO.
      *
         SELECT RELPAS001       ASSIGN TO RELPAS001
         FILE STATUS FLG-RELPAS001.
      *
      ***************
       DATA DIVISION.
      ***************
      *
       FILE SECTION.
      *
       FD  ELEGOUT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
      *
           COPY "ELGB0001".
      *
       FD  SALHIST
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
      *
           COPY "SALB0001".
      *
       FD  DEPTAB
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  DEPTAB-REGISTRO.
           05 DEPTAB-CODIGO           PIC X(03).
           05 DEPTAB-NOME             PIC X(30).
           05 FILLER                  PIC X(47).
      *
       FD  AGETAB
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  AGETAB-REGISTRO.
           05 AGETAB-IDADE-MINIMA-HOMEM   PIC 9(003).
           05 AGETAB-IDADE-MINIMA-MULHER  PIC 9(003).
           05 AGETAB-TEMPO-MINIMO-HOMEM   PIC 9(002).
           05 AGETAB-TEMPO-MINIMO-MULHER  PIC 9(002).
           05 AGETAB-PONTOS-MINIMO-HOMEM  PIC 9(003).
           05 AGETAB-PONTOS-MINIMO-MULHER PIC 9(003).
           05 FILLER                      PIC X(064).
      *
       FD  PARMSEQ
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY "PRMB0001".
      *
       FD  BENPARM
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  BENPARM-REGISTRO.
           05 BENPARM-PERC-BASE       PIC 9(03)V99.
           05 BENPARM-PERC-ADICIONAL  PIC 9(03)V99.
           05 FILLER                  PIC X(70).
      *
       FD  PASSIVO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  PASSIVO-LINHA               PIC X(80).
      *
       FD  RELPAS001
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  RELPAS001-LINHA             PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       77  FLG-ELEGOUT                PIC X(02).
       77  FLG-SALHIST                PIC X(02).
       77  FLG-DEPTAB                 PIC X(02).
       77  FLG-AGETAB                 PIC X(02).
       77  FLG-PARMSEQ                PIC X(02).
       77  FLG-BENPARM                PIC X(02).
       77  FLG-PASSIVO                PIC X(02).
       77  FLG-RELPAS001              PIC X(02).
       77  WSS-FIM-ELEGOUT            PIC X(01)   VALUE 'N'.
           88 FIM-ELEGOUT                         VALUE 'S'.
       77  WSS-FIM-SALHIST            PIC X(01)   VALUE 'N'.
           88 FIM-SALHIST                         VALUE 'S'.
       77  WSS-FIM-DEPTAB             PIC X(01)   VALUE 'N'.
           88 FIM-DEPTAB                          VALUE 'S'.
       77  WSS-FIM-PARMSEQ            PIC X(01)   VALUE 'N'.
           88 FIM-PARMSEQ                         VALUE 'S'.
       77  WSS-ACHOU-PARAMETRO        PIC X(01)   VALUE 'N'.
           88 ACHOU-PARAMETRO                     VALUE 'S'.
       77  WSS-VIGENCIA-ACHADA        PIC 9(08)   VALUE ZERO.
       77  WSS-CHAVE-SAL              PIC 9(06)   VALUE ZERO.
       77  WSS-CHAVE-ALTA             PIC 9(06)   VALUE 999999.
       77  WSS-CONT-LIDOS             PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-PREVISTOS         PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-FORA-HORIZONTE    PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-SEM-HISTORICO     PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-LINHAS-PASSIVO    PIC 9(07)   VALUE ZERO.
       77  WSS-RETORNO-FINAL          PIC 9(03)   VALUE ZERO.
       77  WSS-QTD-DEPTOS             PIC 9(03)   VALUE ZERO.
       77  WSS-MAX-DEPTOS             PIC 9(03)   VALUE 100.
       77  WSS-IDX-DEPTO              PIC 9(03)   VALUE ZERO.
       77  WSS-IDX-ACHADO             PIC 9(03)   VALUE ZERO.
       77  WSS-IDX-ANO                PIC 9(02)   VALUE ZERO.
       77  WSS-IDX-REGRA              PIC 9(02)   VALUE ZERO.
       77  WSS-DEPTO-PROCURADO        PIC X(03)   VALUE SPACES.
       77  WSS-LIMIAR-SEXO            PIC 9(03)   VALUE ZERO.
       77  WSS-LIMIAR-TEMPO           PIC 9(02)   VALUE ZERO.
       77  WSS-LIMIAR-PONTOS          PIC 9(03)   VALUE ZERO.
       77  WSS-ANO-PROJECAO           PIC 9(02)   VALUE ZERO.
       77  WSS-HORIZONTE-PROJECAO     PIC 9(02)   VALUE 5.
       77  WSS-IDADE-PROJETADA        PIC 9(03)   VALUE ZERO.
       77  WSS-TEMPO-PROJETADO        PIC 9(03)   VALUE ZERO.
       77  WSS-PONTOS-PROJETADOS      PIC 9(03)   VALUE ZERO.
       77  WSS-ANO-ELEGIVEL           PIC 9(02)   VALUE ZERO.
       77  WSS-REGRA-ELEGIVEL         PIC 9(01)   VALUE ZERO.
       77  WSS-TEMPO-NA-ELEGIBILIDADE PIC 9(03)   VALUE ZERO.
       77  WSS-SOMA-SALARIOS          PIC 9(11)V99 VALUE ZERO.
       77  WSS-QTD-MESES              PIC 9(04)   VALUE ZERO.
       77  WSS-MEDIA-SALARIO          PIC 9(07)V99 VALUE ZERO.
       77  WSS-PERC-APLICADO          PIC 9(03)V99 VALUE ZERO.
       77  WSS-BENEFICIO              PIC 9(07)V99 VALUE ZERO.
       77  WSS-ANOS-EXCEDENTES        PIC S9(03)  VALUE ZERO.
       77  WSS-ANO-CALENDARIO         PIC 9(04)   VALUE ZERO.
       77  WSS-LINHAS-PAGINA          PIC 9(02)   VALUE ZERO.
       77  WSS-MAX-LINHAS             PIC 9(02)   VALUE 20.
       77  WSS-NUM-PAGINA             PIC 9(04)   VALUE ZERO.
       77  WSS-QTDE-TEXTO             PIC 9(07).
       77  WSS-VALOR-TEXTO            PIC 9(11),99.
       77  WSS-SEM-HIST-TEXTO         PIC 9(07).
      *
       01  WSS-DATA-EXECUCAO.
           05 WSS-EXEC-ANO            PIC 9(04).
           05 WSS-EXEC-MES            PIC 9(02).
           05 WSS-EXEC-DIA            PIC 9(02).
      *
      *----------------------------------------------------------------
      * QUADRO DO PASSIVO - POR DEPARTAMENTO, ANO DA PRIMEIRA
      * ELEGIBILIDADE (1 = JA ELEGIVEL HOJE, 2 A 6 = ANOS 1 A 5 DA
      * PROJECAO) E REGRA (1 = IDADE, 2 = TEMPO, 3 = PONTOS)
      *----------------------------------------------------------------
       01  WSS-TAB-DEPTOS.
           05 WSS-DEP-OCORRE          OCCURS 100 TIMES.
              10 WSS-DEP-CODIGO       PIC X(03).
              10 WSS-DEP-NOME         PIC X(30).
              10 WSS-DEP-QUADRO.
                 15 WSS-DEP-ANO       OCCURS 6 TIMES.
                    20 WSS-DEP-REGRA  OCCURS 3 TIMES.
                       25 WSS-DEP-QTDE     PIC 9(07).
                       25 WSS-DEP-VALOR    PIC 9(11)V99.
                       25 WSS-DEP-SEM-HIST PIC 9(07).
      *
       01  WSS-TAB-TOTAIS-ANO.
           05 WSS-TOT-ANO             OCCURS 6 TIMES.
              10 WSS-TAN-QTDE         PIC 9(07).
              10 WSS-TAN-VALOR        PIC 9(11)V99.
              10 WSS-TAN-SEM-HIST     PIC 9(07).
      *
       01  WSS-TOTAL-GERAL.
           05 WSS-TGE-QTDE            PIC 9(07).
           05 WSS-TGE-VALOR           PIC 9(11)V99.
           05 WSS-TGE-SEM-HIST        PIC 9(07).
      *
       01  WSS-NOMES-REGRAS.
           05 FILLER                  PIC X(06)   VALUE 'IDADE '.
           05 FILLER                  PIC X(06)   VALUE 'TEMPO '.
           05 FILLER                  PIC X(06)   VALUE 'PONTOS'.
       01  WSS-TAB-REGRAS REDEFINES WSS-NOMES-REGRAS.
           05 WSS-NOME-REGRA          PIC X(06)   OCCURS 3 TIMES.
      *
       01  WSS-ANO-ROTULO             PIC X(04)   VALUE SPACES.
      *
       01  WSS-LINHA-MONTADA          PIC X(80).
      *
       01  WSS-LINHA-PENDENTE         PIC X(80)   VALUE SPACES.
      *
       01  WSS-LINHA-CABECALHO.
           05 FILLER                  PIC X(10)  VALUE 'RELATORIO:'.
           05 WSS-CAB-TITULO          PIC X(40)
                  VALUE 'PREVISAO DO PASSIVO DE BENEFICIOS'.
           05 FILLER                  PIC X(10)  VALUE SPACES.
           05 FILLER                  PIC X(08)  VALUE 'PAGINA: '.
           05 WSS-CAB-PAGINA          PIC ZZZ9.
           05 FILLER                  PIC X(08)  VALUE SPACES.
      *
       01  WSS-LINHA-DETALHE.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WSS-DET-ANO             PIC X(04).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-DET-DEPTO           PIC X(03).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-DET-NOME            PIC X(14).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-DET-REGRA           PIC X(06).
           05 FILLER                  PIC X(05)  VALUE ' QTD='.
           05 WSS-DET-QTDE            PIC ZZZZ9.
           05 FILLER                  PIC X(07)  VALUE ' MENSAL'.
           05 FILLER                  PIC X(01)  VALUE '='.
           05 WSS-DET-VALOR           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                  PIC X(08)  VALUE ' S/HIST='.
           05 WSS-DET-SEM-HIST        PIC ZZZ9.
      *
       01  WSS-LINHA-TOTAL-ANO.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WSS-TLA-ANO             PIC X(04).
           05 FILLER                  PIC X(26)
                  VALUE ' TOTAL DO ANO            '.
           05 FILLER                  PIC X(05)  VALUE ' QTD='.
           05 WSS-TLA-QTDE            PIC ZZZZ9.
           05 FILLER                  PIC X(07)  VALUE ' MENSAL'.
           05 FILLER                  PIC X(01)  VALUE '='.
           05 WSS-TLA-VALOR           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                  PIC X(08)  VALUE ' S/HIST='.
           05 WSS-TLA-SEM-HIST        PIC ZZZ9.
      *
       01  WSS-LINHA-RESUMO.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WSS-RES-TEXTO           PIC X(40).
           05 WSS-RES-QTDE            PIC ZZZZZZ9.
           05 FILLER                  PIC X(31)  VALUE SPACES.
      *
       01  WSS-LINHA-RESUMO-VALOR.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 FILLER                  PIC X(40)
                  VALUE 'DESEMBOLSO MENSAL NOVO NO HORIZONTE   = '.
           05 WSS-RSV-VALOR           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                  PIC X(21)  VALUE SPACES.
      *
           COPY "AGETAB".
      *
           COPY "BENTAB".
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

           IF NOT FIM-ELEGOUT
              PERFORM ROT-LER-SALHIST
                 THRU ROT-LER-SALHIST-EXIT
              PERFORM ROT-PROCESSA-RESULTADO
                 THRU ROT-PROCESSA-RESULTADO-EXIT
                 UNTIL FIM-ELEGOUT
              PERFORM ROT-EMITE-QUADRO
                 THRU ROT-EMITE-QUADRO-EXIT
           END-IF.

           PERFORM ROT-ENCERRAMENTO
              THRU ROT-ENCERRAMENTO-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
      * VALIDA A DATA DE REFERENCIA, ABRE OS ARQUIVOS, CARREGA OS  *
      * DEPARTAMENTOS, OS LIMIARES E OS PERCENTUAIS, E GRAVA O     *
      * HEADER DO ARQUIVO DELIMITADO                               *
      *-----------------------------------------------------------*
       ROT-ABERTURA.

           MOVE ZEROS TO WSS-TAB-TOTAIS-ANO.
           MOVE ZEROS TO WSS-TOTAL-GERAL.

           MOVE LKS-DATA-EXECUCAO TO LKS-CD-DATA.

           CALL 'CHKDATA' USING LKS-CHECK-DATE.

           IF LKS-CD-INVALIDA
              DISPLAY '*** DATA DE REFERENCIA INVALIDA *** PARM = '
                       LKS-DATA-EXECUCAO
              MOVE RC-PARM-DATA-INVALIDA TO WSS-RETORNO-FINAL
              MOVE 'S' TO WSS-FIM-ELEGOUT
              GO TO ROT-ABERTURA-EXIT
           END-IF.

           MOVE LKS-DATA-EXECUCAO TO WSS-DATA-EXECUCAO.

           OPEN INPUT  ELEGOUT.

           IF FLG-ELEGOUT NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO ELEGOUT *** FLG = '
                       FLG-ELEGOUT
              MOVE 'S' TO WSS-FIM-ELEGOUT
           END-IF.

           OPEN INPUT  SALHIST.

           IF FLG-SALHIST NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO SALHIST *** FLG = '
                       FLG-SALHIST
              MOVE 'S' TO WSS-FIM-ELEGOUT
              MOVE 'S' TO WSS-FIM-SALHIST
           END-IF.

           OPEN OUTPUT PASSIVO.

           IF FLG-PASSIVO NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO PASSIVO *** FLG = '
                       FLG-PASSIVO
              MOVE 'S' TO WSS-FIM-ELEGOUT
           END-IF.

           OPEN OUTPUT RELPAS001.

           IF FLG-RELPAS001 NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO RELPAS001 *** FLG = '
                       FLG-RELPAS001
           END-IF.

           PERFORM ROT-CARREGA-DEPTAB
              THRU ROT-CARREGA-DEPTAB-EXIT.

           PERFORM ROT-CARREGA-AGETAB
              THRU ROT-CARREGA-AGETAB-EXIT.

           PERFORM ROT-CARREGA-BENPARM
              THRU ROT-CARREGA-BENPARM-EXIT.

           MOVE SPACES TO WSS-LINHA-MONTADA.

           STRING 'H;' DELIMITED BY SIZE
                  LKS-DATA-EXECUCAO DELIMITED BY SIZE
                  ';PASSIVO' DELIMITED BY SIZE
                  INTO WSS-LINHA-MONTADA.

           IF FLG-PASSIVO = '00'
              MOVE WSS-LINHA-MONTADA TO PASSIVO-LINHA
              WRITE PASSIVO-LINHA
           END-IF.

           PERFORM ROT-IMPRIME-CABECALHO
              THRU ROT-IMPRIME-CABECALHO-EXIT.

       ROT-ABERTURA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CARREGA O CADASTRO DE DEPARTAMENTOS (DEPTAB) PARA A TABELA *
      * - SEM O ARQUIVO, OS NOMES SAEM EM BRANCO (COMO NO COBOL037)*
      *-----------------------------------------------------------*
       ROT-CARREGA-DEPTAB.

           OPEN INPUT DEPTAB.

           IF FLG-DEPTAB = '00'
              PERFORM ROT-LER-DEPTAB
                 THRU ROT-LER-DEPTAB-EXIT
                 UNTIL FIM-DEPTAB
              CLOSE DEPTAB
           ELSE
              DISPLAY '*** DEPTAB INDISPONIVEL - SEM NOMES ***'
           END-IF.

       ROT-CARREGA-DEPTAB-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE UM DEPARTAMENTO DO CADASTRO PARA A TABELA               *
      *-----------------------------------------------------------*
       ROT-LER-DEPTAB.

           READ DEPTAB
              AT END
                 MOVE 'S' TO WSS-FIM-DEPTAB
           END-READ.

           IF NOT FIM-DEPTAB
              IF FLG-DEPTAB = '00'
                 IF WSS-QTD-DEPTOS < WSS-MAX-DEPTOS
                    ADD 1 TO WSS-QTD-DEPTOS
                    MOVE DEPTAB-CODIGO
                      TO WSS-DEP-CODIGO (WSS-QTD-DEPTOS)
                    MOVE DEPTAB-NOME
                      TO WSS-DEP-NOME (WSS-QTD-DEPTOS)
                    MOVE ZEROS
                      TO WSS-DEP-QUADRO (WSS-QTD-DEPTOS)
                 ELSE
                    DISPLAY '*** TABELA DE DEPARTAMENTOS ESGOTADA ***'
                    MOVE 'S' TO WSS-FIM-DEPTAB
                 END-IF
              ELSE
                 MOVE 'S' TO WSS-FIM-DEPTAB
              END-IF
           END-IF.

       ROT-LER-DEPTAB-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CARREGA OS LIMIARES DAS REGRAS - PRIMEIRO DO REPOSITORIO   *
      * VIGENCIADO (PARMSEQ), DEPOIS DO AGETAB E, NA AUSENCIA DOS  *
      * DOIS, DOS DEFAULTS DO COPY AGETAB (MESMA ORDEM DO COBOL034)*
      *-----------------------------------------------------------*
       ROT-CARREGA-AGETAB.

           PERFORM ROT-CARREGA-PARMSEQ
              THRU ROT-CARREGA-PARMSEQ-EXIT.

           IF ACHOU-PARAMETRO
              GO TO ROT-CARREGA-AGETAB-EXIT
           END-IF.

           OPEN INPUT AGETAB.

           IF FLG-AGETAB = '00'
              READ AGETAB
              IF FLG-AGETAB = '00'
                 MOVE AGETAB-IDADE-MINIMA-HOMEM
                   TO TAB-IDADE-MINIMA-HOMEM
                 MOVE AGETAB-IDADE-MINIMA-MULHER
                   TO TAB-IDADE-MINIMA-MULHER
                 IF AGETAB-TEMPO-MINIMO-HOMEM NUMERIC
                    AND AGETAB-TEMPO-MINIMO-HOMEM > ZERO
                    MOVE AGETAB-TEMPO-MINIMO-HOMEM
                      TO TAB-TEMPO-MINIMO-HOMEM
                    MOVE AGETAB-TEMPO-MINIMO-MULHER
                      TO TAB-TEMPO-MINIMO-MULHER
                    MOVE AGETAB-PONTOS-MINIMO-HOMEM
                      TO TAB-PONTOS-MINIMO-HOMEM
                    MOVE AGETAB-PONTOS-MINIMO-MULHER
                      TO TAB-PONTOS-MINIMO-MULHER
                 END-IF
              END-IF
              CLOSE AGETAB
           ELSE
              DISPLAY '*** AGETAB INDISPONIVEL - USANDO DEFAULT ***'
           END-IF.

       ROT-CARREGA-AGETAB-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * BUSCA OS LIMIARES NO REPOSITORIO VIGENCIADO DE PARAMETROS  *
      * (PARMSEQ) - VALE O REGISTRO 'AGETAB' DE MAIOR DATA DE      *
      * VIGENCIA MENOR OU IGUAL A DATA DE REFERENCIA               *
      *-----------------------------------------------------------*
       ROT-CARREGA-PARMSEQ.

           MOVE 'N'  TO WSS-ACHOU-PARAMETRO.
           MOVE 'N'  TO WSS-FIM-PARMSEQ.
           MOVE ZERO TO WSS-VIGENCIA-ACHADA.

           OPEN INPUT PARMSEQ.

           IF FLG-PARMSEQ = '00'
              PERFORM ROT-LER-PARMSEQ
                 THRU ROT-LER-PARMSEQ-EXIT
                 UNTIL FIM-PARMSEQ
              CLOSE PARMSEQ
           END-IF.

       ROT-CARREGA-PARMSEQ-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE UM PARAMETRO DO PARMSEQ E RETEM O 'AGETAB' DE MAIOR     *
      * VIGENCIA DENTRO DA DATA DE REFERENCIA                      *
      *-----------------------------------------------------------*
       ROT-LER-PARMSEQ.

           READ PARMSEQ
              AT END
                 MOVE 'S' TO WSS-FIM-PARMSEQ
           END-READ.

           IF NOT FIM-PARMSEQ
              IF FLG-PARMSEQ = '00'
                 IF PRMB0001-TIPO = 'AGETAB  '
                    AND PRMB0001-DATA-VIGENCIA <= LKS-DATA-EXECUCAO
                    AND PRMB0001-DATA-VIGENCIA
                        >= WSS-VIGENCIA-ACHADA
                    MOVE PRMB0001-DATA-VIGENCIA
                      TO WSS-VIGENCIA-ACHADA
                    MOVE PRMB0001-IDADE-HOMEM
                      TO TAB-IDADE-MINIMA-HOMEM
                    MOVE PRMB0001-IDADE-MULHER
                      TO TAB-IDADE-MINIMA-MULHER
                    IF PRMB0001-TEMPO-HOMEM NUMERIC
                       AND PRMB0001-TEMPO-HOMEM > ZERO
                       MOVE PRMB0001-TEMPO-HOMEM
                         TO TAB-TEMPO-MINIMO-HOMEM
                       MOVE PRMB0001-TEMPO-MULHER
                         TO TAB-TEMPO-MINIMO-MULHER
                       MOVE PRMB0001-PONTOS-HOMEM
                         TO TAB-PONTOS-MINIMO-HOMEM
                       MOVE PRMB0001-PONTOS-MULHER
                         TO TAB-PONTOS-MINIMO-MULHER
                    END-IF
                    MOVE 'S' TO WSS-ACHOU-PARAMETRO
                 END-IF
              ELSE
                 DISPLAY '*** ERRO NA LEITURA DO PARMSEQ *** FLG = '
                          FLG-PARMSEQ
                 MOVE 'S' TO WSS-FIM-PARMSEQ
              END-IF
           END-IF.

       ROT-LER-PARMSEQ-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CARREGA OS PERCENTUAIS DO BENEFICIO DO BENPARM, SE         *
      * DISPONIVEL, NOS MOLDES DO COBOL036                         *
      *-----------------------------------------------------------*
       ROT-CARREGA-BENPARM.

           OPEN INPUT BENPARM.

           IF FLG-BENPARM = '00'
              READ BENPARM
              IF FLG-BENPARM = '00'
                 MOVE BENPARM-PERC-BASE      TO TAB-PERC-BASE
                 MOVE BENPARM-PERC-ADICIONAL TO TAB-PERC-ADICIONAL
              END-IF
              CLOSE BENPARM
           ELSE
              DISPLAY '*** BENPARM INDISPONIVEL - USANDO DEFAULT ***'
           END-IF.

       ROT-CARREGA-BENPARM-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE UM RESULTADO DE ELEGIBILIDADE E APURA O PASSIVO DO      *
      * FUNCIONARIO                                                *
      *-----------------------------------------------------------*
       ROT-PROCESSA-RESULTADO.

           READ ELEGOUT
              AT END
                 MOVE 'S' TO WSS-FIM-ELEGOUT
           END-READ.

           IF NOT FIM-ELEGOUT
              IF FLG-ELEGOUT = '00'
                 ADD 1 TO WSS-CONT-LIDOS
                 PERFORM ROT-APURA-FUNCIONARIO
                    THRU ROT-APURA-FUNCIONARIO-EXIT
              ELSE
                 DISPLAY '*** ERRO NA LEITURA DO ELEGOUT *** FLG = '
                          FLG-ELEGOUT
                 MOVE 'S' TO WSS-FIM-ELEGOUT
              END-IF
           END-IF.

       ROT-PROCESSA-RESULTADO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * DETERMINA O ANO DA PRIMEIRA ELEGIBILIDADE E A REGRA, SOMA  *
      * O SALHIST DA MATRICULA E ACUMULA O BENEFICIO NO QUADRO     *
      *-----------------------------------------------------------*
       ROT-APURA-FUNCIONARIO.

           IF ELGB0001-SEXO = 'M'
              MOVE TAB-IDADE-MINIMA-HOMEM   TO WSS-LIMIAR-SEXO
              MOVE TAB-TEMPO-MINIMO-HOMEM   TO WSS-LIMIAR-TEMPO
              MOVE TAB-PONTOS-MINIMO-HOMEM  TO WSS-LIMIAR-PONTOS
           ELSE
              MOVE TAB-IDADE-MINIMA-MULHER  TO WSS-LIMIAR-SEXO
              MOVE TAB-TEMPO-MINIMO-MULHER  TO WSS-LIMIAR-TEMPO
              MOVE TAB-PONTOS-MINIMO-MULHER TO WSS-LIMIAR-PONTOS
           END-IF.

           MOVE ZERO TO WSS-ANO-ELEGIVEL.
           MOVE ZERO TO WSS-REGRA-ELEGIVEL.

           IF ELGB0001-APOSENTAVEL
              MOVE 1 TO WSS-ANO-ELEGIVEL
              MOVE ELGB0001-ANOS-CONTRIB TO WSS-TEMPO-NA-ELEGIBILIDADE
              EVALUATE 'S'
                 WHEN ELGB0001-REGRA-IDADE
                    MOVE 1 TO WSS-REGRA-ELEGIVEL
                 WHEN ELGB0001-REGRA-TEMPO
                    MOVE 2 TO WSS-REGRA-ELEGIVEL
                 WHEN OTHER
                    MOVE 3 TO WSS-REGRA-ELEGIVEL
              END-EVALUATE
           ELSE
              PERFORM ROT-PROJETA-UM-ANO
                 THRU ROT-PROJETA-UM-ANO-EXIT
                 VARYING WSS-ANO-PROJECAO FROM 1 BY 1
                 UNTIL WSS-ANO-PROJECAO > WSS-HORIZONTE-PROJECAO
                    OR WSS-ANO-ELEGIVEL > ZERO
           END-IF.

           PERFORM ROT-POSICIONA-SALHIST
              THRU ROT-POSICIONA-SALHIST-EXIT.

           MOVE ZERO TO WSS-SOMA-SALARIOS.
           MOVE ZERO TO WSS-QTD-MESES.

           PERFORM ROT-ACUMULA-SALARIO
              THRU ROT-ACUMULA-SALARIO-EXIT
              UNTIL FIM-SALHIST
                 OR WSS-CHAVE-SAL NOT = ELGB0001-MATRICULA.

           IF WSS-ANO-ELEGIVEL = ZERO
              ADD 1 TO WSS-CONT-FORA-HORIZONTE
              GO TO ROT-APURA-FUNCIONARIO-EXIT
           END-IF.

           ADD 1 TO WSS-CONT-PREVISTOS.

           PERFORM ROT-LOCALIZA-DEPTO
              THRU ROT-LOCALIZA-DEPTO-EXIT.

           IF WSS-IDX-ACHADO = ZERO
              GO TO ROT-APURA-FUNCIONARIO-EXIT
           END-IF.

           IF WSS-QTD-MESES = ZERO
              ADD 1 TO WSS-CONT-SEM-HISTORICO
              ADD 1 TO WSS-DEP-SEM-HIST (WSS-IDX-ACHADO,
                       WSS-ANO-ELEGIVEL, WSS-REGRA-ELEGIVEL)
              ADD 1 TO WSS-TAN-SEM-HIST (WSS-ANO-ELEGIVEL)
              ADD 1 TO WSS-TGE-SEM-HIST
              GO TO ROT-APURA-FUNCIONARIO-EXIT
           END-IF.

           PERFORM ROT-CALCULA-BENEFICIO
              THRU ROT-CALCULA-BENEFICIO-EXIT.

           ADD 1 TO WSS-DEP-QTDE (WSS-IDX-ACHADO,
                    WSS-ANO-ELEGIVEL, WSS-REGRA-ELEGIVEL).
           ADD WSS-BENEFICIO TO WSS-DEP-VALOR (WSS-IDX-ACHADO,
                    WSS-ANO-ELEGIVEL, WSS-REGRA-ELEGIVEL).
           ADD 1             TO WSS-TAN-QTDE (WSS-ANO-ELEGIVEL).
           ADD WSS-BENEFICIO TO WSS-TAN-VALOR (WSS-ANO-ELEGIVEL).
           ADD 1             TO WSS-TGE-QTDE.
           ADD WSS-BENEFICIO TO WSS-TGE-VALOR.

       ROT-APURA-FUNCIONARIO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * TESTA UM ANO DA PROJECAO - IDADE E TEMPO DE CONTRIBUICAO   *
      * AVANCAM UM ANO; A PRIMEIRA REGRA ATENDIDA (NA ORDEM IDADE, *
      * TEMPO, PONTOS) DEFINE A REGRA DO PASSIVO                   *
      *-----------------------------------------------------------*
       ROT-PROJETA-UM-ANO.

           COMPUTE WSS-IDADE-PROJETADA =
              ELGB0001-IDADE + WSS-ANO-PROJECAO.

           COMPUTE WSS-TEMPO-PROJETADO =
              ELGB0001-ANOS-CONTRIB + WSS-ANO-PROJECAO.

           COMPUTE WSS-PONTOS-PROJETADOS =
              WSS-IDADE-PROJETADA + WSS-TEMPO-PROJETADO
              ON SIZE ERROR
                 MOVE 999 TO WSS-PONTOS-PROJETADOS
           END-COMPUTE.

           EVALUATE TRUE
              WHEN WSS-IDADE-PROJETADA > WSS-LIMIAR-SEXO
                 MOVE 1 TO WSS-REGRA-ELEGIVEL
              WHEN WSS-TEMPO-PROJETADO >= WSS-LIMIAR-TEMPO
                 MOVE 2 TO WSS-REGRA-ELEGIVEL
              WHEN WSS-PONTOS-PROJETADOS >= WSS-LIMIAR-PONTOS
                 MOVE 3 TO WSS-REGRA-ELEGIVEL
              WHEN OTHER
                 GO TO ROT-PROJETA-UM-ANO-EXIT
           END-EVALUATE.

           COMPUTE WSS-ANO-ELEGIVEL = WSS-ANO-PROJECAO + 1.

           MOVE WSS-TEMPO-PROJETADO TO WSS-TEMPO-NA-ELEGIBILIDADE.

       ROT-PROJETA-UM-ANO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CALCULA O BENEFICIO MENSAL PELA REGRA DO COBOL036, COM O   *
      * TEMPO DE CONTRIBUICAO DO ANO DA PRIMEIRA ELEGIBILIDADE     *
      *-----------------------------------------------------------*
       ROT-CALCULA-BENEFICIO.

           COMPUTE WSS-MEDIA-SALARIO ROUNDED =
              WSS-SOMA-SALARIOS / WSS-QTD-MESES.

           COMPUTE WSS-ANOS-EXCEDENTES =
              WSS-TEMPO-NA-ELEGIBILIDADE - WSS-LIMIAR-TEMPO.

           IF WSS-ANOS-EXCEDENTES < ZERO
              MOVE ZERO TO WSS-ANOS-EXCEDENTES
           END-IF.

           COMPUTE WSS-PERC-APLICADO =
              TAB-PERC-BASE
              + (TAB-PERC-ADICIONAL * WSS-ANOS-EXCEDENTES)
              ON SIZE ERROR
                 MOVE 100,00 TO WSS-PERC-APLICADO
           END-COMPUTE.

           IF WSS-PERC-APLICADO > 100,00
              MOVE 100,00 TO WSS-PERC-APLICADO
           END-IF.

           COMPUTE WSS-BENEFICIO ROUNDED =
              WSS-MEDIA-SALARIO * WSS-PERC-APLICADO / 100.

       ROT-CALCULA-BENEFICIO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LOCALIZA (OU ABRE) A LINHA DO DEPARTAMENTO NA TABELA       *
      *-----------------------------------------------------------*
       ROT-LOCALIZA-DEPTO.

           MOVE ELGB0001-DEPTO TO WSS-DEPTO-PROCURADO.
           MOVE ZERO           TO WSS-IDX-ACHADO.

           PERFORM ROT-PROCURA-DEPTO
              THRU ROT-PROCURA-DEPTO-EXIT
              VARYING WSS-IDX-DEPTO FROM 1 BY 1
              UNTIL WSS-IDX-DEPTO > WSS-QTD-DEPTOS
                 OR WSS-IDX-ACHADO > ZERO.

           IF WSS-IDX-ACHADO = ZERO
              IF WSS-QTD-DEPTOS < WSS-MAX-DEPTOS
                 ADD 1 TO WSS-QTD-DEPTOS
                 MOVE WSS-QTD-DEPTOS TO WSS-IDX-ACHADO
                 MOVE WSS-DEPTO-PROCURADO
                   TO WSS-DEP-CODIGO (WSS-IDX-ACHADO)
                 MOVE SPACES
                   TO WSS-DEP-NOME (WSS-IDX-ACHADO)
                 MOVE ZEROS
                   TO WSS-DEP-QUADRO (WSS-IDX-ACHADO)
              ELSE
                 DISPLAY '*** TABELA DE DEPARTAMENTOS ESGOTADA ***'
                 MOVE RC-REJEITOS-ENCONTRADOS TO WSS-RETORNO-FINAL
              END-IF
           END-IF.

       ROT-LOCALIZA-DEPTO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * COMPARA UMA LINHA DA TABELA COM O DEPARTAMENTO PROCURADO   *
      *-----------------------------------------------------------*
       ROT-PROCURA-DEPTO.

           IF WSS-DEP-CODIGO (WSS-IDX-DEPTO) = WSS-DEPTO-PROCURADO
              MOVE WSS-IDX-DEPTO TO WSS-IDX-ACHADO
           END-IF.

       ROT-PROCURA-DEPTO-EXIT.

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
      * AVANCA O HISTORICO ATE A MATRICULA EM PROCESSAMENTO (OS    *
      * DOIS ARQUIVOS ESTAO ORDENADOS)                             *
      *-----------------------------------------------------------*
       ROT-POSICIONA-SALHIST.

           PERFORM ROT-LER-SALHIST
              THRU ROT-LER-SALHIST-EXIT
              UNTIL WSS-CHAVE-SAL NOT < ELGB0001-MATRICULA.

       ROT-POSICIONA-SALHIST-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * ACUMULA UM SALARIO DO HISTORICO DA MATRICULA CORRENTE E    *
      * AVANCA PARA O PROXIMO                                      *
      *-----------------------------------------------------------*
       ROT-ACUMULA-SALARIO.

           ADD SALB0001-SALARIO TO WSS-SOMA-SALARIOS.
           ADD 1                TO WSS-QTD-MESES.

           PERFORM ROT-LER-SALHIST
              THRU ROT-LER-SALHIST-EXIT.

       ROT-ACUMULA-SALARIO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * EMITE O QUADRO - PARA CADA ANO, AS LINHAS DE DEPARTAMENTO  *
      * X REGRA COM MOVIMENTO E O TOTAL DO ANO                     *
      *-----------------------------------------------------------*
       ROT-EMITE-QUADRO.

           PERFORM ROT-EMITE-ANO
              THRU ROT-EMITE-ANO-EXIT
              VARYING WSS-IDX-ANO FROM 1 BY 1
              UNTIL WSS-IDX-ANO > 6.

       ROT-EMITE-QUADRO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * EMITE AS LINHAS DE UM ANO DO QUADRO E O TOTAL DO ANO - O   *
      * ANO 1 DO QUADRO SAO OS JA ELEGIVEIS NA DATA DE REFERENCIA  *
      *-----------------------------------------------------------*
       ROT-EMITE-ANO.

           IF WSS-IDX-ANO = 1
              MOVE 'HOJE' TO WSS-ANO-ROTULO
           ELSE
              COMPUTE WSS-ANO-CALENDARIO =
                 WSS-EXEC-ANO + WSS-IDX-ANO - 1
              MOVE WSS-ANO-CALENDARIO TO WSS-ANO-ROTULO
           END-IF.

           PERFORM ROT-EMITE-DEPTO
              THRU ROT-EMITE-DEPTO-EXIT
              VARYING WSS-IDX-DEPTO FROM 1 BY 1
              UNTIL WSS-IDX-DEPTO > WSS-QTD-DEPTOS.

           MOVE WSS-ANO-ROTULO              TO WSS-TLA-ANO.
           MOVE WSS-TAN-QTDE (WSS-IDX-ANO)  TO WSS-TLA-QTDE.
           MOVE WSS-TAN-VALOR (WSS-IDX-ANO) TO WSS-TLA-VALOR.
           MOVE WSS-TAN-SEM-HIST (WSS-IDX-ANO)
             TO WSS-TLA-SEM-HIST.
           MOVE WSS-LINHA-TOTAL-ANO TO RELPAS001-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           MOVE SPACES TO RELPAS001-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

       ROT-EMITE-ANO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * EMITE AS REGRAS DE UM DEPARTAMENTO NO ANO CORRENTE         *
      *-----------------------------------------------------------*
       ROT-EMITE-DEPTO.

           PERFORM ROT-EMITE-CELULA
              THRU ROT-EMITE-CELULA-EXIT
              VARYING WSS-IDX-REGRA FROM 1 BY 1
              UNTIL WSS-IDX-REGRA > 3.

       ROT-EMITE-DEPTO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * EMITE UMA CELULA DO QUADRO (ANO X DEPARTAMENTO X REGRA) NO *
      * RELATORIO E NO ARQUIVO DELIMITADO, SE HOUVER MOVIMENTO     *
      *-----------------------------------------------------------*
       ROT-EMITE-CELULA.

           IF WSS-DEP-QTDE (WSS-IDX-DEPTO, WSS-IDX-ANO,
                            WSS-IDX-REGRA) = ZERO
              AND WSS-DEP-SEM-HIST (WSS-IDX-DEPTO, WSS-IDX-ANO,
                                    WSS-IDX-REGRA) = ZERO
              GO TO ROT-EMITE-CELULA-EXIT
           END-IF.

           MOVE WSS-ANO-ROTULO TO WSS-DET-ANO.
           MOVE WSS-DEP-CODIGO (WSS-IDX-DEPTO) TO WSS-DET-DEPTO.
           MOVE WSS-DEP-NOME (WSS-IDX-DEPTO)   TO WSS-DET-NOME.
           MOVE WSS-NOME-REGRA (WSS-IDX-REGRA) TO WSS-DET-REGRA.
           MOVE WSS-DEP-QTDE (WSS-IDX-DEPTO, WSS-IDX-ANO,
                              WSS-IDX-REGRA)
             TO WSS-DET-QTDE WSS-QTDE-TEXTO.
           MOVE WSS-DEP-VALOR (WSS-IDX-DEPTO, WSS-IDX-ANO,
                               WSS-IDX-REGRA)
             TO WSS-DET-VALOR WSS-VALOR-TEXTO.
           MOVE WSS-DEP-SEM-HIST (WSS-IDX-DEPTO, WSS-IDX-ANO,
                                  WSS-IDX-REGRA)
             TO WSS-DET-SEM-HIST WSS-SEM-HIST-TEXTO.
           MOVE WSS-LINHA-DETALHE TO RELPAS001-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           MOVE SPACES TO WSS-LINHA-MONTADA.

           STRING 'D;'                DELIMITED BY SIZE
                  WSS-ANO-ROTULO      DELIMITED BY SIZE
                  ';'                 DELIMITED BY SIZE
                  WSS-DEP-CODIGO (WSS-IDX-DEPTO)
                                      DELIMITED BY SIZE
                  ';'                 DELIMITED BY SIZE
                  WSS-NOME-REGRA (WSS-IDX-REGRA)
                                      DELIMITED BY SPACE
                  ';'                 DELIMITED BY SIZE
                  WSS-QTDE-TEXTO      DELIMITED BY SIZE
                  ';'                 DELIMITED BY SIZE
                  WSS-VALOR-TEXTO     DELIMITED BY SIZE
                  ';'                 DELIMITED BY SIZE
                  WSS-SEM-HIST-TEXTO  DELIMITED BY SIZE
                  INTO WSS-LINHA-MONTADA.

           IF FLG-PASSIVO = '00'
              MOVE WSS-LINHA-MONTADA TO PASSIVO-LINHA
              WRITE PASSIVO-LINHA
              ADD 1 TO WSS-CONT-LINHAS-PASSIVO
           END-IF.

       ROT-EMITE-CELULA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME O CABECALHO DE UMA NOVA PAGINA DO RELATORIO        *
      *-----------------------------------------------------------*
       ROT-IMPRIME-CABECALHO.

           ADD 1 TO WSS-NUM-PAGINA.

           MOVE WSS-NUM-PAGINA      TO WSS-CAB-PAGINA.
           MOVE WSS-LINHA-CABECALHO TO RELPAS001-LINHA.

           IF FLG-RELPAS001 = '00'
              WRITE RELPAS001-LINHA
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
              MOVE RELPAS001-LINHA TO WSS-LINHA-PENDENTE
              PERFORM ROT-IMPRIME-CABECALHO
                 THRU ROT-IMPRIME-CABECALHO-EXIT
              MOVE WSS-LINHA-PENDENTE TO RELPAS001-LINHA
           END-IF.

           IF FLG-RELPAS001 = '00'
              WRITE RELPAS001-LINHA
           END-IF.

           ADD 1 TO WSS-LINHAS-PAGINA.

       ROT-IMPRIME-LINHA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME UMA LINHA DO RESUMO FINAL                          *
      *-----------------------------------------------------------*
       ROT-IMPRIME-RESUMO.

           MOVE WSS-LINHA-RESUMO TO RELPAS001-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

       ROT-IMPRIME-RESUMO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME O RESUMO, GRAVA O TRAILER DO ARQUIVO DELIMITADO,   *
      * FECHA OS ARQUIVOS E EXIBE OS TOTAIS                        *
      *-----------------------------------------------------------*
       ROT-ENCERRAMENTO.

           IF WSS-RETORNO-FINAL = RC-PARM-DATA-INVALIDA
              GO TO ROT-ENCERRAMENTO-FIM
           END-IF.

           MOVE 'FUNCIONARIOS AVALIADOS                = '
             TO WSS-RES-TEXTO.
           MOVE WSS-CONT-LIDOS TO WSS-RES-QTDE.
           PERFORM ROT-IMPRIME-RESUMO
              THRU ROT-IMPRIME-RESUMO-EXIT.

           MOVE 'ELEGIVEIS HOJE OU EM ATE CINCO ANOS   = '
             TO WSS-RES-TEXTO.
           MOVE WSS-CONT-PREVISTOS TO WSS-RES-QTDE.
           PERFORM ROT-IMPRIME-RESUMO
              THRU ROT-IMPRIME-RESUMO-EXIT.

           MOVE '  COM BENEFICIO CALCULADO             = '
             TO WSS-RES-TEXTO.
           MOVE WSS-TGE-QTDE TO WSS-RES-QTDE.
           PERFORM ROT-IMPRIME-RESUMO
              THRU ROT-IMPRIME-RESUMO-EXIT.

           MOVE '  SEM HISTORICO DE SALARIOS (SEM VALOR)= '
             TO WSS-RES-TEXTO.
           MOVE WSS-TGE-SEM-HIST TO WSS-RES-QTDE.
           PERFORM ROT-IMPRIME-RESUMO
              THRU ROT-IMPRIME-RESUMO-EXIT.

           MOVE 'FORA DO HORIZONTE DE CINCO ANOS       = '
             TO WSS-RES-TEXTO.
           MOVE WSS-CONT-FORA-HORIZONTE TO WSS-RES-QTDE.
           PERFORM ROT-IMPRIME-RESUMO
              THRU ROT-IMPRIME-RESUMO-EXIT.

           MOVE WSS-TGE-VALOR TO WSS-RSV-VALOR.
           MOVE WSS-LINHA-RESUMO-VALOR TO RELPAS001-LINHA.
           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           MOVE SPACES TO WSS-LINHA-MONTADA.

           STRING 'T;' DELIMITED BY SIZE
                  WSS-CONT-LINHAS-PASSIVO DELIMITED BY SIZE
                  INTO WSS-LINHA-MONTADA.

           IF FLG-PASSIVO = '00'
              MOVE WSS-LINHA-MONTADA TO PASSIVO-LINHA
              WRITE PASSIVO-LINHA
           END-IF.

           CLOSE ELEGOUT.
           CLOSE SALHIST.
           CLOSE PASSIVO.
           CLOSE RELPAS001.

           IF WSS-CONT-SEM-HISTORICO > ZERO
              AND WSS-RETORNO-FINAL = ZERO
              MOVE RC-REJEITOS-ENCONTRADOS TO WSS-RETORNO-FINAL
           END-IF.

           DISPLAY '***************************************'.
           DISPLAY '* FUNCIONARIOS AVALIADOS = ' WSS-CONT-LIDOS.
           DISPLAY '* ELEGIVEIS NO HORIZONTE = ' WSS-CONT-PREVISTOS.
           DISPLAY '* SEM HISTORICO SALARIAL = '
                    WSS-CONT-SEM-HISTORICO.
           DISPLAY '* FORA DO HORIZONTE      = '
                    WSS-CONT-FORA-HORIZONTE.
           DISPLAY '***************************************'.

       ROT-ENCERRAMENTO-FIM.

           MOVE WSS-RETORNO-FINAL TO RETURN-CODE.

       ROT-ENCERRAMENTO-EXIT.

           EXIT.

       END PROGRAM COBOL048.

      ********************* FIM DO PROGRAMA ****************************
