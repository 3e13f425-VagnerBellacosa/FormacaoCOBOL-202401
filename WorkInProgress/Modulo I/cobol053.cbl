      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : VARREDURA SEMANAL DE INTEGRIDADE REFERENCIAL DO
      *            CATALOGO - CARREGA EM TABELA INDEXADA PELO CODIGO A
      *            SITUACAO DE CADA ITEM DO CATALOGO (DESCARGA DO
      *            KSDS) E A PRESENCA NO ARQUIVO MORTO (CATARQ), E
      *            CONFERE CONTRA ELAS OS ARQUIVOS SATELITES: CATHIST
      *            (ORDENADO POR CODIGO + DATA/HORA), CATPENDM,
      *            CATAPROV, SUSPCAT, FORXREF E O MATERIAL DAS
      *            FIGURAS (FIGTRAN). CADA ORFAO OU CONTRADICAO SAI NO
      *            RELINT001 COM O ARQUIVO, A REGRA E A GRAVIDADE, E
      *            O RESUMO FINAL CONTA AS OCORRENCIAS POR REGRA.
      *            QUEBRA GRAVE DEVOLVE RC 915; SO AVISOS, RC 4
      * CPD      : INEFE
      *****************************************************************
      * HISTORICO DE ALTERACOES
      * 15/10/2026  VRB  VERSAO ORIGINAL DO PROGRAMA
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL053.
       AUTHOR. VAGNER BELLACOSA.
       DATE-WRITTEN. 15/10/26 @ 22:30:00.
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
         SELECT CATET001        ASSIGN TO CATET001
         FILE STATUS FLG-CAT001.
      *
         SELECT OPTIONAL CATARQ ASSIGN TO CATARQ
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-CATARQ.
      *
         SELECT OPTIONAL CATHIST ASSIGN TO CATHIST
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-CATHIST.
      *
         SELECT OPTIONAL CATPENDM ASSIGN TO CATPENDM
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-CATPENDM.
      *
         SELECT OPTIONAL CATAPROV ASSIGN TO CATAPROV
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-CATAPROV.
      *
         SELECT OPTIONAL SUSPCAT ASSIGN TO SUSPCAT
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-SUSPCAT.
      *
         SELECT OPTIONAL FORXREF ASSIGN TO FORXREF
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-FORXREF.
      *
         SELECT OPTIONAL FIGTRAN ASSIGN TO FIGTRAN
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-FIGTRAN.
      *
         SELECT RELINT001       ASSIGN TO RELINT001
         FILE STATUS FLG-RELINT001.
      *
      ***************
       DATA DIVISION.
      ***************
      *
       FILE SECTION.
      *
       FD  CATET001
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY "CATB0001".
      *
       FD  CATARQ
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
      *
       01  CATARQ-REGISTRO.
           05 CATARQ-CODIGO           PIC X(05).
           05 FILLER                  PIC X(75).
           05 CATARQ-DATA-MOVIMENTO   PIC 9(08).
           05 FILLER                  PIC X(12).
      *
       FD  CATHIST
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
      *
           COPY "CATB0001H".
      *
       FD  CATPENDM
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 81 CHARACTERS.
      *
       01  CATPENDM-REGISTRO           PIC X(81).
      *
       FD  CATAPROV
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
      *
           COPY "CATB0001A".
      *
       FD  SUSPCAT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS.
      *
           COPY "CATB0001S".
      *
       FD  FORXREF
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY "FORB0001X".
      *
       FD  FIGTRAN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 33 CHARACTERS.
      *
           COPY "FIGB0001".
      *
       FD  RELINT001
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  RELINT001-LINHA             PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       77  FLG-CAT001                 PIC X(02).
       77  FLG-CATARQ                 PIC X(02).
       77  FLG-CATHIST                PIC X(02).
       77  FLG-CATPENDM               PIC X(02).
       77  FLG-CATAPROV               PIC X(02).
       77  FLG-SUSPCAT                PIC X(02).
       77  FLG-FORXREF                PIC X(02).
       77  FLG-FIGTRAN                PIC X(02).
       77  FLG-RELINT001              PIC X(02).
       77  WSS-FIM-ARQUIVO            PIC X(01)   VALUE 'N'.
           88 FIM-ARQUIVO                         VALUE 'S'.
       77  WSS-ABORTA                 PIC X(01)   VALUE 'N'.
           88 ABORTA                              VALUE 'S'.
       77  WSS-DATA-HOJE              PIC 9(08)   VALUE ZERO.
       77  WSS-LINHAS-PAGINA          PIC 9(02)   VALUE ZERO.
       77  WSS-MAX-LINHAS             PIC 9(02)   VALUE 50.
       77  WSS-NUM-PAGINA             PIC 9(04)   VALUE ZERO.
       77  WSS-RETORNO-FINAL          PIC 9(03)   VALUE ZERO.
       77  WSS-CONT-GRAVES            PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-AVISOS            PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-LIDOS             PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-CATALOGO          PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-ARQUIVADOS        PIC 9(07)   VALUE ZERO.
      *
      *    CONFERENCIA DO REGISTRO CORRENTE DE UM ARQUIVO SATELITE
      *
       77  WSS-ARQUIVO-ATUAL          PIC X(08)   VALUE SPACES.
       77  WSS-REGRA                  PIC 9(02)   VALUE ZERO.
       77  WSS-INFO                   PIC X(10)   VALUE SPACES.
       77  WSS-MOV-ACAO               PIC X(01)   VALUE SPACE.
       77  WSS-REGRA-BASE             PIC 9(02)   VALUE ZERO.
       01  WSS-COD-TEXTO              PIC X(05)   VALUE SPACES.
       01  WSS-COD-NUMERICO REDEFINES WSS-COD-TEXTO
                                      PIC 9(05).
       77  WSS-IDX-COD                PIC 9(05)   VALUE ZERO.
       77  WSS-MAX-COD                PIC 9(05)   VALUE 99999.
      *
      *    CONTROLE DE QUEBRA DO CATHIST
      *
       77  WSS-HIS-CODIGO             PIC 9(05)   VALUE ZERO.
       77  WSS-HIS-ULT-ACAO           PIC X(01)   VALUE SPACE.
       77  WSS-HIS-GRUPO-ABERTO       PIC X(01)   VALUE 'N'.
           88 HIS-GRUPO-ABERTO                    VALUE 'S'.
      *
      *    VISAO DO MOVIMENTO DE MANUTENCAO (CATPENDM E IMAGEM DO
      *    MOVIMENTO NO CATAPROV) - ACAO, CODIGO E INDICADOR DE
      *    HEADER/TRAILER DO LOTE
      *
       01  WSS-MOVIMENTO              PIC X(81)   VALUE SPACES.
       01  WSS-MOVIMENTO-R REDEFINES WSS-MOVIMENTO.
           05 WSS-MVT-ACAO            PIC X(01).
           05 WSS-MVT-CODIGO          PIC X(05).
           05 FILLER                  PIC X(75).
       01  WSS-MOVIMENTO-CTL REDEFINES WSS-MOVIMENTO.
           05 WSS-MVT-INDICADOR       PIC X(05).
           05 FILLER                  PIC X(76).
      *
      *    TABELA INDEXADA PELO CODIGO DO CATALOGO - SITUACAO NO
      *    KSDS (ESPACO = AUSENTE, 'A' = ATIVO), PRESENCA NO ARQUIVO
      *    MORTO E PRESENCA NO HISTORICO DE VERSOES
      *
       01  WSS-TAB-CODIGOS.
           05 WSS-COD-OCORRE          OCCURS 99999 TIMES.
              10 WSS-COD-SITUACAO     PIC X(01).
              10 WSS-COD-ARQUIVADO    PIC X(01).
              10 WSS-COD-HISTORICO    PIC X(01).
      *
      *    REGRAS DA VARREDURA - ARQUIVO, GRAVIDADE (G = GRAVE,
      *    A = AVISO) E DESCRICAO
      *
       01  WSS-TEXTOS-REGRAS.
           05 FILLER                  PIC X(54)   VALUE
              'KSDS    GCODIGO ATIVO NO CATALOGO E NO ARQUIVO MORTO'.
           05 FILLER                  PIC X(54)   VALUE
              'KSDS    ACODIGO INATIVO NO CATALOGO E NO ARQUIVO MORTO'.
           05 FILLER                  PIC X(54)   VALUE
              'CATHIST AHISTORICO DE CODIGO FORA DO CATALOGO/MORTO'.
           05 FILLER                  PIC X(54)   VALUE
              'CATHIST AEXCLUIDO NO HISTORICO E PRESENTE NO KSDS'.
           05 FILLER                  PIC X(54)   VALUE
              'CATHIST AITEM DO CATALOGO SEM NENHUMA VERSAO'.
           05 FILLER                  PIC X(54)   VALUE
              'CATPENDMGMOVIMENTO PENDENTE PARA CODIGO INEXISTENTE'.
           05 FILLER                  PIC X(54)   VALUE
              'CATPENDMGMOVIMENTO PENDENTE PARA CODIGO ARQUIVADO'.
           05 FILLER                  PIC X(54)   VALUE
              'CATPENDMAINCLUSAO PENDENTE DE CODIGO JA EXISTENTE'.
           05 FILLER                  PIC X(54)   VALUE
              'CATAPROVGAPROVACAO PARA CODIGO INEXISTENTE'.
           05 FILLER                  PIC X(54)   VALUE
              'CATAPROVGAPROVACAO PARA CODIGO ARQUIVADO'.
           05 FILLER                  PIC X(54)   VALUE
              'CATAPROVAINCLUSAO EM APROVACAO DE CODIGO EXISTENTE'.
           05 FILLER                  PIC X(54)   VALUE
              'SUSPCAT GSUSPENSO DE CODIGO ARQUIVADO'.
           05 FILLER                  PIC X(54)   VALUE
              'SUSPCAT ASUSPENSO SEM ITEM NO CATALOGO'.
           05 FILLER                  PIC X(54)   VALUE
              'FORXREF GDE/PARA APONTA CODIGO INEXISTENTE'.
           05 FILLER                  PIC X(54)   VALUE
              'FORXREF GDE/PARA APONTA CODIGO ARQUIVADO'.
           05 FILLER                  PIC X(54)   VALUE
              'FORXREF GDE/PARA APONTA CODIGO DESCONTINUADO'.
           05 FILLER                  PIC X(54)   VALUE
              'FORXREF ADE/PARA APONTA CODIGO BLOQUEADO/PENDENTE'.
           05 FILLER                  PIC X(54)   VALUE
              'FIGTRAN GMATERIAL INEXISTENTE NO CATALOGO'.
           05 FILLER                  PIC X(54)   VALUE
              'FIGTRAN GMATERIAL ARQUIVADO'.
           05 FILLER                  PIC X(54)   VALUE
              'FIGTRAN AMATERIAL NAO ATIVO NO CATALOGO'.
           05 FILLER                  PIC X(54)   VALUE
              '*       ACODIGO INVALIDO (ZERADO OU NAO NUMERICO)'.
       01  WSS-TAB-REGRAS REDEFINES WSS-TEXTOS-REGRAS.
           05 WSS-REGRA-OCORRE        OCCURS 21 TIMES.
              10 WSS-REGRA-ARQUIVO    PIC X(08).
              10 WSS-REGRA-GRAVIDADE  PIC X(01).
              10 WSS-REGRA-TEXTO      PIC X(45).
      *
       77  WSS-QTD-REGRAS             PIC 9(02)   VALUE 21.
       77  WSS-IDX-REGRA              PIC 9(02)   VALUE ZERO.
      *
       01  WSS-TAB-CONTADORES.
           05 WSS-CONT-REGRA          PIC 9(07)   OCCURS 21 TIMES.
      *
       01  WSS-DATA-HOJE-R.
           05 WSS-HOJ-ANO             PIC 9(04).
           05 WSS-HOJ-MES             PIC 9(02).
           05 WSS-HOJ-DIA             PIC 9(02).
      *
       01  WSS-LINHA-PENDENTE         PIC X(80)   VALUE SPACES.
      *
       01  WSS-LINHA-CABECALHO.
           05 FILLER                  PIC X(40)
                  VALUE 'INTEGRIDADE REFERENCIAL DO CATALOGO - '.
           05 WSS-CAB-DIA             PIC 9(02).
           05 FILLER                  PIC X(01)  VALUE '/'.
           05 WSS-CAB-MES             PIC 9(02).
           05 FILLER                  PIC X(01)  VALUE '/'.
           05 WSS-CAB-ANO             PIC 9(04).
           05 FILLER                  PIC X(18)  VALUE SPACES.
           05 FILLER                  PIC X(08)  VALUE 'PAGINA: '.
           05 WSS-CAB-PAGINA          PIC ZZZ9.
      *
       01  WSS-LINHA-TITULOS.
           05 FILLER                  PIC X(40)
                  VALUE '  ARQUIVO  REGR G CODIG OCORRENCIA      '.
           05 FILLER                  PIC X(40)
                  VALUE '                             INFORMACAO '.
      *
       01  WSS-LINHA-DETALHE.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WSS-DET-ARQUIVO         PIC X(08).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 FILLER                  PIC X(01)  VALUE 'R'.
           05 WSS-DET-REGRA           PIC 9(02).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WSS-DET-GRAVIDADE       PIC X(01).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-DET-CODIGO          PIC X(05).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-DET-TEXTO           PIC X(45).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-DET-INFO            PIC X(10).
      *
       01  WSS-LINHA-TITULO-RESUMO.
           05 FILLER                  PIC X(40)
                  VALUE '  RESUMO POR REGRA                      '.
           05 FILLER                  PIC X(40)
                  VALUE '                             OCORRENCIAS'.
      *
       01  WSS-LINHA-RESUMO.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WSS-RES-ARQUIVO         PIC X(08).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 FILLER                  PIC X(01)  VALUE 'R'.
           05 WSS-RES-REGRA           PIC 9(02).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WSS-RES-GRAVIDADE       PIC X(01).
           05 FILLER                  PIC X(07)  VALUE SPACES.
           05 WSS-RES-TEXTO           PIC X(45).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WSS-RES-QTDE            PIC Z.ZZZ.ZZ9.
      *
       01  WSS-LINHA-TOTAL.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 FILLER                  PIC X(20)
                  VALUE 'QUEBRAS GRAVES .... '.
           05 WSS-TOT-GRAVES          PIC Z.ZZZ.ZZ9.
           05 FILLER                  PIC X(05)  VALUE SPACES.
           05 FILLER                  PIC X(20)
                  VALUE 'AVISOS ............ '.
           05 WSS-TOT-AVISOS          PIC Z.ZZZ.ZZ9.
           05 FILLER                  PIC X(15)  VALUE SPACES.
      *
           COPY "RETCODES".

      ********************
       PROCEDURE DIVISION.
      ********************

       ROT-PRINCIPAL.

           PERFORM ROT-ABERTURA
              THRU ROT-ABERTURA-EXIT.

           IF NOT ABORTA
              PERFORM ROT-CONFERE-CATHIST
                 THRU ROT-CONFERE-CATHIST-EXIT
              PERFORM ROT-VARRE-CODIGOS
                 THRU ROT-VARRE-CODIGOS-EXIT
              PERFORM ROT-CONFERE-CATPENDM
                 THRU ROT-CONFERE-CATPENDM-EXIT
              PERFORM ROT-CONFERE-CATAPROV
                 THRU ROT-CONFERE-CATAPROV-EXIT
              PERFORM ROT-CONFERE-SUSPCAT
                 THRU ROT-CONFERE-SUSPCAT-EXIT
              PERFORM ROT-CONFERE-FORXREF
                 THRU ROT-CONFERE-FORXREF-EXIT
              PERFORM ROT-CONFERE-FIGTRAN
                 THRU ROT-CONFERE-FIGTRAN-EXIT
           END-IF.

           PERFORM ROT-ENCERRAMENTO
              THRU ROT-ENCERRAMENTO-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
      * ABRE O RELATORIO E CARREGA A TABELA DE CODIGOS COM O       *
      * CATALOGO E O ARQUIVO MORTO - SEM O CATALOGO NAO HA O QUE   *
      * CONFERIR                                                   *
      *-----------------------------------------------------------*
       ROT-ABERTURA.

           ACCEPT WSS-DATA-HOJE FROM DATE YYYYMMDD.

           MOVE WSS-DATA-HOJE TO WSS-DATA-HOJE-R.
           MOVE SPACES        TO WSS-TAB-CODIGOS.
           MOVE ZERO          TO WSS-TAB-CONTADORES.

           OPEN OUTPUT RELINT001.

           IF FLG-RELINT001 NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO RELINT001 *** FLG = '
                       FLG-RELINT001
              MOVE 'S' TO WSS-ABORTA
              GO TO ROT-ABERTURA-EXIT
           END-IF.

           PERFORM ROT-IMPRIME-CABECALHO
              THRU ROT-IMPRIME-CABECALHO-EXIT.

           OPEN INPUT CATET001.

           IF FLG-CAT001 NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO CATET001 *** FLG = '
                       FLG-CAT001
              MOVE 'S' TO WSS-ABORTA
              GO TO ROT-ABERTURA-EXIT
           END-IF.

           MOVE 'N' TO WSS-FIM-ARQUIVO.

           PERFORM ROT-CARREGA-CATALOGO
              THRU ROT-CARREGA-CATALOGO-EXIT
              UNTIL FIM-ARQUIVO.

           CLOSE CATET001.

           OPEN INPUT CATARQ.

           IF FLG-CATARQ NOT = '00'
              DISPLAY '*** CATARQ INDISPONIVEL - SEM ARQUIVO MORTO ***'
              GO TO ROT-ABERTURA-EXIT
           END-IF.

           MOVE 'N' TO WSS-FIM-ARQUIVO.

           PERFORM ROT-CARREGA-ARQUIVADOS
              THRU ROT-CARREGA-ARQUIVADOS-EXIT
              UNTIL FIM-ARQUIVO.

           CLOSE CATARQ.

       ROT-ABERTURA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE UM ITEM DO CATALOGO E GUARDA A SITUACAO NA TABELA DE    *
      * CODIGOS (SITUACAO EM BRANCO VALE ATIVO)                    *
      *-----------------------------------------------------------*
       ROT-CARREGA-CATALOGO.

           READ CATET001
              AT END
                 MOVE 'S' TO WSS-FIM-ARQUIVO
           END-READ.

           IF FIM-ARQUIVO
              GO TO ROT-CARREGA-CATALOGO-EXIT
           END-IF.

           IF FLG-CAT001 NOT = '00'
              DISPLAY '*** ERRO NA LEITURA DO CATET001 *** FLG = '
                       FLG-CAT001
              MOVE 'S' TO WSS-FIM-ARQUIVO
              MOVE 'S' TO WSS-ABORTA
              GO TO ROT-CARREGA-CATALOGO-EXIT
           END-IF.

           IF CATB0001-TRAILER-INDICADOR = 'TRAIL'
              GO TO ROT-CARREGA-CATALOGO-EXIT
           END-IF.

           IF CATB0001-CODIGO NOT NUMERIC
              OR CATB0001-CODIGO = ZERO
              GO TO ROT-CARREGA-CATALOGO-EXIT
           END-IF.

           ADD 1 TO WSS-CONT-CATALOGO.

           IF CATB0001-ITEM-ATIVO
              MOVE 'A' TO WSS-COD-SITUACAO (CATB0001-CODIGO)
           ELSE
              MOVE CATB0001-SITUACAO
                TO WSS-COD-SITUACAO (CATB0001-CODIGO)
           END-IF.

       ROT-CARREGA-CATALOGO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE UM REGISTRO DO ARQUIVO MORTO E MARCA O CODIGO NA TABELA *
      *-----------------------------------------------------------*
       ROT-CARREGA-ARQUIVADOS.

           READ CATARQ
              AT END
                 MOVE 'S' TO WSS-FIM-ARQUIVO
           END-READ.

           IF FIM-ARQUIVO
              GO TO ROT-CARREGA-ARQUIVADOS-EXIT
           END-IF.

           IF FLG-CATARQ NOT = '00'
              DISPLAY '*** ERRO NA LEITURA DO CATARQ *** FLG = '
                       FLG-CATARQ
              MOVE 'S' TO WSS-FIM-ARQUIVO
              GO TO ROT-CARREGA-ARQUIVADOS-EXIT
           END-IF.

           MOVE 'CATARQ'      TO WSS-ARQUIVO-ATUAL.
           MOVE CATARQ-CODIGO TO WSS-COD-TEXTO.

           IF WSS-COD-NUMERICO NOT NUMERIC
              OR WSS-COD-NUMERICO = ZERO
              MOVE 21     TO WSS-REGRA
              MOVE SPACES TO WSS-INFO
              PERFORM ROT-REGISTRA-OCORRENCIA
                 THRU ROT-REGISTRA-OCORRENCIA-EXIT
              GO TO ROT-CARREGA-ARQUIVADOS-EXIT
           END-IF.

           ADD 1   TO WSS-CONT-ARQUIVADOS.
           MOVE 'S' TO WSS-COD-ARQUIVADO (WSS-COD-NUMERICO).

       ROT-CARREGA-ARQUIVADOS-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CONFERE O HISTORICO DE VERSOES POR QUEBRA DE CODIGO - A    *
      * ULTIMA ACAO DE CADA CODIGO DEVE SER COERENTE COM O KSDS    *
      *-----------------------------------------------------------*
       ROT-CONFERE-CATHIST.

           MOVE 'CATHIST' TO WSS-ARQUIVO-ATUAL.

           OPEN INPUT CATHIST.

           IF FLG-CATHIST NOT = '00'
              DISPLAY '*** CATHIST INDISPONIVEL - NAO CONFERIDO ***'
              GO TO ROT-CONFERE-CATHIST-EXIT
           END-IF.

           MOVE 'N' TO WSS-FIM-ARQUIVO.
           MOVE 'N' TO WSS-HIS-GRUPO-ABERTO.

           PERFORM ROT-LER-CATHIST
              THRU ROT-LER-CATHIST-EXIT
              UNTIL FIM-ARQUIVO.

           IF HIS-GRUPO-ABERTO
              PERFORM ROT-FECHA-GRUPO-HIST
                 THRU ROT-FECHA-GRUPO-HIST-EXIT
           END-IF.

           CLOSE CATHIST.

       ROT-CONFERE-CATHIST-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE UMA VERSAO DO CATHIST E CONTROLA A QUEBRA POR CODIGO    *
      *-----------------------------------------------------------*
       ROT-LER-CATHIST.

           READ CATHIST
              AT END
                 MOVE 'S' TO WSS-FIM-ARQUIVO
           END-READ.

           IF FIM-ARQUIVO
              GO TO ROT-LER-CATHIST-EXIT
           END-IF.

           IF FLG-CATHIST NOT = '00'
              DISPLAY '*** ERRO NA LEITURA DO CATHIST *** FLG = '
                       FLG-CATHIST
              MOVE 'S' TO WSS-FIM-ARQUIVO
              GO TO ROT-LER-CATHIST-EXIT
           END-IF.

           ADD 1 TO WSS-CONT-LIDOS.

           IF CATB0001H-CODIGO NOT NUMERIC
              OR CATB0001H-CODIGO = ZERO
              MOVE CATB0001H-CODIGO TO WSS-COD-TEXTO
              MOVE 21               TO WSS-REGRA
              MOVE SPACES           TO WSS-INFO
              PERFORM ROT-REGISTRA-OCORRENCIA
                 THRU ROT-REGISTRA-OCORRENCIA-EXIT
              GO TO ROT-LER-CATHIST-EXIT
           END-IF.

           IF HIS-GRUPO-ABERTO
              AND CATB0001H-CODIGO NOT = WSS-HIS-CODIGO
              PERFORM ROT-FECHA-GRUPO-HIST
                 THRU ROT-FECHA-GRUPO-HIST-EXIT
           END-IF.

           MOVE 'S'              TO WSS-HIS-GRUPO-ABERTO.
           MOVE CATB0001H-CODIGO TO WSS-HIS-CODIGO.
           MOVE CATB0001H-ACAO   TO WSS-HIS-ULT-ACAO.
           MOVE 'S' TO WSS-COD-HISTORICO (CATB0001H-CODIGO).

       ROT-LER-CATHIST-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * ENCERRA O GRUPO DE VERSOES DE UM CODIGO - EXCLUIDO NO      *
      * HISTORICO MAS PRESENTE NO KSDS (R04), OU VIGENTE NO        *
      * HISTORICO E AUSENTE DO KSDS E DO ARQUIVO MORTO (R03)       *
      *-----------------------------------------------------------*
       ROT-FECHA-GRUPO-HIST.

           MOVE 'N'            TO WSS-HIS-GRUPO-ABERTO.
           MOVE WSS-HIS-CODIGO TO WSS-COD-NUMERICO.
           MOVE SPACES         TO WSS-INFO.

           STRING 'ACAO=' DELIMITED BY SIZE
                  WSS-HIS-ULT-ACAO DELIMITED BY SIZE
             INTO WSS-INFO
           END-STRING.

           IF WSS-HIS-ULT-ACAO = 'D'
              IF WSS-COD-SITUACAO (WSS-HIS-CODIGO) NOT = SPACE
                 MOVE 04 TO WSS-REGRA
                 PERFORM ROT-REGISTRA-OCORRENCIA
                    THRU ROT-REGISTRA-OCORRENCIA-EXIT
              END-IF
           ELSE
              IF WSS-COD-SITUACAO (WSS-HIS-CODIGO) = SPACE
                 AND WSS-COD-ARQUIVADO (WSS-HIS-CODIGO) = SPACE
                 MOVE 03 TO WSS-REGRA
                 PERFORM ROT-REGISTRA-OCORRENCIA
                    THRU ROT-REGISTRA-OCORRENCIA-EXIT
              END-IF
           END-IF.

       ROT-FECHA-GRUPO-HIST-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * VARRE A TABELA DE CODIGOS - CODIGO NO KSDS E NO ARQUIVO    *
      * MORTO AO MESMO TEMPO (R01/R02) E ITEM SEM NENHUMA VERSAO   *
      * NO HISTORICO (R05, SO QUANDO O CATHIST FOI LIDO)           *
      *-----------------------------------------------------------*
       ROT-VARRE-CODIGOS.

           MOVE 'KSDS' TO WSS-ARQUIVO-ATUAL.

           PERFORM ROT-CONFERE-CODIGO
              THRU ROT-CONFERE-CODIGO-EXIT
              VARYING WSS-IDX-COD FROM 1 BY 1
              UNTIL WSS-IDX-COD = WSS-MAX-COD.

           MOVE WSS-MAX-COD TO WSS-IDX-COD.

           PERFORM ROT-CONFERE-CODIGO
              THRU ROT-CONFERE-CODIGO-EXIT.

       ROT-VARRE-CODIGOS-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CONFERE UMA POSICAO DA TABELA DE CODIGOS                   *
      *-----------------------------------------------------------*
       ROT-CONFERE-CODIGO.

           IF WSS-COD-SITUACAO (WSS-IDX-COD) = SPACE
              GO TO ROT-CONFERE-CODIGO-EXIT
           END-IF.

           MOVE WSS-IDX-COD TO WSS-COD-NUMERICO.
           MOVE SPACES      TO WSS-INFO.

           STRING 'SIT=' DELIMITED BY SIZE
                  WSS-COD-SITUACAO (WSS-IDX-COD) DELIMITED BY SIZE
             INTO WSS-INFO
           END-STRING.

           IF WSS-COD-ARQUIVADO (WSS-IDX-COD) = 'S'
              IF WSS-COD-SITUACAO (WSS-IDX-COD) = 'A'
                 MOVE 01 TO WSS-REGRA
              ELSE
                 MOVE 02 TO WSS-REGRA
              END-IF
              PERFORM ROT-REGISTRA-OCORRENCIA
                 THRU ROT-REGISTRA-OCORRENCIA-EXIT
           END-IF.

           IF FLG-CATHIST = '00'
              AND WSS-COD-HISTORICO (WSS-IDX-COD) = SPACE
              MOVE 'CATHIST' TO WSS-ARQUIVO-ATUAL
              MOVE 05        TO WSS-REGRA
              PERFORM ROT-REGISTRA-OCORRENCIA
                 THRU ROT-REGISTRA-OCORRENCIA-EXIT
              MOVE 'KSDS'    TO WSS-ARQUIVO-ATUAL
           END-IF.

       ROT-CONFERE-CODIGO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CONFERE OS MOVIMENTOS PENDENTES DE EFETIVACAO (CATPENDM)   *
      *-----------------------------------------------------------*
       ROT-CONFERE-CATPENDM.

           MOVE 'CATPENDM' TO WSS-ARQUIVO-ATUAL.
           MOVE 06         TO WSS-REGRA-BASE.

           OPEN INPUT CATPENDM.

           IF FLG-CATPENDM NOT = '00'
              DISPLAY '*** CATPENDM INDISPONIVEL - NAO CONFERIDO ***'
              GO TO ROT-CONFERE-CATPENDM-EXIT
           END-IF.

           MOVE 'N' TO WSS-FIM-ARQUIVO.

           PERFORM ROT-LER-CATPENDM
              THRU ROT-LER-CATPENDM-EXIT
              UNTIL FIM-ARQUIVO.

           CLOSE CATPENDM.

       ROT-CONFERE-CATPENDM-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE UM MOVIMENTO PENDENTE E O CONFERE                       *
      *-----------------------------------------------------------*
       ROT-LER-CATPENDM.

           READ CATPENDM
              AT END
                 MOVE 'S' TO WSS-FIM-ARQUIVO
           END-READ.

           IF FIM-ARQUIVO
              GO TO ROT-LER-CATPENDM-EXIT
           END-IF.

           IF FLG-CATPENDM NOT = '00'
              DISPLAY '*** ERRO NA LEITURA DO CATPENDM *** FLG = '
                       FLG-CATPENDM
              MOVE 'S' TO WSS-FIM-ARQUIVO
              GO TO ROT-LER-CATPENDM-EXIT
           END-IF.

           ADD 1 TO WSS-CONT-LIDOS.

           MOVE CATPENDM-REGISTRO TO WSS-MOVIMENTO.

           PERFORM ROT-CONFERE-MOVIMENTO
              THRU ROT-CONFERE-MOVIMENTO-EXIT.

       ROT-LER-CATPENDM-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CONFERE O CIRCUITO DE APROVACAO (CATAPROV) PELA IMAGEM DO  *
      * MOVIMENTO RETIDO                                           *
      *-----------------------------------------------------------*
       ROT-CONFERE-CATAPROV.

           MOVE 'CATAPROV' TO WSS-ARQUIVO-ATUAL.
           MOVE 09         TO WSS-REGRA-BASE.

           OPEN INPUT CATAPROV.

           IF FLG-CATAPROV NOT = '00'
              DISPLAY '*** CATAPROV INDISPONIVEL - NAO CONFERIDO ***'
              GO TO ROT-CONFERE-CATAPROV-EXIT
           END-IF.

           MOVE 'N' TO WSS-FIM-ARQUIVO.

           PERFORM ROT-LER-CATAPROV
              THRU ROT-LER-CATAPROV-EXIT
              UNTIL FIM-ARQUIVO.

           CLOSE CATAPROV.

       ROT-CONFERE-CATAPROV-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE UM MOVIMENTO RETIDO PARA APROVACAO E O CONFERE          *
      *-----------------------------------------------------------*
       ROT-LER-CATAPROV.

           READ CATAPROV
              AT END
                 MOVE 'S' TO WSS-FIM-ARQUIVO
           END-READ.

           IF FIM-ARQUIVO
              GO TO ROT-LER-CATAPROV-EXIT
           END-IF.

           IF FLG-CATAPROV NOT = '00'
              DISPLAY '*** ERRO NA LEITURA DO CATAPROV *** FLG = '
                       FLG-CATAPROV
              MOVE 'S' TO WSS-FIM-ARQUIVO
              GO TO ROT-LER-CATAPROV-EXIT
           END-IF.

           ADD 1 TO WSS-CONT-LIDOS.

           MOVE CATB0001A-MOVIMENTO TO WSS-MOVIMENTO.

           PERFORM ROT-CONFERE-MOVIMENTO
              THRU ROT-CONFERE-MOVIMENTO-EXIT.

       ROT-LER-CATAPROV-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CONFERE UM MOVIMENTO DE MANUTENCAO (WSS-MOVIMENTO) CONTRA  *
      * A TABELA DE CODIGOS - A REGRA SAI DE WSS-REGRA-BASE:       *
      * +0 CODIGO INEXISTENTE (ALTERACAO/EXCLUSAO/SITUACAO),       *
      * +1 CODIGO ARQUIVADO (QUALQUER ACAO), +2 INCLUSAO DE CODIGO *
      * JA EXISTENTE NO KSDS. HEADER E TRAILER SAO IGNORADOS       *
      *-----------------------------------------------------------*
       ROT-CONFERE-MOVIMENTO.

           IF WSS-MVT-INDICADOR = 'HEADR'
              OR WSS-MVT-INDICADOR = 'TRAIL'
              GO TO ROT-CONFERE-MOVIMENTO-EXIT
           END-IF.

           MOVE WSS-MVT-CODIGO TO WSS-COD-TEXTO.
           MOVE WSS-MVT-ACAO   TO WSS-MOV-ACAO.
           MOVE SPACES         TO WSS-INFO.

           STRING 'ACAO=' DELIMITED BY SIZE
                  WSS-MOV-ACAO DELIMITED BY SIZE
             INTO WSS-INFO
           END-STRING.

           IF WSS-COD-NUMERICO NOT NUMERIC
              OR WSS-COD-NUMERICO = ZERO
              MOVE 21 TO WSS-REGRA
              PERFORM ROT-REGISTRA-OCORRENCIA
                 THRU ROT-REGISTRA-OCORRENCIA-EXIT
              GO TO ROT-CONFERE-MOVIMENTO-EXIT
           END-IF.

           IF WSS-COD-ARQUIVADO (WSS-COD-NUMERICO) = 'S'
              COMPUTE WSS-REGRA = WSS-REGRA-BASE + 1
              PERFORM ROT-REGISTRA-OCORRENCIA
                 THRU ROT-REGISTRA-OCORRENCIA-EXIT
              GO TO ROT-CONFERE-MOVIMENTO-EXIT
           END-IF.

           IF WSS-MOV-ACAO = 'A'
              IF WSS-COD-SITUACAO (WSS-COD-NUMERICO) NOT = SPACE
                 COMPUTE WSS-REGRA = WSS-REGRA-BASE + 2
                 PERFORM ROT-REGISTRA-OCORRENCIA
                    THRU ROT-REGISTRA-OCORRENCIA-EXIT
              END-IF
           ELSE
              IF WSS-COD-SITUACAO (WSS-COD-NUMERICO) = SPACE
                 MOVE WSS-REGRA-BASE TO WSS-REGRA
                 PERFORM ROT-REGISTRA-OCORRENCIA
                    THRU ROT-REGISTRA-OCORRENCIA-EXIT
              END-IF
           END-IF.

       ROT-CONFERE-MOVIMENTO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CONFERE OS REGISTROS RETIDOS NA SUSPENSAO DE CARGA         *
      *-----------------------------------------------------------*
       ROT-CONFERE-SUSPCAT.

           MOVE 'SUSPCAT' TO WSS-ARQUIVO-ATUAL.

           OPEN INPUT SUSPCAT.

           IF FLG-SUSPCAT NOT = '00'
              DISPLAY '*** SUSPCAT INDISPONIVEL - NAO CONFERIDO ***'
              GO TO ROT-CONFERE-SUSPCAT-EXIT
           END-IF.

           MOVE 'N' TO WSS-FIM-ARQUIVO.

           PERFORM ROT-LER-SUSPCAT
              THRU ROT-LER-SUSPCAT-EXIT
              UNTIL FIM-ARQUIVO.

           CLOSE SUSPCAT.

       ROT-CONFERE-SUSPCAT-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE UM REGISTRO SUSPENSO E O CONFERE - ARQUIVADO (R12) OU   *
      * SEM O ITEM NO CATALOGO (R13)                               *
      *-----------------------------------------------------------*
       ROT-LER-SUSPCAT.

           READ SUSPCAT
              AT END
                 MOVE 'S' TO WSS-FIM-ARQUIVO
           END-READ.

           IF FIM-ARQUIVO
              GO TO ROT-LER-SUSPCAT-EXIT
           END-IF.

           IF FLG-SUSPCAT NOT = '00'
              DISPLAY '*** ERRO NA LEITURA DO SUSPCAT *** FLG = '
                       FLG-SUSPCAT
              MOVE 'S' TO WSS-FIM-ARQUIVO
              GO TO ROT-LER-SUSPCAT-EXIT
           END-IF.

           ADD 1 TO WSS-CONT-LIDOS.

           MOVE CATB0001S-REGISTRO (1:5) TO WSS-COD-TEXTO.
           MOVE SPACES                   TO WSS-INFO.

           IF WSS-COD-TEXTO = 'TRAIL'
              GO TO ROT-LER-SUSPCAT-EXIT
           END-IF.

           IF WSS-COD-NUMERICO NOT NUMERIC
              OR WSS-COD-NUMERICO = ZERO
              MOVE 21 TO WSS-REGRA
              PERFORM ROT-REGISTRA-OCORRENCIA
                 THRU ROT-REGISTRA-OCORRENCIA-EXIT
              GO TO ROT-LER-SUSPCAT-EXIT
           END-IF.

           IF WSS-COD-ARQUIVADO (WSS-COD-NUMERICO) = 'S'
              MOVE 12 TO WSS-REGRA
              PERFORM ROT-REGISTRA-OCORRENCIA
                 THRU ROT-REGISTRA-OCORRENCIA-EXIT
              GO TO ROT-LER-SUSPCAT-EXIT
           END-IF.

           IF WSS-COD-SITUACAO (WSS-COD-NUMERICO) = SPACE
              MOVE 13 TO WSS-REGRA
              PERFORM ROT-REGISTRA-OCORRENCIA
                 THRU ROT-REGISTRA-OCORRENCIA-EXIT
           END-IF.

       ROT-LER-SUSPCAT-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CONFERE O CADASTRO DE/PARA DE ITENS DE FORNECEDOR          *
      *-----------------------------------------------------------*
       ROT-CONFERE-FORXREF.

           MOVE 'FORXREF' TO WSS-ARQUIVO-ATUAL.

           OPEN INPUT FORXREF.

           IF FLG-FORXREF NOT = '00'
              DISPLAY '*** FORXREF INDISPONIVEL - NAO CONFERIDO ***'
              GO TO ROT-CONFERE-FORXREF-EXIT
           END-IF.

           MOVE 'N' TO WSS-FIM-ARQUIVO.

           PERFORM ROT-LER-FORXREF
              THRU ROT-LER-FORXREF-EXIT
              UNTIL FIM-ARQUIVO.

           CLOSE FORXREF.

       ROT-CONFERE-FORXREF-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE UM DE/PARA E CONFERE O CODIGO DE DESTINO - INEXISTENTE  *
      * (R14), ARQUIVADO (R15), DESCONTINUADO (R16) OU BLOQUEADO/  *
      * PENDENTE (R17)                                             *
      *-----------------------------------------------------------*
       ROT-LER-FORXREF.

           READ FORXREF
              AT END
                 MOVE 'S' TO WSS-FIM-ARQUIVO
           END-READ.

           IF FIM-ARQUIVO
              GO TO ROT-LER-FORXREF-EXIT
           END-IF.

           IF FLG-FORXREF NOT = '00'
              DISPLAY '*** ERRO NA LEITURA DO FORXREF *** FLG = '
                       FLG-FORXREF
              MOVE 'S' TO WSS-FIM-ARQUIVO
              GO TO ROT-LER-FORXREF-EXIT
           END-IF.

           ADD 1 TO WSS-CONT-LIDOS.

           MOVE SPACES TO WSS-INFO.

           STRING 'FORN=' DELIMITED BY SIZE
                  FORB0001X-FORNECEDOR DELIMITED BY SIZE
             INTO WSS-INFO
           END-STRING.

           IF FORB0001X-CODIGO NOT NUMERIC
              OR FORB0001X-CODIGO = ZERO
              MOVE FORB0001X-CODIGO TO WSS-COD-TEXTO
              MOVE 21               TO WSS-REGRA
              PERFORM ROT-REGISTRA-OCORRENCIA
                 THRU ROT-REGISTRA-OCORRENCIA-EXIT
              GO TO ROT-LER-FORXREF-EXIT
           END-IF.

           MOVE FORB0001X-CODIGO TO WSS-COD-NUMERICO.

           EVALUATE TRUE
              WHEN WSS-COD-ARQUIVADO (WSS-COD-NUMERICO) = 'S'
                 MOVE 15 TO WSS-REGRA
              WHEN WSS-COD-SITUACAO (WSS-COD-NUMERICO) = SPACE
                 MOVE 14 TO WSS-REGRA
              WHEN WSS-COD-SITUACAO (WSS-COD-NUMERICO) = 'D'
                 MOVE 16 TO WSS-REGRA
              WHEN WSS-COD-SITUACAO (WSS-COD-NUMERICO) NOT = 'A'
                 MOVE 17 TO WSS-REGRA
              WHEN OTHER
                 GO TO ROT-LER-FORXREF-EXIT
           END-EVALUATE.

           PERFORM ROT-REGISTRA-OCORRENCIA
              THRU ROT-REGISTRA-OCORRENCIA-EXIT.

       ROT-LER-FORXREF-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CONFERE O MATERIAL DAS TRANSACOES DE FIGURAS               *
      *-----------------------------------------------------------*
       ROT-CONFERE-FIGTRAN.

           MOVE 'FIGTRAN' TO WSS-ARQUIVO-ATUAL.

           OPEN INPUT FIGTRAN.

           IF FLG-FIGTRAN NOT = '00'
              DISPLAY '*** FIGTRAN INDISPONIVEL - NAO CONFERIDO ***'
              GO TO ROT-CONFERE-FIGTRAN-EXIT
           END-IF.

           MOVE 'N' TO WSS-FIM-ARQUIVO.

           PERFORM ROT-LER-FIGTRAN
              THRU ROT-LER-FIGTRAN-EXIT
              UNTIL FIM-ARQUIVO.

           CLOSE FIGTRAN.

       ROT-CONFERE-FIGTRAN-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE UMA FIGURA E CONFERE O MATERIAL - FIGURA SEM MATERIAL   *
      * (ZERADO) NAO E CONFERIDA. ARQUIVADO (R19), INEXISTENTE     *
      * (R18) OU NAO ATIVO (R20)                                   *
      *-----------------------------------------------------------*
       ROT-LER-FIGTRAN.

           READ FIGTRAN
              AT END
                 MOVE 'S' TO WSS-FIM-ARQUIVO
           END-READ.

           IF FIM-ARQUIVO
              GO TO ROT-LER-FIGTRAN-EXIT
           END-IF.

           IF FLG-FIGTRAN NOT = '00'
              DISPLAY '*** ERRO NA LEITURA DO FIGTRAN *** FLG = '
                       FLG-FIGTRAN
              MOVE 'S' TO WSS-FIM-ARQUIVO
              GO TO ROT-LER-FIGTRAN-EXIT
           END-IF.

           ADD 1 TO WSS-CONT-LIDOS.

           MOVE SPACES TO WSS-INFO.

           STRING 'ORC=' DELIMITED BY SIZE
                  FIGB0001-ORCAMENTO DELIMITED BY SIZE
             INTO WSS-INFO
           END-STRING.

           IF FIGB0001-MATERIAL NOT NUMERIC
              MOVE FIGB0001-MATERIAL TO WSS-COD-TEXTO
              MOVE 21                TO WSS-REGRA
              PERFORM ROT-REGISTRA-OCORRENCIA
                 THRU ROT-REGISTRA-OCORRENCIA-EXIT
              GO TO ROT-LER-FIGTRAN-EXIT
           END-IF.

           IF FIGB0001-MATERIAL = ZERO
              GO TO ROT-LER-FIGTRAN-EXIT
           END-IF.

           MOVE FIGB0001-MATERIAL TO WSS-COD-NUMERICO.

           EVALUATE TRUE
              WHEN WSS-COD-ARQUIVADO (WSS-COD-NUMERICO) = 'S'
                 MOVE 19 TO WSS-REGRA
              WHEN WSS-COD-SITUACAO (WSS-COD-NUMERICO) = SPACE
                 MOVE 18 TO WSS-REGRA
              WHEN WSS-COD-SITUACAO (WSS-COD-NUMERICO) NOT = 'A'
                 MOVE 20 TO WSS-REGRA
              WHEN OTHER
                 GO TO ROT-LER-FIGTRAN-EXIT
           END-EVALUATE.

           PERFORM ROT-REGISTRA-OCORRENCIA
              THRU ROT-REGISTRA-OCORRENCIA-EXIT.

       ROT-LER-FIGTRAN-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME UMA OCORRENCIA (ARQUIVO CORRENTE, WSS-REGRA,       *
      * CODIGO EM WSS-COD-TEXTO E WSS-INFO) E A CONTA NA REGRA E   *
      * NA GRAVIDADE                                               *
      *-----------------------------------------------------------*
       ROT-REGISTRA-OCORRENCIA.

           ADD 1 TO WSS-CONT-REGRA (WSS-REGRA).

           IF WSS-REGRA-GRAVIDADE (WSS-REGRA) = 'G'
              ADD 1 TO WSS-CONT-GRAVES
           ELSE
              ADD 1 TO WSS-CONT-AVISOS
           END-IF.

           MOVE WSS-ARQUIVO-ATUAL             TO WSS-DET-ARQUIVO.
           MOVE WSS-REGRA                     TO WSS-DET-REGRA.
           MOVE WSS-REGRA-GRAVIDADE (WSS-REGRA)
             TO WSS-DET-GRAVIDADE.
           MOVE WSS-COD-TEXTO                 TO WSS-DET-CODIGO.
           MOVE WSS-REGRA-TEXTO (WSS-REGRA)   TO WSS-DET-TEXTO.
           MOVE WSS-INFO                      TO WSS-DET-INFO.
           MOVE WSS-LINHA-DETALHE             TO RELINT001-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

       ROT-REGISTRA-OCORRENCIA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME O RESUMO DE OCORRENCIAS POR REGRA E OS TOTAIS DE   *
      * QUEBRAS GRAVES E AVISOS                                    *
      *-----------------------------------------------------------*
       ROT-IMPRIME-RESUMO.

           PERFORM ROT-IMPRIME-CABECALHO
              THRU ROT-IMPRIME-CABECALHO-EXIT.

           MOVE WSS-LINHA-TITULO-RESUMO TO RELINT001-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           PERFORM ROT-IMPRIME-REGRA
              THRU ROT-IMPRIME-REGRA-EXIT
              VARYING WSS-IDX-REGRA FROM 1 BY 1
              UNTIL WSS-IDX-REGRA > WSS-QTD-REGRAS.

           MOVE SPACES TO RELINT001-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           MOVE WSS-CONT-GRAVES TO WSS-TOT-GRAVES.
           MOVE WSS-CONT-AVISOS TO WSS-TOT-AVISOS.
           MOVE WSS-LINHA-TOTAL TO RELINT001-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

       ROT-IMPRIME-RESUMO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME A LINHA DE RESUMO DE UMA REGRA                     *
      *-----------------------------------------------------------*
       ROT-IMPRIME-REGRA.

           MOVE WSS-REGRA-ARQUIVO (WSS-IDX-REGRA)   TO WSS-RES-ARQUIVO.
           MOVE WSS-IDX-REGRA                       TO WSS-RES-REGRA.
           MOVE WSS-REGRA-GRAVIDADE (WSS-IDX-REGRA)
             TO WSS-RES-GRAVIDADE.
           MOVE WSS-REGRA-TEXTO (WSS-IDX-REGRA)     TO WSS-RES-TEXTO.
           MOVE WSS-CONT-REGRA (WSS-IDX-REGRA)      TO WSS-RES-QTDE.
           MOVE WSS-LINHA-RESUMO                    TO RELINT001-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

       ROT-IMPRIME-REGRA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME O CABECALHO DE UMA NOVA PAGINA DO RELATORIO        *
      *-----------------------------------------------------------*
       ROT-IMPRIME-CABECALHO.

           ADD 1 TO WSS-NUM-PAGINA.

           MOVE WSS-HOJ-DIA         TO WSS-CAB-DIA.
           MOVE WSS-HOJ-MES         TO WSS-CAB-MES.
           MOVE WSS-HOJ-ANO         TO WSS-CAB-ANO.
           MOVE WSS-NUM-PAGINA      TO WSS-CAB-PAGINA.
           MOVE WSS-LINHA-CABECALHO TO RELINT001-LINHA.

           IF FLG-RELINT001 = '00'
              WRITE RELINT001-LINHA
              MOVE SPACES            TO RELINT001-LINHA
              WRITE RELINT001-LINHA
              MOVE WSS-LINHA-TITULOS TO RELINT001-LINHA
              WRITE RELINT001-LINHA
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
              MOVE RELINT001-LINHA TO WSS-LINHA-PENDENTE
              PERFORM ROT-IMPRIME-CABECALHO
                 THRU ROT-IMPRIME-CABECALHO-EXIT
              MOVE WSS-LINHA-PENDENTE TO RELINT001-LINHA
           END-IF.

           IF FLG-RELINT001 = '00'
              WRITE RELINT001-LINHA
           END-IF.

           ADD 1 TO WSS-LINHAS-PAGINA.

       ROT-IMPRIME-LINHA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME O RESUMO, FECHA O RELATORIO E DEVOLVE O RETORNO -  *
      * QUEBRA GRAVE (OU CATALOGO ILEGIVEL) DA RC 915, SO AVISOS   *
      * DA RC 4                                                    *
      *-----------------------------------------------------------*
       ROT-ENCERRAMENTO.

           IF FLG-RELINT001 = '00'
              PERFORM ROT-IMPRIME-RESUMO
                 THRU ROT-IMPRIME-RESUMO-EXIT
              CLOSE RELINT001
           END-IF.

           EVALUATE TRUE
              WHEN ABORTA
                 MOVE RC-INTEGRIDADE-VIOLADA  TO WSS-RETORNO-FINAL
              WHEN WSS-CONT-GRAVES > ZERO
                 MOVE RC-INTEGRIDADE-VIOLADA  TO WSS-RETORNO-FINAL
              WHEN WSS-CONT-AVISOS > ZERO
                 MOVE RC-REJEITOS-ENCONTRADOS TO WSS-RETORNO-FINAL
              WHEN OTHER
                 MOVE RC-SUCESSO              TO WSS-RETORNO-FINAL
           END-EVALUATE.

           DISPLAY '***************************************'.
           DISPLAY '* VARREDURA DE INTEGRIDADE DO CATALOGO  *'.
           DISPLAY '* ITENS NO CATALOGO      = ' WSS-CONT-CATALOGO.
           DISPLAY '* ITENS NO ARQUIVO MORTO = ' WSS-CONT-ARQUIVADOS.
           DISPLAY '* REGISTROS CONFERIDOS   = ' WSS-CONT-LIDOS.
           DISPLAY '* QUEBRAS GRAVES         = ' WSS-CONT-GRAVES.
           DISPLAY '* AVISOS                 = ' WSS-CONT-AVISOS.
           DISPLAY '***************************************'.

           MOVE WSS-RETORNO-FINAL TO RETURN-CODE.

       ROT-ENCERRAMENTO-EXIT.

           EXIT.

       END PROGRAM COBOL053.

      ********************* FIM DO PROGRAMA ****************************
