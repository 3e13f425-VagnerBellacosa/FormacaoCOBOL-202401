      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LISTA DE PRECOS AO CLIENTE A PARTIR DO CATALOGO -
      *            LE O CATET001 (DESCARGA DO KSDS ORDENADA POR
      *            TIPO+CODIGO, NOS MOLDES DO STEP008 DO CICL0001) E
      *            EMITE, SO COM OS ITENS ATIVOS, A LISTA AGRUPADA POR
      *            CATEGORIA COM A DESCRICAO DO CADASTRO CATTIPO. O
      *            PRECO SAI EM REAIS E NA MOEDA ESCOLHIDA NO LISTPARM
      *            (TAXAS DO CAMBTAB, NOS MOLDES DO COBOL005; SEM O
      *            PARAMETRO VALE 'USD'). AS ALTERACOES DE PRECO
      *            PENDENTES DE EFETIVACAO (CATPENDM) SAO LEVADAS EM
      *            CONTA PELA DATA DE VIGENCIA DA LISTA (PARM): A JA
      *            EFETIVA NA VIGENCIA VIRA O PRECO DA LISTA, E A
      *            PRIMEIRA POSTERIOR A ELA SAI COMO "NOVO PRECO A
      *            PARTIR DE" LOGO ABAIXO DO PRECO ATUAL. GERA A
      *            EDICAO IMPRESSA (RELLIS001) E A EDICAO DELIMITADA
      *            PARA O SITE (LISTWEB), COM HEADER E TRAILER
      * CPD      : INEFE
      *****************************************************************
      * HISTORICO DE ALTERACOES
      * 15/10/2026  VRB  VERSAO ORIGINAL DO PROGRAMA
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL051.
       AUTHOR. VAGNER BELLACOSA.
       DATE-WRITTEN. 15/10/26 @ 20:30:00.
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
         SELECT OPTIONAL CATPENDM ASSIGN TO CATPENDM
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-CATPENDM.
      *
         SELECT OPTIONAL CAMBTAB ASSIGN TO CAMBTAB
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-CAMBTAB.
      *
         SELECT OPTIONAL CATTIPO ASSIGN TO CATTIPO
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-CATTIPO.
      *
         SELECT OPTIONAL LISTPARM ASSIGN TO LISTPARM
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-LISTPARM.
      *
         SELECT RELLIS001       ASSIGN TO RELLIS001
         FILE STATUS FLG-RELLIS001.
      *
         SELECT LISTWEB         ASSIGN TO LISTWEB
         FILE STATUS FLG-LISTWEB.
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
       FD  CATPENDM
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 81 CHARACTERS.
      *
           COPY "CATB0001M".
      *
       FD  CAMBTAB
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  CAMBTAB-REGISTRO.
           05 CAMBTAB-MOEDA           PIC X(03).
           05 CAMBTAB-TAXA            PIC 9(03)V9(06).
           05 FILLER                  PIC X(68).
      *
       FD  CATTIPO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY "TIPB0001".
      *
      *    O LISTPARM TRAZ A MOEDA DA LISTA (PRIMEIRO REGISTRO) -
      *    SEM O ARQUIVO OU COM A MOEDA EM BRANCO VALE 'USD'
      *
       FD  LISTPARM
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  LISTPARM-REGISTRO.
           05 LISTPARM-MOEDA          PIC X(03).
           05 FILLER                  PIC X(77).
      *
       FD  RELLIS001
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  RELLIS001-LINHA             PIC X(80).
      *
       FD  LISTWEB
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
      *
       01  LISTWEB-LINHA               PIC X(120).
      *
       WORKING-STORAGE SECTION.
      *
       77  FLG-CAT001                 PIC X(02).
       77  FLG-CATPENDM               PIC X(02).
       77  FLG-CAMBTAB                PIC X(02).
       77  FLG-CATTIPO                PIC X(02).
       77  FLG-LISTPARM               PIC X(02).
       77  FLG-RELLIS001              PIC X(02).
       77  FLG-LISTWEB                PIC X(02).
       77  WSS-FIM-CATET001           PIC X(01)   VALUE 'N'.
           88 FIM-CATET001                        VALUE 'S'.
       77  WSS-FIM-CATPENDM           PIC X(01)   VALUE 'N'.
           88 FIM-CATPENDM                        VALUE 'S'.
       77  WSS-FIM-CAMBTAB            PIC X(01)   VALUE 'N'.
           88 FIM-CAMBTAB                         VALUE 'S'.
       77  WSS-FIM-CATTIPO            PIC X(01)   VALUE 'N'.
           88 FIM-CATTIPO                         VALUE 'S'.
       77  WSS-PRIMEIRA-LEITURA       PIC X(01)   VALUE 'S'.
       77  WSS-TIPO-ANTERIOR          PIC X(01)   VALUE SPACE.
       77  WSS-LINHAS-PAGINA          PIC 9(02)   VALUE ZERO.
       77  WSS-MAX-LINHAS             PIC 9(02)   VALUE 50.
       77  WSS-NUM-PAGINA             PIC 9(04)   VALUE ZERO.
       77  WSS-CONT-LIDOS             PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-INATIVOS          PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-LISTADOS          PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-NOVO-PRECO        PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-PENDENTE-VIGENTE  PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-SEM-TAXA          PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-WEB               PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-PENDENTES-LIDOS   PIC 9(07)   VALUE ZERO.
       77  WSS-RETORNO-FINAL          PIC 9(03)   VALUE ZERO.
      *
       77  WSS-QTD-MOEDAS             PIC 9(02)   VALUE ZERO.
       77  WSS-MAX-MOEDAS             PIC 9(02)   VALUE 20.
       77  WSS-IDX-MOEDA              PIC 9(02)   VALUE ZERO.
       77  WSS-IDX-MOEDA-ACHADA       PIC 9(02)   VALUE ZERO.
       77  WSS-MOEDA-PROCURADA        PIC X(03)   VALUE SPACES.
       77  WSS-TAXA-ACHADA            PIC 9(03)V9(06) VALUE ZERO.
       77  WSS-MOEDA-LISTA            PIC X(03)   VALUE 'USD'.
       77  WSS-TAXA-BRL               PIC 9(03)V9(06) VALUE ZERO.
       77  WSS-TAXA-LISTA             PIC 9(03)V9(06) VALUE ZERO.
      *
       77  WSS-QTD-TIPOS              PIC 9(02)   VALUE ZERO.
       77  WSS-MAX-TIPOS              PIC 9(02)   VALUE 40.
       77  WSS-IDX-TIPO               PIC 9(02)   VALUE ZERO.
       77  WSS-IDX-TIPO-ACHADO        PIC 9(02)   VALUE ZERO.
       77  WSS-TIPO-PROCURADO         PIC X(01)   VALUE SPACE.
       77  WSS-NOME-TIPO-ACHADO       PIC X(30)   VALUE SPACES.
      *
       77  WSS-QTD-PENDENTES          PIC 9(03)   VALUE ZERO.
       77  WSS-MAX-PENDENTES          PIC 9(03)   VALUE 500.
       77  WSS-IDX-PEN                PIC 9(03)   VALUE ZERO.
       77  WSS-IDX-PEN-ACHADO         PIC 9(03)   VALUE ZERO.
       77  WSS-CODIGO-PROCURADO       PIC 9(05)   VALUE ZERO.
      *
       77  WSS-PRECO-ORIGEM           PIC 9(07)V99 VALUE ZERO.
       77  WSS-MOEDA-ORIGEM           PIC X(03)   VALUE SPACES.
       77  WSS-PRECO-BRL              PIC 9(09)V99 VALUE ZERO.
       77  WSS-PRECO-MOEDA            PIC 9(09)V99 VALUE ZERO.
       77  WSS-SEM-TAXA               PIC X(01)   VALUE 'N'.
           88 SEM-TAXA                            VALUE 'S'.
      *
       77  WSS-ATU-VALOR              PIC 9(07)V99 VALUE ZERO.
       77  WSS-ATU-MOEDA              PIC X(03)   VALUE SPACES.
       77  WSS-ATU-BRL                PIC 9(09)V99 VALUE ZERO.
       77  WSS-ATU-MOEDA-LISTA        PIC 9(09)V99 VALUE ZERO.
       77  WSS-ATU-SEM-TAXA           PIC X(01)   VALUE 'N'.
       77  WSS-TEM-NOVO-PRECO         PIC X(01)   VALUE 'N'.
           88 TEM-NOVO-PRECO                      VALUE 'S'.
       77  WSS-NOVO-BRL               PIC 9(09)V99 VALUE ZERO.
       77  WSS-NOVO-MOEDA-LISTA       PIC 9(09)V99 VALUE ZERO.
       77  WSS-NOVO-SEM-TAXA          PIC X(01)   VALUE 'N'.
      *
       77  WSS-VALOR-TEXTO-1          PIC 9(09),99.
       77  WSS-VALOR-TEXTO-2          PIC 9(09),99.
       77  WSS-VALOR-TEXTO-3          PIC 9(09),99.
       77  WSS-VALOR-TEXTO-4          PIC 9(09),99.
       77  WSS-CONT-TEXTO             PIC 9(07).
      *
       01  WSS-DATA-VIGENCIA          PIC 9(08)   VALUE ZERO.
       01  WSS-DATA-VIGENCIA-R REDEFINES WSS-DATA-VIGENCIA.
           05 WSS-VIG-ANO             PIC 9(04).
           05 WSS-VIG-MES             PIC 9(02).
           05 WSS-VIG-DIA             PIC 9(02).
      *
       01  WSS-DATA-NOVO-PRECO        PIC 9(08)   VALUE ZERO.
       01  WSS-DATA-NOVO-PRECO-R REDEFINES WSS-DATA-NOVO-PRECO.
           05 WSS-NOV-ANO             PIC 9(04).
           05 WSS-NOV-MES             PIC 9(02).
           05 WSS-NOV-DIA             PIC 9(02).
      *
       01  WSS-TAB-CAMBIO.
           05 WSS-CAMBIO-OCORRE       OCCURS 20 TIMES.
              10 WSS-CAMBIO-MOEDA     PIC X(03).
              10 WSS-CAMBIO-TAXA      PIC 9(03)V9(06).
      *
       01  WSS-TAB-TIPOS.
           05 WSS-TIPO-OCORRE         OCCURS 40 TIMES.
              10 WSS-TIPO-LETRA       PIC X(01).
              10 WSS-TIPO-DESCRICAO   PIC X(30).
              10 WSS-TIPO-ATIVO       PIC X(01).
      *
      *    POR CODIGO: A ULTIMA ALTERACAO JA EFETIVA NA VIGENCIA DA
      *    LISTA (VIG) E A PRIMEIRA POSTERIOR A ELA (FUT)
      *
       01  WSS-TAB-PENDENTES.
           05 WSS-PENDENTE-OCORRE     OCCURS 500 TIMES.
              10 WSS-PEN-CODIGO       PIC 9(05).
              10 WSS-PEN-VIG-DATA     PIC 9(08).
              10 WSS-PEN-VIG-VALOR    PIC 9(07)V99.
              10 WSS-PEN-VIG-MOEDA    PIC X(03).
              10 WSS-PEN-FUT-DATA     PIC 9(08).
              10 WSS-PEN-FUT-VALOR    PIC 9(07)V99.
              10 WSS-PEN-FUT-MOEDA    PIC X(03).
      *
       01  WSS-LINHA-PENDENTE         PIC X(80)   VALUE SPACES.
       01  WSS-LINHA-WEB              PIC X(120)  VALUE SPACES.
      *
       01  WSS-LINHA-CABECALHO.
           05 FILLER                  PIC X(27)
                  VALUE 'LISTA DE PRECOS AO CLIENTE '.
           05 FILLER                  PIC X(10)  VALUE 'VIGENCIA: '.
           05 WSS-CAB-DIA             PIC 9(02).
           05 FILLER                  PIC X(01)  VALUE '/'.
           05 WSS-CAB-MES             PIC 9(02).
           05 FILLER                  PIC X(01)  VALUE '/'.
           05 WSS-CAB-ANO             PIC 9(04).
           05 FILLER                  PIC X(09)  VALUE '  MOEDA: '.
           05 WSS-CAB-MOEDA           PIC X(03).
           05 FILLER                  PIC X(09)  VALUE SPACES.
           05 FILLER                  PIC X(08)  VALUE 'PAGINA: '.
           05 WSS-CAB-PAGINA          PIC ZZZ9.
      *
       01  WSS-LINHA-TITULOS.
           05 FILLER                  PIC X(09)  VALUE '  CODIGO '.
           05 FILLER                  PIC X(26)  VALUE 'DESCRICAO'.
           05 FILLER                  PIC X(05)  VALUE SPACES.
           05 FILLER                  PIC X(09)  VALUE 'PRECO BRL'.
           05 FILLER                  PIC X(07)  VALUE SPACES.
           05 FILLER                  PIC X(06)  VALUE 'PRECO '.
           05 WSS-TIT-MOEDA           PIC X(03).
           05 FILLER                  PIC X(15)  VALUE SPACES.
      *
       01  WSS-LINHA-CATEGORIA.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 FILLER                  PIC X(10)  VALUE 'CATEGORIA '.
           05 WSS-CAT-TIPO            PIC X(01).
           05 FILLER                  PIC X(03)  VALUE ' - '.
           05 WSS-CAT-NOME            PIC X(30).
           05 FILLER                  PIC X(34)  VALUE SPACES.
      *
       01  WSS-LINHA-ITEM.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WSS-ITM-CODIGO          PIC 9(05).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WSS-ITM-DESCRICAO       PIC X(25).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-ITM-PRECO-BRL       PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WSS-ITM-PRECO-MOEDA     PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-ITM-OBS             PIC X(07).
           05 FILLER                  PIC X(07)  VALUE SPACES.
      *
       01  WSS-LINHA-NOVO-PRECO.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 FILLER                  PIC X(23)
                  VALUE 'NOVO PRECO A PARTIR DE '.
           05 WSS-NOV-DIA-ED          PIC 9(02).
           05 FILLER                  PIC X(01)  VALUE '/'.
           05 WSS-NOV-MES-ED          PIC 9(02).
           05 FILLER                  PIC X(01)  VALUE '/'.
           05 WSS-NOV-ANO-ED          PIC 9(04).
           05 WSS-NOV-PRECO-BRL       PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WSS-NOV-PRECO-MOEDA     PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-NOV-OBS             PIC X(07).
           05 FILLER                  PIC X(07)  VALUE SPACES.
      *
       01  WSS-LINHA-TOTAL.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 FILLER                  PIC X(25)
                  VALUE 'TOTAL DE ITENS NA LISTA: '.
           05 WSS-TOT-ITENS           PIC ZZZ.ZZ9.
           05 FILLER                  PIC X(04)  VALUE SPACES.
           05 FILLER                  PIC X(27)
                  VALUE 'COM NOVO PRECO PROGRAMADO: '.
           05 WSS-TOT-NOVO-PRECO      PIC ZZZ.ZZ9.
           05 FILLER                  PIC X(08)  VALUE SPACES.
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

           PERFORM ROT-PROCESSA-REGISTRO
              THRU ROT-PROCESSA-REGISTRO-EXIT
              UNTIL FIM-CATET001.

           PERFORM ROT-ENCERRAMENTO
              THRU ROT-ENCERRAMENTO-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
      * VALIDA A DATA DE VIGENCIA DA LISTA, ABRE OS ARQUIVOS E     *
      * CARREGA O CAMBIO, AS CATEGORIAS, A MOEDA DA LISTA E AS     *
      * ALTERACOES DE PRECO PENDENTES                              *
      *-----------------------------------------------------------*
       ROT-ABERTURA.

           MOVE LKS-DATA-EXECUCAO TO LKS-CD-DATA.

           CALL 'CHKDATA' USING LKS-CHECK-DATE.

           IF LKS-CD-INVALIDA
              DISPLAY '*** DATA DE VIGENCIA INVALIDA *** PARM = '
                       LKS-DATA-EXECUCAO
              MOVE RC-PARM-DATA-INVALIDA TO WSS-RETORNO-FINAL
              MOVE 'S' TO WSS-FIM-CATET001
              GO TO ROT-ABERTURA-EXIT
           END-IF.

           MOVE LKS-DATA-EXECUCAO TO WSS-DATA-VIGENCIA.

           OPEN INPUT  CATET001.

           IF FLG-CAT001 NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO CATET001 *** FLG = '
                       FLG-CAT001
              MOVE 'S' TO WSS-FIM-CATET001
           END-IF.

           OPEN OUTPUT RELLIS001.

           IF FLG-RELLIS001 NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO RELLIS001 *** FLG = '
                       FLG-RELLIS001
              MOVE 'S' TO WSS-FIM-CATET001
           END-IF.

           OPEN OUTPUT LISTWEB.

           IF FLG-LISTWEB NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO LISTWEB *** FLG = '
                       FLG-LISTWEB
              MOVE 'S' TO WSS-FIM-CATET001
           END-IF.

           PERFORM ROT-CARREGA-LISTPARM
              THRU ROT-CARREGA-LISTPARM-EXIT.

           PERFORM ROT-CARREGA-CAMBIO
              THRU ROT-CARREGA-CAMBIO-EXIT.

           PERFORM ROT-CARREGA-CATTIPO
              THRU ROT-CARREGA-CATTIPO-EXIT.

           PERFORM ROT-CARREGA-PENDENTES
              THRU ROT-CARREGA-PENDENTES-EXIT.

           MOVE 'BRL' TO WSS-MOEDA-PROCURADA.

           PERFORM ROT-TAXA-MOEDA
              THRU ROT-TAXA-MOEDA-EXIT.

           MOVE WSS-TAXA-ACHADA TO WSS-TAXA-BRL.
           MOVE WSS-MOEDA-LISTA TO WSS-MOEDA-PROCURADA.

           PERFORM ROT-TAXA-MOEDA
              THRU ROT-TAXA-MOEDA-EXIT.

           MOVE WSS-TAXA-ACHADA TO WSS-TAXA-LISTA.

           IF WSS-TAXA-BRL = ZERO OR WSS-TAXA-LISTA = ZERO
              DISPLAY '*** MOEDA DA LISTA OU BRL SEM TAXA NO CAMBTAB'
                      ' *** MOEDA = ' WSS-MOEDA-LISTA
           END-IF.

           IF FIM-CATET001
              GO TO ROT-ABERTURA-EXIT
           END-IF.

           STRING 'H;'              DELIMITED BY SIZE
                  WSS-DATA-VIGENCIA DELIMITED BY SIZE
                  ';'               DELIMITED BY SIZE
                  WSS-MOEDA-LISTA   DELIMITED BY SIZE
             INTO WSS-LINHA-WEB
           END-STRING.

           PERFORM ROT-GRAVA-WEB
              THRU ROT-GRAVA-WEB-EXIT.

           PERFORM ROT-IMPRIME-CABECALHO
              THRU ROT-IMPRIME-CABECALHO-EXIT.

       ROT-ABERTURA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE A MOEDA DA LISTA DO LISTPARM - SEM O ARQUIVO, OU COM A  *
      * MOEDA EM BRANCO, A LISTA SAI EM DOLAR                      *
      *-----------------------------------------------------------*
       ROT-CARREGA-LISTPARM.

           OPEN INPUT LISTPARM.

           IF FLG-LISTPARM NOT = '00'
              DISPLAY '*** LISTPARM INDISPONIVEL - LISTA EM USD ***'
              GO TO ROT-CARREGA-LISTPARM-EXIT
           END-IF.

           READ LISTPARM
              AT END
                 MOVE SPACES TO LISTPARM-REGISTRO
           END-READ.

           IF FLG-LISTPARM = '00'
              AND LISTPARM-MOEDA NOT = SPACES
              MOVE LISTPARM-MOEDA TO WSS-MOEDA-LISTA
           END-IF.

           CLOSE LISTPARM.

       ROT-CARREGA-LISTPARM-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CARREGA A TABELA DE CAMBIO DO ARQUIVO CAMBTAB (MOEDA +     *
      * TAXA PARA DOLAR), MANTIDO PELO FINANCEIRO - SEM O ARQUIVO, *
      * OS VALORES CONVERTIDOS SAEM ZERADOS                        *
      *-----------------------------------------------------------*
       ROT-CARREGA-CAMBIO.

           OPEN INPUT CAMBTAB.

           IF FLG-CAMBTAB = '00'
              PERFORM ROT-LER-CAMBTAB
                 THRU ROT-LER-CAMBTAB-EXIT
                 UNTIL FIM-CAMBTAB
              CLOSE CAMBTAB
           ELSE
              DISPLAY '*** CAMBTAB INDISPONIVEL - SEM CONVERSAO ***'
           END-IF.

       ROT-CARREGA-CAMBIO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE UMA TAXA DE CAMBIO PARA A TABELA                        *
      *-----------------------------------------------------------*
       ROT-LER-CAMBTAB.

           READ CAMBTAB
              AT END
                 MOVE 'S' TO WSS-FIM-CAMBTAB
           END-READ.

           IF NOT FIM-CAMBTAB
              IF FLG-CAMBTAB = '00'
                 IF WSS-QTD-MOEDAS < WSS-MAX-MOEDAS
                    ADD 1 TO WSS-QTD-MOEDAS
                    MOVE CAMBTAB-MOEDA
                      TO WSS-CAMBIO-MOEDA (WSS-QTD-MOEDAS)
                    MOVE CAMBTAB-TAXA
                      TO WSS-CAMBIO-TAXA (WSS-QTD-MOEDAS)
                 ELSE
                    DISPLAY '*** TABELA DE CAMBIO ESGOTADA ***'
                    MOVE 'S' TO WSS-FIM-CAMBTAB
                 END-IF
              ELSE
                 MOVE 'S' TO WSS-FIM-CAMBTAB
              END-IF
           END-IF.

       ROT-LER-CAMBTAB-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * DEVOLVE EM WSS-TAXA-ACHADA A TAXA DA MOEDA PROCURADA -     *
      * MOEDA FORA DO CAMBTAB DEVOLVE TAXA ZERO                    *
      *-----------------------------------------------------------*
       ROT-TAXA-MOEDA.

           MOVE ZERO TO WSS-IDX-MOEDA-ACHADA.
           MOVE ZERO TO WSS-TAXA-ACHADA.

           PERFORM ROT-PROCURA-MOEDA
              THRU ROT-PROCURA-MOEDA-EXIT
              VARYING WSS-IDX-MOEDA FROM 1 BY 1
              UNTIL WSS-IDX-MOEDA > WSS-QTD-MOEDAS
                 OR WSS-IDX-MOEDA-ACHADA > ZERO.

       ROT-TAXA-MOEDA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * COMPARA UMA ENTRADA DA TABELA DE CAMBIO COM A MOEDA        *
      * PROCURADA                                                  *
      *-----------------------------------------------------------*
       ROT-PROCURA-MOEDA.

           IF WSS-CAMBIO-MOEDA (WSS-IDX-MOEDA) = WSS-MOEDA-PROCURADA
              MOVE WSS-IDX-MOEDA TO WSS-IDX-MOEDA-ACHADA
              MOVE WSS-CAMBIO-TAXA (WSS-IDX-MOEDA)
                TO WSS-TAXA-ACHADA
           END-IF.

       ROT-PROCURA-MOEDA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CARREGA O CADASTRO DE CATEGORIAS (CATTIPO) PARA A TABELA - *
      * SEM O ARQUIVO, A DESCRICAO DA CATEGORIA SAI EM BRANCO      *
      *-----------------------------------------------------------*
       ROT-CARREGA-CATTIPO.

           OPEN INPUT CATTIPO.

           IF FLG-CATTIPO = '00'
              PERFORM ROT-LER-CATTIPO
                 THRU ROT-LER-CATTIPO-EXIT
                 UNTIL FIM-CATTIPO
              CLOSE CATTIPO
           ELSE
              DISPLAY '*** CATTIPO INDISPONIVEL - SEM DESCRICOES ***'
           END-IF.

       ROT-CARREGA-CATTIPO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE UMA CATEGORIA DO CADASTRO PARA A TABELA                 *
      *-----------------------------------------------------------*
       ROT-LER-CATTIPO.

           READ CATTIPO
              AT END
                 MOVE 'S' TO WSS-FIM-CATTIPO
           END-READ.

           IF NOT FIM-CATTIPO
              IF FLG-CATTIPO = '00'
                 IF WSS-QTD-TIPOS < WSS-MAX-TIPOS
                    ADD 1 TO WSS-QTD-TIPOS
                    MOVE TIPB0001-TIPO
                      TO WSS-TIPO-LETRA (WSS-QTD-TIPOS)
                    MOVE TIPB0001-DESCRICAO
                      TO WSS-TIPO-DESCRICAO (WSS-QTD-TIPOS)
                    MOVE TIPB0001-ATIVO
                      TO WSS-TIPO-ATIVO (WSS-QTD-TIPOS)
                 ELSE
                    DISPLAY '*** TABELA DE CATEGORIAS ESGOTADA ***'
                    MOVE 'S' TO WSS-FIM-CATTIPO
                 END-IF
              ELSE
                 MOVE 'S' TO WSS-FIM-CATTIPO
              END-IF
           END-IF.

       ROT-LER-CATTIPO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * PROCURA A DESCRICAO DE NEGOCIO DA CATEGORIA PROCURADA -    *
      * SEM ENTRADA NA TABELA, A DESCRICAO SAI EM BRANCO           *
      *-----------------------------------------------------------*
       ROT-PROCURA-NOME-TIPO.

           MOVE ZERO   TO WSS-IDX-TIPO-ACHADO.
           MOVE SPACES TO WSS-NOME-TIPO-ACHADO.

           PERFORM ROT-TESTA-TIPO
              THRU ROT-TESTA-TIPO-EXIT
              VARYING WSS-IDX-TIPO FROM 1 BY 1
              UNTIL WSS-IDX-TIPO > WSS-QTD-TIPOS
                 OR WSS-IDX-TIPO-ACHADO > ZERO.

           IF WSS-IDX-TIPO-ACHADO > ZERO
              MOVE WSS-TIPO-DESCRICAO (WSS-IDX-TIPO-ACHADO)
                TO WSS-NOME-TIPO-ACHADO
           END-IF.

       ROT-PROCURA-NOME-TIPO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * COMPARA UMA ENTRADA DA TABELA DE CATEGORIAS COM O TIPO     *
      * PROCURADO                                                  *
      *-----------------------------------------------------------*
       ROT-TESTA-TIPO.

           IF WSS-TIPO-LETRA (WSS-IDX-TIPO) = WSS-TIPO-PROCURADO
              MOVE WSS-IDX-TIPO TO WSS-IDX-TIPO-ACHADO
           END-IF.

       ROT-TESTA-TIPO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CARREGA AS ALTERACOES DE PRECO PENDENTES DE EFETIVACAO     *
      * (CATPENDM) - SEM O ARQUIVO, A LISTA SAI SO COM OS PRECOS   *
      * DO CATALOGO                                                *
      *-----------------------------------------------------------*
       ROT-CARREGA-PENDENTES.

           OPEN INPUT CATPENDM.

           IF FLG-CATPENDM = '00'
              PERFORM ROT-LER-CATPENDM
                 THRU ROT-LER-CATPENDM-EXIT
                 UNTIL FIM-CATPENDM
              CLOSE CATPENDM
           ELSE
              DISPLAY '*** CATPENDM INDISPONIVEL - SEM PENDENTES ***'
           END-IF.

       ROT-CARREGA-PENDENTES-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE UM MOVIMENTO PENDENTE - SO A ALTERACAO ('C') MEXE NO    *
      * PRECO; HEADER E TRAILER DO LOTE SAO IGNORADOS              *
      *-----------------------------------------------------------*
       ROT-LER-CATPENDM.

           READ CATPENDM
              AT END
                 MOVE 'S' TO WSS-FIM-CATPENDM
           END-READ.

           IF FIM-CATPENDM
              GO TO ROT-LER-CATPENDM-EXIT
           END-IF.

           IF FLG-CATPENDM NOT = '00'
              DISPLAY '*** ERRO NA LEITURA DO CATPENDM *** FLG = '
                       FLG-CATPENDM
              MOVE 'S' TO WSS-FIM-CATPENDM
              GO TO ROT-LER-CATPENDM-EXIT
           END-IF.

           IF CATB0001M-HDR-INDICADOR = 'HEADR'
              OR CATB0001M-TRL-INDICADOR = 'TRAIL'
              GO TO ROT-LER-CATPENDM-EXIT
           END-IF.

           IF NOT CATB0001M-ALTERACAO
              OR CATB0001M-VALOR NOT NUMERIC
              OR CATB0001M-DATA-EFETIVA NOT NUMERIC
              GO TO ROT-LER-CATPENDM-EXIT
           END-IF.

           ADD 1 TO WSS-CONT-PENDENTES-LIDOS.

           MOVE CATB0001M-CODIGO TO WSS-CODIGO-PROCURADO.

           PERFORM ROT-PROCURA-PENDENTE
              THRU ROT-PROCURA-PENDENTE-EXIT.

           IF WSS-IDX-PEN-ACHADO = ZERO
              IF WSS-QTD-PENDENTES < WSS-MAX-PENDENTES
                 ADD 1 TO WSS-QTD-PENDENTES
                 MOVE WSS-QTD-PENDENTES TO WSS-IDX-PEN-ACHADO
                 MOVE CATB0001M-CODIGO
                   TO WSS-PEN-CODIGO (WSS-IDX-PEN-ACHADO)
                 MOVE ZERO   TO WSS-PEN-VIG-DATA (WSS-IDX-PEN-ACHADO)
                 MOVE ZERO   TO WSS-PEN-VIG-VALOR (WSS-IDX-PEN-ACHADO)
                 MOVE SPACES TO WSS-PEN-VIG-MOEDA (WSS-IDX-PEN-ACHADO)
                 MOVE ZERO   TO WSS-PEN-FUT-DATA (WSS-IDX-PEN-ACHADO)
                 MOVE ZERO   TO WSS-PEN-FUT-VALOR (WSS-IDX-PEN-ACHADO)
                 MOVE SPACES TO WSS-PEN-FUT-MOEDA (WSS-IDX-PEN-ACHADO)
              ELSE
                 DISPLAY '*** TABELA DE PENDENTES ESGOTADA *** COD = '
                          CATB0001M-CODIGO
                 GO TO ROT-LER-CATPENDM-EXIT
              END-IF
           END-IF.

           IF CATB0001M-DATA-EFETIVA > WSS-DATA-VIGENCIA
              IF WSS-PEN-FUT-DATA (WSS-IDX-PEN-ACHADO) = ZERO
                 OR CATB0001M-DATA-EFETIVA <
                    WSS-PEN-FUT-DATA (WSS-IDX-PEN-ACHADO)
                 MOVE CATB0001M-DATA-EFETIVA
                   TO WSS-PEN-FUT-DATA (WSS-IDX-PEN-ACHADO)
                 MOVE CATB0001M-VALOR
                   TO WSS-PEN-FUT-VALOR (WSS-IDX-PEN-ACHADO)
                 MOVE CATB0001M-MOEDA
                   TO WSS-PEN-FUT-MOEDA (WSS-IDX-PEN-ACHADO)
              END-IF
           ELSE
              IF CATB0001M-DATA-EFETIVA NOT <
                 WSS-PEN-VIG-DATA (WSS-IDX-PEN-ACHADO)
                 MOVE CATB0001M-DATA-EFETIVA
                   TO WSS-PEN-VIG-DATA (WSS-IDX-PEN-ACHADO)
                 MOVE CATB0001M-VALOR
                   TO WSS-PEN-VIG-VALOR (WSS-IDX-PEN-ACHADO)
                 MOVE CATB0001M-MOEDA
                   TO WSS-PEN-VIG-MOEDA (WSS-IDX-PEN-ACHADO)
              END-IF
           END-IF.

       ROT-LER-CATPENDM-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * PROCURA O CODIGO NA TABELA DE PENDENTES - NAO ACHADO       *
      * DEVOLVE INDICE ZERO                                        *
      *-----------------------------------------------------------*
       ROT-PROCURA-PENDENTE.

           MOVE ZERO TO WSS-IDX-PEN-ACHADO.

           PERFORM ROT-TESTA-PENDENTE
              THRU ROT-TESTA-PENDENTE-EXIT
              VARYING WSS-IDX-PEN FROM 1 BY 1
              UNTIL WSS-IDX-PEN > WSS-QTD-PENDENTES
                 OR WSS-IDX-PEN-ACHADO > ZERO.

       ROT-PROCURA-PENDENTE-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * COMPARA UMA ENTRADA DA TABELA DE PENDENTES COM O CODIGO    *
      * PROCURADO                                                  *
      *-----------------------------------------------------------*
       ROT-TESTA-PENDENTE.

           IF WSS-PEN-CODIGO (WSS-IDX-PEN) = WSS-CODIGO-PROCURADO
              MOVE WSS-IDX-PEN TO WSS-IDX-PEN-ACHADO
           END-IF.

       ROT-TESTA-PENDENTE-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE UM ITEM DO CATALOGO, CONTROLA A QUEBRA POR CATEGORIA E  *
      * EMITE O ITEM NAS DUAS EDICOES - ITEM NAO ATIVO FICA FORA   *
      *-----------------------------------------------------------*
       ROT-PROCESSA-REGISTRO.

           READ CATET001
              AT END
                 MOVE 'S' TO WSS-FIM-CATET001
           END-READ.

           IF FIM-CATET001
              GO TO ROT-PROCESSA-REGISTRO-EXIT
           END-IF.

           IF FLG-CAT001 NOT = '00'
              DISPLAY '*** ERRO NA LEITURA DO CATET001 *** FLG = '
                       FLG-CAT001
              MOVE 'S' TO WSS-FIM-CATET001
              GO TO ROT-PROCESSA-REGISTRO-EXIT
           END-IF.

           IF CATB0001-TRAILER-INDICADOR = 'TRAIL'
              MOVE 'S' TO WSS-FIM-CATET001
              GO TO ROT-PROCESSA-REGISTRO-EXIT
           END-IF.

           ADD 1 TO WSS-CONT-LIDOS.

           IF NOT CATB0001-ITEM-ATIVO
              ADD 1 TO WSS-CONT-INATIVOS
              GO TO ROT-PROCESSA-REGISTRO-EXIT
           END-IF.

           IF WSS-PRIMEIRA-LEITURA = 'S'
              OR CATB0001-TIPO NOT = WSS-TIPO-ANTERIOR
              MOVE 'N'           TO WSS-PRIMEIRA-LEITURA
              MOVE CATB0001-TIPO TO WSS-TIPO-ANTERIOR
              PERFORM ROT-QUEBRA-CATEGORIA
                 THRU ROT-QUEBRA-CATEGORIA-EXIT
           END-IF.

           PERFORM ROT-APURA-PRECOS
              THRU ROT-APURA-PRECOS-EXIT.

           PERFORM ROT-IMPRIME-ITEM
              THRU ROT-IMPRIME-ITEM-EXIT.

           PERFORM ROT-EDITA-ITEM-WEB
              THRU ROT-EDITA-ITEM-WEB-EXIT.

           ADD 1 TO WSS-CONT-LISTADOS.

       ROT-PROCESSA-REGISTRO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * ABRE UMA NOVA CATEGORIA NAS DUAS EDICOES, COM A DESCRICAO  *
      * DE NEGOCIO DO CATTIPO                                      *
      *-----------------------------------------------------------*
       ROT-QUEBRA-CATEGORIA.

           MOVE WSS-TIPO-ANTERIOR TO WSS-TIPO-PROCURADO.

           PERFORM ROT-PROCURA-NOME-TIPO
              THRU ROT-PROCURA-NOME-TIPO-EXIT.

           IF WSS-LINHAS-PAGINA > ZERO
              MOVE SPACES TO RELLIS001-LINHA
              PERFORM ROT-IMPRIME-LINHA
                 THRU ROT-IMPRIME-LINHA-EXIT
           END-IF.

           MOVE WSS-TIPO-ANTERIOR    TO WSS-CAT-TIPO.
           MOVE WSS-NOME-TIPO-ACHADO TO WSS-CAT-NOME.
           MOVE WSS-LINHA-CATEGORIA  TO RELLIS001-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           MOVE SPACES TO WSS-LINHA-WEB.

           STRING 'C;'                 DELIMITED BY SIZE
                  WSS-TIPO-ANTERIOR    DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  WSS-NOME-TIPO-ACHADO DELIMITED BY SIZE
             INTO WSS-LINHA-WEB
           END-STRING.

           PERFORM ROT-GRAVA-WEB
              THRU ROT-GRAVA-WEB-EXIT.

       ROT-QUEBRA-CATEGORIA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * APURA O PRECO DO ITEM NA VIGENCIA DA LISTA (O DO CATALOGO, *
      * OU A ALTERACAO PENDENTE JA EFETIVA NA VIGENCIA) E O NOVO   *
      * PRECO PROGRAMADO PARA DEPOIS DELA, SE HOUVER - O NOVO      *
      * PRECO IGUAL AO ATUAL NAO E DESTACADO. ALTERACAO SEM MOEDA  *
      * PRESERVA A MOEDA DO ITEM, COMO NA EFETIVACAO DO COBOL006   *
      *-----------------------------------------------------------*
       ROT-APURA-PRECOS.

           MOVE CATB0001-VALOR TO WSS-ATU-VALOR.
           MOVE CATB0001-MOEDA TO WSS-ATU-MOEDA.
           MOVE 'N'            TO WSS-TEM-NOVO-PRECO.
           MOVE ZERO           TO WSS-DATA-NOVO-PRECO.

           MOVE CATB0001-CODIGO TO WSS-CODIGO-PROCURADO.

           PERFORM ROT-PROCURA-PENDENTE
              THRU ROT-PROCURA-PENDENTE-EXIT.

           IF WSS-IDX-PEN-ACHADO > ZERO
              IF WSS-PEN-VIG-DATA (WSS-IDX-PEN-ACHADO) > ZERO
                 ADD 1 TO WSS-CONT-PENDENTE-VIGENTE
                 MOVE WSS-PEN-VIG-VALOR (WSS-IDX-PEN-ACHADO)
                   TO WSS-ATU-VALOR
                 IF WSS-PEN-VIG-MOEDA (WSS-IDX-PEN-ACHADO)
                    NOT = SPACES
                    MOVE WSS-PEN-VIG-MOEDA (WSS-IDX-PEN-ACHADO)
                      TO WSS-ATU-MOEDA
                 END-IF
              END-IF
           END-IF.

           MOVE WSS-ATU-VALOR TO WSS-PRECO-ORIGEM.
           MOVE WSS-ATU-MOEDA TO WSS-MOEDA-ORIGEM.

           PERFORM ROT-CONVERTE-PRECO
              THRU ROT-CONVERTE-PRECO-EXIT.

           MOVE WSS-PRECO-BRL   TO WSS-ATU-BRL.
           MOVE WSS-PRECO-MOEDA TO WSS-ATU-MOEDA-LISTA.
           MOVE WSS-SEM-TAXA    TO WSS-ATU-SEM-TAXA.

           IF WSS-IDX-PEN-ACHADO = ZERO
              GO TO ROT-APURA-PRECOS-EXIT
           END-IF.

           IF WSS-PEN-FUT-DATA (WSS-IDX-PEN-ACHADO) = ZERO
              GO TO ROT-APURA-PRECOS-EXIT
           END-IF.

           MOVE WSS-PEN-FUT-VALOR (WSS-IDX-PEN-ACHADO)
             TO WSS-PRECO-ORIGEM.

           IF WSS-PEN-FUT-MOEDA (WSS-IDX-PEN-ACHADO) NOT = SPACES
              MOVE WSS-PEN-FUT-MOEDA (WSS-IDX-PEN-ACHADO)
                TO WSS-MOEDA-ORIGEM
           END-IF.

           IF WSS-PRECO-ORIGEM = WSS-ATU-VALOR
              AND WSS-MOEDA-ORIGEM = WSS-ATU-MOEDA
              GO TO ROT-APURA-PRECOS-EXIT
           END-IF.

           PERFORM ROT-CONVERTE-PRECO
              THRU ROT-CONVERTE-PRECO-EXIT.

           MOVE 'S'             TO WSS-TEM-NOVO-PRECO.
           MOVE WSS-PEN-FUT-DATA (WSS-IDX-PEN-ACHADO)
             TO WSS-DATA-NOVO-PRECO.
           MOVE WSS-PRECO-BRL   TO WSS-NOVO-BRL.
           MOVE WSS-PRECO-MOEDA TO WSS-NOVO-MOEDA-LISTA.
           MOVE WSS-SEM-TAXA    TO WSS-NOVO-SEM-TAXA.

           ADD 1 TO WSS-CONT-NOVO-PRECO.

       ROT-APURA-PRECOS-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CONVERTE O PRECO DE ORIGEM PARA REAIS E PARA A MOEDA DA    *
      * LISTA PELAS TAXAS PARA DOLAR DO CAMBTAB (MOEDA EM BRANCO   *
      * VALE 'BRL') - SEM TAXA, O CONVERTIDO SAI ZERADO E O ITEM   *
      * E MARCADO                                                  *
      *-----------------------------------------------------------*
       ROT-CONVERTE-PRECO.

           MOVE 'N'  TO WSS-SEM-TAXA.
           MOVE ZERO TO WSS-PRECO-BRL.
           MOVE ZERO TO WSS-PRECO-MOEDA.

           IF WSS-MOEDA-ORIGEM = SPACES
              MOVE 'BRL'            TO WSS-MOEDA-PROCURADA
           ELSE
              MOVE WSS-MOEDA-ORIGEM TO WSS-MOEDA-PROCURADA
           END-IF.

           PERFORM ROT-TAXA-MOEDA
              THRU ROT-TAXA-MOEDA-EXIT.

           IF WSS-TAXA-ACHADA = ZERO
              OR WSS-TAXA-BRL = ZERO
              OR WSS-TAXA-LISTA = ZERO
              MOVE 'S' TO WSS-SEM-TAXA
              ADD 1    TO WSS-CONT-SEM-TAXA
              GO TO ROT-CONVERTE-PRECO-EXIT
           END-IF.

           COMPUTE WSS-PRECO-BRL ROUNDED =
              WSS-PRECO-ORIGEM * WSS-TAXA-ACHADA / WSS-TAXA-BRL.

           COMPUTE WSS-PRECO-MOEDA ROUNDED =
              WSS-PRECO-ORIGEM * WSS-TAXA-ACHADA / WSS-TAXA-LISTA.

       ROT-CONVERTE-PRECO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME A LINHA DO ITEM E, QUANDO HOUVER, A LINHA DO NOVO  *
      * PRECO PROGRAMADO LOGO ABAIXO                               *
      *-----------------------------------------------------------*
       ROT-IMPRIME-ITEM.

           MOVE CATB0001-CODIGO     TO WSS-ITM-CODIGO.
           MOVE CATB0001-DESCRICAO  TO WSS-ITM-DESCRICAO.
           MOVE WSS-ATU-BRL         TO WSS-ITM-PRECO-BRL.
           MOVE WSS-ATU-MOEDA-LISTA TO WSS-ITM-PRECO-MOEDA.

           IF WSS-ATU-SEM-TAXA = 'S'
              MOVE 'S/TAXA' TO WSS-ITM-OBS
           ELSE
              MOVE SPACES   TO WSS-ITM-OBS
           END-IF.

           MOVE WSS-LINHA-ITEM TO RELLIS001-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           IF NOT TEM-NOVO-PRECO
              GO TO ROT-IMPRIME-ITEM-EXIT
           END-IF.

           MOVE WSS-NOV-DIA          TO WSS-NOV-DIA-ED.
           MOVE WSS-NOV-MES          TO WSS-NOV-MES-ED.
           MOVE WSS-NOV-ANO          TO WSS-NOV-ANO-ED.
           MOVE WSS-NOVO-BRL         TO WSS-NOV-PRECO-BRL.
           MOVE WSS-NOVO-MOEDA-LISTA TO WSS-NOV-PRECO-MOEDA.

           IF WSS-NOVO-SEM-TAXA = 'S'
              MOVE 'S/TAXA' TO WSS-NOV-OBS
           ELSE
              MOVE SPACES   TO WSS-NOV-OBS
           END-IF.

           MOVE WSS-LINHA-NOVO-PRECO TO RELLIS001-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

       ROT-IMPRIME-ITEM-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * MONTA A LINHA DELIMITADA DO ITEM PARA O SITE               *
      * (D;TIPO;CODIGO;DESCRICAO;PRECO BRL;PRECO MOEDA;DATA DO     *
      * NOVO PRECO;NOVO PRECO BRL;NOVO PRECO MOEDA) - SEM NOVO     *
      * PRECO, OS TRES ULTIMOS CAMPOS SAEM VAZIOS                  *
      *-----------------------------------------------------------*
       ROT-EDITA-ITEM-WEB.

           MOVE WSS-ATU-BRL         TO WSS-VALOR-TEXTO-1.
           MOVE WSS-ATU-MOEDA-LISTA TO WSS-VALOR-TEXTO-2.
           MOVE SPACES              TO WSS-LINHA-WEB.

           IF TEM-NOVO-PRECO
              MOVE WSS-NOVO-BRL         TO WSS-VALOR-TEXTO-3
              MOVE WSS-NOVO-MOEDA-LISTA TO WSS-VALOR-TEXTO-4
              STRING 'D;'                DELIMITED BY SIZE
                     CATB0001-TIPO       DELIMITED BY SIZE
                     ';'                 DELIMITED BY SIZE
                     CATB0001-CODIGO     DELIMITED BY SIZE
                     ';'                 DELIMITED BY SIZE
                     CATB0001-DESCRICAO  DELIMITED BY SIZE
                     ';'                 DELIMITED BY SIZE
                     WSS-VALOR-TEXTO-1   DELIMITED BY SIZE
                     ';'                 DELIMITED BY SIZE
                     WSS-VALOR-TEXTO-2   DELIMITED BY SIZE
                     ';'                 DELIMITED BY SIZE
                     WSS-DATA-NOVO-PRECO DELIMITED BY SIZE
                     ';'                 DELIMITED BY SIZE
                     WSS-VALOR-TEXTO-3   DELIMITED BY SIZE
                     ';'                 DELIMITED BY SIZE
                     WSS-VALOR-TEXTO-4   DELIMITED BY SIZE
                INTO WSS-LINHA-WEB
              END-STRING
           ELSE
              STRING 'D;'                DELIMITED BY SIZE
                     CATB0001-TIPO       DELIMITED BY SIZE
                     ';'                 DELIMITED BY SIZE
                     CATB0001-CODIGO     DELIMITED BY SIZE
                     ';'                 DELIMITED BY SIZE
                     CATB0001-DESCRICAO  DELIMITED BY SIZE
                     ';'                 DELIMITED BY SIZE
                     WSS-VALOR-TEXTO-1   DELIMITED BY SIZE
                     ';'                 DELIMITED BY SIZE
                     WSS-VALOR-TEXTO-2   DELIMITED BY SIZE
                     ';;;'               DELIMITED BY SIZE
                INTO WSS-LINHA-WEB
              END-STRING
           END-IF.

           PERFORM ROT-GRAVA-WEB
              THRU ROT-GRAVA-WEB-EXIT.

           ADD 1 TO WSS-CONT-WEB.

       ROT-EDITA-ITEM-WEB-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * GRAVA A LINHA JA MONTADA NA EDICAO DELIMITADA              *
      *-----------------------------------------------------------*
       ROT-GRAVA-WEB.

           MOVE WSS-LINHA-WEB TO LISTWEB-LINHA.

           IF FLG-LISTWEB = '00'
              WRITE LISTWEB-LINHA
           END-IF.

           MOVE SPACES TO WSS-LINHA-WEB.

       ROT-GRAVA-WEB-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME O CABECALHO DE UMA NOVA PAGINA DA LISTA            *
      *-----------------------------------------------------------*
       ROT-IMPRIME-CABECALHO.

           ADD 1 TO WSS-NUM-PAGINA.

           MOVE WSS-VIG-DIA         TO WSS-CAB-DIA.
           MOVE WSS-VIG-MES         TO WSS-CAB-MES.
           MOVE WSS-VIG-ANO         TO WSS-CAB-ANO.
           MOVE WSS-MOEDA-LISTA     TO WSS-CAB-MOEDA.
           MOVE WSS-MOEDA-LISTA     TO WSS-TIT-MOEDA.
           MOVE WSS-NUM-PAGINA      TO WSS-CAB-PAGINA.
           MOVE WSS-LINHA-CABECALHO TO RELLIS001-LINHA.

           IF FLG-RELLIS001 = '00'
              WRITE RELLIS001-LINHA
              MOVE SPACES            TO RELLIS001-LINHA
              WRITE RELLIS001-LINHA
              MOVE WSS-LINHA-TITULOS TO RELLIS001-LINHA
              WRITE RELLIS001-LINHA
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
              MOVE RELLIS001-LINHA TO WSS-LINHA-PENDENTE
              PERFORM ROT-IMPRIME-CABECALHO
                 THRU ROT-IMPRIME-CABECALHO-EXIT
              MOVE WSS-LINHA-PENDENTE TO RELLIS001-LINHA
           END-IF.

           IF FLG-RELLIS001 = '00'
              WRITE RELLIS001-LINHA
           END-IF.

           ADD 1 TO WSS-LINHAS-PAGINA.

       ROT-IMPRIME-LINHA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME O TOTAL DA LISTA, GRAVA O TRAILER DA EDICAO        *
      * DELIMITADA E FECHA OS ARQUIVOS - ITEM SEM TAXA DE CAMBIO   *
      * DEVOLVE RC 4 (LISTA COM PRECO CONVERTIDO INCOMPLETO)       *
      *-----------------------------------------------------------*
       ROT-ENCERRAMENTO.

           IF WSS-RETORNO-FINAL = RC-PARM-DATA-INVALIDA
              GO TO ROT-ENCERRAMENTO-FIM
           END-IF.

           MOVE SPACES TO RELLIS001-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           MOVE WSS-CONT-LISTADOS   TO WSS-TOT-ITENS.
           MOVE WSS-CONT-NOVO-PRECO TO WSS-TOT-NOVO-PRECO.
           MOVE WSS-LINHA-TOTAL     TO RELLIS001-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           MOVE WSS-CONT-WEB TO WSS-CONT-TEXTO.

           STRING 'T;'           DELIMITED BY SIZE
                  WSS-CONT-TEXTO DELIMITED BY SIZE
             INTO WSS-LINHA-WEB
           END-STRING.

           PERFORM ROT-GRAVA-WEB
              THRU ROT-GRAVA-WEB-EXIT.

           CLOSE CATET001.
           CLOSE RELLIS001.
           CLOSE LISTWEB.

           IF WSS-CONT-SEM-TAXA > ZERO
              MOVE RC-REJEITOS-ENCONTRADOS TO WSS-RETORNO-FINAL
           END-IF.

           DISPLAY '***************************************'.
           DISPLAY '* LISTA DE PRECOS EMITIDA - MOEDA ' WSS-MOEDA-LISTA.
           DISPLAY '* ITENS LIDOS              = ' WSS-CONT-LIDOS.
           DISPLAY '* ITENS NAO ATIVOS         = ' WSS-CONT-INATIVOS.
           DISPLAY '* ITENS NA LISTA           = ' WSS-CONT-LISTADOS.
           DISPLAY '* ALTERACOES PENDENTES LIDAS= '
                    WSS-CONT-PENDENTES-LIDOS.
           DISPLAY '* PENDENTES JA VIGENTES    = '
                    WSS-CONT-PENDENTE-VIGENTE.
           DISPLAY '* COM NOVO PRECO PROGRAMADO= ' WSS-CONT-NOVO-PRECO.
           DISPLAY '* PRECOS SEM TAXA DE CAMBIO= ' WSS-CONT-SEM-TAXA.
           DISPLAY '* TOTAL DE PAGINAS GERADAS = ' WSS-NUM-PAGINA.
           DISPLAY '***************************************'.

       ROT-ENCERRAMENTO-FIM.

           MOVE WSS-RETORNO-FINAL TO RETURN-CODE.

       ROT-ENCERRAMENTO-EXIT.

           EXIT.

       END PROGRAM COBOL051.

      ********************* FIM DO PROGRAMA ****************************
