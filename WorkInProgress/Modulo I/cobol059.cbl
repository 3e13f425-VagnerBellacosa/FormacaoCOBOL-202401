      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : EXPOSICAO CAMBIAL DO CATALOGO E VARIACAO DE
      *            CONVERSAO - RODA NO CICL0001 LOGO APOS O DELTA
      *            NOITE-A-NOITE (COBOL007) E ANTES DA TROCA DO CATANT
      *            E DO CAMBANT (STEP095/STEP096). CASA O CATALOGO DA
      *            NOITE (CATATU) COM O DA NOITE ANTERIOR (CATANT)
      *            PELO CODIGO, COMO O COBOL007, E:
      *            (1) TOTALIZA O VALOR DO CATALOGO POR MOEDA E
      *                CATEGORIA, NA MOEDA DO ITEM E CONVERTIDO PARA
      *                REAIS PELO CAMBTAB (VALOR X TAXA DA MOEDA /
      *                TAXA DO REAL, COMO O COBOL045);
      *            (2) SEPARA A VARIACAO EM REAIS DA NOITE EM EFEITO
      *                PRECO - INCLUSOES, RETIRADAS E VALORES
      *                ALTERADOS (OS DELTAS DO COBOL007), A TAXA DE
      *                ONTEM (CAMBANT) - E EFEITO CAMBIO - VALOR DE
      *                HOJE X DIFERENCA ENTRE A TAXA DE HOJE E A DE
      *                ONTEM. A SOMA DOS DOIS EFEITOS FECHA COM A
      *                DIFERENCA ENTRE O CATALOGO DE HOJE E O DE
      *                ONTEM EM REAIS;
      *            (3) ACUMULA OS EFEITOS NO MES (CAMBMTD -> CAMBMTDN,
      *                LAYOUT CAMB0001) PARA O FECHAMENTO MENSAL - NA
      *                VIRADA DO MES O ACUMULADO ANTERIOR SAI NO
      *                RELATORIO COMO FECHAMENTO E O NOVO MES PARTE DO
      *                ZERO. A RETOMADA DA MESMA DATA DE CICLO PARTE DO
      *                ACUMULADO ANTERIOR A NOITE, SEM SOMA-LA DE NOVO.
      *            MOEDA DE UM ITEM QUE TROCOU DE MOEDA CONTA COMO
      *            RETIRADA NA MOEDA ANTIGA E INCLUSAO NA NOVA; MOEDA
      *            SEM TAXA NO CAMBANT NAO TEM EFEITO CAMBIO
      * CPD      : INEFE
      *****************************************************************
      * HISTORICO DE ALTERACOES
      * 15/10/2026  VRB  VERSAO ORIGINAL DO PROGRAMA
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL059.
       AUTHOR. VAGNER BELLACOSA.
       DATE-WRITTEN. 15/10/26 @ 21:00:00.
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
         SELECT CATATU          ASSIGN TO CATATU
         FILE STATUS FLG-CATATU.
      *
         SELECT CATANT          ASSIGN TO CATANT
         FILE STATUS FLG-CATANT.
      *
         SELECT CAMBTAB         ASSIGN TO CAMBTAB
         FILE STATUS FLG-CAMBTAB.
      *
         SELECT OPTIONAL CAMBANT ASSIGN TO CAMBANT
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-CAMBANT.
      *
         SELECT OPTIONAL CATTIPO ASSIGN TO CATTIPO
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-CATTIPO.
      *
         SELECT OPTIONAL CAMBMTD ASSIGN TO CAMBMTD
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-CAMBMTD.
      *
         SELECT CAMBMTDN        ASSIGN TO CAMBMTDN
         FILE STATUS FLG-CAMBMTDN.
      *
         SELECT RELCAM001       ASSIGN TO RELCAM001
         FILE STATUS FLG-RELCAM001.
      *
      ***************
       DATA DIVISION.
      ***************
      *
       FILE SECTION.
      *
       FD  CATATU
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  CATATU-REGISTRO             PIC X(80).
      *
       FD  CATANT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  CATANT-REGISTRO             PIC X(80).
      *
       FD  CAMBTAB
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  CAMBTAB-REGISTRO.
           05 CAMBTAB-MOEDA           PIC X(03).
           05 CAMBTAB-TAXA            PIC 9(03)V9(06).
           05 CAMBTAB-DATA-REFERENCIA PIC 9(08).
           05 FILLER                  PIC X(60).
      *
       FD  CAMBANT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  CAMBANT-REGISTRO.
           05 CAMBANT-MOEDA           PIC X(03).
           05 CAMBANT-TAXA            PIC 9(03)V9(06).
           05 FILLER                  PIC X(68).
      *
       FD  CATTIPO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY "TIPB0001".
      *
       FD  CAMBMTD
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY "CAMB0001".
      *
       FD  CAMBMTDN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  CAMBMTDN-REGISTRO           PIC X(80).
      *
       FD  RELCAM001
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  RELCAM001-LINHA             PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       77  FLG-CATATU                 PIC X(02).
       77  FLG-CATANT                 PIC X(02).
       77  FLG-CAMBTAB                PIC X(02).
       77  FLG-CAMBANT                PIC X(02).
       77  FLG-CATTIPO                PIC X(02).
       77  FLG-CAMBMTD                PIC X(02).
       77  FLG-CAMBMTDN               PIC X(02).
       77  FLG-RELCAM001              PIC X(02).
       77  WSS-FIM-CATATU             PIC X(01)   VALUE 'N'.
           88 FIM-CATATU                          VALUE 'S'.
       77  WSS-FIM-CATANT             PIC X(01)   VALUE 'N'.
           88 FIM-CATANT                          VALUE 'S'.
       77  WSS-FIM-CAMBTAB            PIC X(01)   VALUE 'N'.
           88 FIM-CAMBTAB                         VALUE 'S'.
       77  WSS-FIM-CAMBANT            PIC X(01)   VALUE 'N'.
           88 FIM-CAMBANT                         VALUE 'S'.
       77  WSS-FIM-CATTIPO            PIC X(01)   VALUE 'N'.
           88 FIM-CATTIPO                         VALUE 'S'.
       77  WSS-FIM-CAMBMTD            PIC X(01)   VALUE 'N'.
           88 FIM-CAMBMTD                         VALUE 'S'.
       77  WSS-CHAVE-ATU              PIC 9(05)   VALUE ZERO.
       77  WSS-CHAVE-ANT              PIC 9(05)   VALUE ZERO.
       77  WSS-CHAVE-ALTA             PIC 9(05)   VALUE 99999.
       77  WSS-CONT-ATU               PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-NOVOS             PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-RETIRADOS         PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-PRECO-ALTERADO    PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-MOEDA-ALTERADA    PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-SEM-TAXA          PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-FORA-TABELA       PIC 9(07)   VALUE ZERO.
       77  WSS-TEM-CAMBANT            PIC X(01)   VALUE 'N'.
           88 TEM-CAMBANT                         VALUE 'S'.
       77  WSS-SEM-TAXA               PIC X(01)   VALUE 'N'.
           88 SEM-TAXA                            VALUE 'S'.
       77  WSS-MES-VIRADO             PIC X(01)   VALUE 'N'.
           88 MES-VIRADO                          VALUE 'S'.
       77  WSS-MES-FECHADO            PIC 9(06)   VALUE ZERO.
       77  WSS-LINHAS-PAGINA          PIC 9(02)   VALUE ZERO.
       77  WSS-MAX-LINHAS             PIC 9(02)   VALUE 20.
       77  WSS-NUM-PAGINA             PIC 9(04)   VALUE ZERO.
       77  WSS-LINHA-SAIDA            PIC X(80)   VALUE SPACES.
       77  WSS-MSG-ABEND              PIC X(60)   VALUE SPACES.
       77  WSS-ABEND-CODE             PIC S9(08) COMP VALUE ZERO.
       77  WSS-ABEND-REASON           PIC S9(08) COMP VALUE ZERO.
      *
      *    CONVERSAO PARA REAIS - FATOR = TAXA DA MOEDA / TAXA DO
      *    REAL (AS TAXAS DO CAMBTAB SAO EM DOLAR POR UNIDADE)
      *
       77  WSS-MOEDA-PROCURADA        PIC X(03)   VALUE SPACES.
       77  WSS-TAXA-ACHADA            PIC 9(03)V9(06) VALUE ZERO.
       77  WSS-ACHOU-TAXA             PIC X(01)   VALUE 'N'.
           88 ACHOU-TAXA                          VALUE 'S'.
       77  WSS-TAXA-BRL-ATU           PIC 9(03)V9(06) VALUE ZERO.
       77  WSS-TAXA-BRL-ANT           PIC 9(03)V9(06) VALUE ZERO.
       77  WSS-FATOR-ATU              PIC 9(05)V9(09) VALUE ZERO.
       77  WSS-FATOR-ANT              PIC 9(05)V9(09) VALUE ZERO.
       77  WSS-BRL-ATU                PIC S9(13)V99 VALUE ZERO.
       77  WSS-BRL-ANT                PIC S9(13)V99 VALUE ZERO.
       77  WSS-EFEITO-PRECO           PIC S9(13)V99 VALUE ZERO.
       77  WSS-EFEITO-CAMBIO          PIC S9(13)V99 VALUE ZERO.
       77  WSS-TOTAL-BRL-ATU          PIC S9(13)V99 VALUE ZERO.
       77  WSS-TOTAL-BRL-ANT          PIC S9(13)V99 VALUE ZERO.
       77  WSS-TOTAL-VARIACAO         PIC S9(13)V99 VALUE ZERO.
       77  WSS-TOT-PRECO              PIC S9(13)V99 VALUE ZERO.
       77  WSS-TOT-CAMBIO             PIC S9(13)V99 VALUE ZERO.
       77  WSS-TOT-MES-PRECO          PIC S9(13)V99 VALUE ZERO.
       77  WSS-TOT-MES-CAMBIO         PIC S9(13)V99 VALUE ZERO.
       77  WSS-TOT-QTDE               PIC 9(07)   VALUE ZERO.
       77  WSS-SUB-QTDE               PIC 9(07)   VALUE ZERO.
       77  WSS-SUB-VALOR              PIC 9(13)V99 VALUE ZERO.
       77  WSS-SUB-BRL                PIC S9(13)V99 VALUE ZERO.
       77  WSS-SUB-MOEDA              PIC X(03)   VALUE SPACES.
       77  WSS-PCT-MOEDA              PIC 9(03)V9 VALUE ZERO.
      *
      *    INDICES DAS TABELAS (ORDENADAS NA INCLUSAO)
      *
       77  WSS-QTD-CAMBIO             PIC 9(02)   VALUE ZERO.
       77  WSS-QTD-CAMBANT            PIC 9(02)   VALUE ZERO.
       77  WSS-MAX-CAMBIO             PIC 9(02)   VALUE 20.
       77  WSS-IDX-CAMBIO             PIC 9(02)   VALUE ZERO.
       77  WSS-QTD-MOE                PIC 9(02)   VALUE ZERO.
       77  WSS-MAX-MOE                PIC 9(02)   VALUE 30.
       77  WSS-IDX-MOE                PIC 9(02)   VALUE ZERO.
       77  WSS-IDX-MOE-BUSCA          PIC 9(02)   VALUE ZERO.
       77  WSS-IDX-MOE-POSICAO        PIC 9(02)   VALUE ZERO.
       77  WSS-IDX-MOE-DESTINO        PIC 9(02)   VALUE ZERO.
       77  WSS-QTD-EXP                PIC 9(03)   VALUE ZERO.
       77  WSS-MAX-EXP                PIC 9(03)   VALUE 300.
       77  WSS-IDX-EXP                PIC 9(03)   VALUE ZERO.
       77  WSS-IDX-EXP-BUSCA          PIC 9(03)   VALUE ZERO.
       77  WSS-IDX-EXP-POSICAO        PIC 9(03)   VALUE ZERO.
       77  WSS-IDX-EXP-DESTINO        PIC 9(03)   VALUE ZERO.
       77  WSS-CHAVE-EXP-PROCURADA    PIC X(04)   VALUE SPACES.
       77  WSS-QTD-TIPOS              PIC 9(02)   VALUE ZERO.
       77  WSS-MAX-TIPOS              PIC 9(02)   VALUE 40.
       77  WSS-IDX-TIPO               PIC 9(02)   VALUE ZERO.
       77  WSS-IDX-TIPO-ACHADO        PIC 9(02)   VALUE ZERO.
       77  WSS-TIPO-PROCURADO         PIC X(01)   VALUE SPACE.
      *
       01  WSS-DATA-CICLO             PIC 9(08)   VALUE ZERO.
       01  WSS-DATA-CICLO-R REDEFINES WSS-DATA-CICLO.
           05 WSS-MES-CICLO           PIC 9(06).
           05 WSS-DIA-CICLO           PIC 9(02).
      *
       01  WSS-REG-ATU.
           05 WSS-ATU-CODIGO          PIC 9(05).
           05 WSS-ATU-DESCRICAO       PIC X(30).
           05 WSS-ATU-TIPO            PIC X(01).
           05 WSS-ATU-VALOR           PIC 9(07)V99.
           05 WSS-ATU-DATA-CADASTRO   PIC 9(08).
           05 WSS-ATU-MOEDA           PIC X(03).
           05 FILLER                  PIC X(24).
      *
       01  WSS-REG-ANT.
           05 WSS-ANT-CODIGO          PIC 9(05).
           05 WSS-ANT-DESCRICAO       PIC X(30).
           05 WSS-ANT-TIPO            PIC X(01).
           05 WSS-ANT-VALOR           PIC 9(07)V99.
           05 WSS-ANT-DATA-CADASTRO   PIC 9(08).
           05 WSS-ANT-MOEDA           PIC X(03).
           05 FILLER                  PIC X(24).
      *
       01  WSS-MOEDA-ATU              PIC X(03)   VALUE SPACES.
       01  WSS-MOEDA-ANT              PIC X(03)   VALUE SPACES.
      *
       01  WSS-TAB-CAMBIO.
           05 WSS-CAMBIO-OCORRE       OCCURS 20 TIMES.
              10 WSS-CAMBIO-MOEDA     PIC X(03).
              10 WSS-CAMBIO-TAXA      PIC 9(03)V9(06).
      *
       01  WSS-TAB-CAMBANT.
           05 WSS-CAMBANT-OCORRE      OCCURS 20 TIMES.
              10 WSS-CAMBANT-MOEDA    PIC X(03).
              10 WSS-CAMBANT-TAXA     PIC 9(03)V9(06).
      *
      *    TOTAIS POR MOEDA - EXPOSICAO, EFEITOS DA NOITE, BASE DO
      *    MES (ACUMULADO ANTES DESTA NOITE), ACUMULADO DO MES E
      *    FECHAMENTO DO MES ANTERIOR NA VIRADA
      *
       01  WSS-TAB-MOEDAS.
           05 WSS-MOE-OCORRE          OCCURS 30 TIMES.
              10 WSS-MOE-CODIGO       PIC X(03).
              10 WSS-MOE-QTDE         PIC 9(07).
              10 WSS-MOE-VALOR        PIC 9(13)V99.
              10 WSS-MOE-BRL          PIC S9(13)V99.
              10 WSS-MOE-PRECO        PIC S9(13)V99.
              10 WSS-MOE-CAMBIO       PIC S9(13)V99.
              10 WSS-MOE-BASE-PRECO   PIC S9(13)V99.
              10 WSS-MOE-BASE-CAMBIO  PIC S9(13)V99.
              10 WSS-MOE-MES-PRECO    PIC S9(13)V99.
              10 WSS-MOE-MES-CAMBIO   PIC S9(13)V99.
              10 WSS-MOE-FECH-PRECO   PIC S9(13)V99.
              10 WSS-MOE-FECH-CAMBIO  PIC S9(13)V99.
              10 WSS-MOE-FECHADA      PIC X(01).
      *
      *    EXPOSICAO POR MOEDA E CATEGORIA (CHAVE MOEDA + TIPO)
      *
       01  WSS-TAB-EXPOSICAO.
           05 WSS-EXP-OCORRE          OCCURS 300 TIMES.
              10 WSS-EXP-CHAVE.
                 15 WSS-EXP-MOEDA     PIC X(03).
                 15 WSS-EXP-TIPO      PIC X(01).
              10 WSS-EXP-QTDE         PIC 9(07).
              10 WSS-EXP-VALOR        PIC 9(13)V99.
              10 WSS-EXP-BRL          PIC S9(13)V99.
      *
       01  WSS-TAB-TIPOS.
           05 WSS-TIPO-OCORRE         OCCURS 40 TIMES.
              10 WSS-TIPO-LETRA       PIC X(01).
              10 WSS-TIPO-DESCRICAO   PIC X(30).
      *
       01  WSS-LINHA-CABECALHO.
           05 FILLER                  PIC X(10)  VALUE 'RELATORIO:'.
           05 WSS-CAB-TITULO          PIC X(40)
                  VALUE 'EXPOSICAO CAMBIAL DO CATALOGO'.
           05 FILLER                  PIC X(10)  VALUE SPACES.
           05 FILLER                  PIC X(08)  VALUE 'PAGINA: '.
           05 WSS-CAB-PAGINA          PIC ZZZ9.
           05 FILLER                  PIC X(08)  VALUE SPACES.
      *
       01  WSS-LINHA-TITULO.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WSS-TIT-TEXTO           PIC X(56).
           05 WSS-TIT-DATA            PIC X(08).
           05 FILLER                  PIC X(14)  VALUE SPACES.
      *
       01  WSS-LINHA-COLUNAS-EXP.
           05 FILLER                  PIC X(40)
                  VALUE '  MOE T CATEGORIA               QTDE    '.
           05 FILLER                  PIC X(40)
                  VALUE 'VALOR NA MOEDA       VALOR EM BRL       '.
      *
       01  WSS-LINHA-EXPOSICAO.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WSS-LEX-MOEDA           PIC X(03).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-LEX-TIPO            PIC X(01).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-LEX-NOME            PIC X(20).
           05 WSS-LEX-QTDE            PIC ZZZZZZ9.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-LEX-VALOR           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-LEX-BRL             PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                  PIC X(07)  VALUE SPACES.
      *
       01  WSS-LINHA-SUBTOTAL.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WSS-LSU-MOEDA           PIC X(03).
           05 FILLER                  PIC X(03)  VALUE SPACES.
           05 WSS-LSU-TEXTO           PIC X(20).
           05 WSS-LSU-QTDE            PIC ZZZZZZ9.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-LSU-VALOR           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-LSU-BRL             PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-LSU-PCT             PIC ZZ9,9.
           05 FILLER                  PIC X(01)  VALUE '%'.
      *
       01  WSS-LINHA-COLUNAS-VAR.
           05 FILLER                  PIC X(40)
                  VALUE '  MOE        PRECO NOITE       CAMBIO NO'.
           05 FILLER                  PIC X(40)
                  VALUE 'ITE      PRECO NO MES     CAMBIO NO MES '.
      *
       01  WSS-LINHA-VARIACAO.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WSS-LVA-MOEDA           PIC X(03).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-LVA-PRECO           PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-LVA-CAMBIO          PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-LVA-MES-PRECO       PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-LVA-MES-CAMBIO      PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                  PIC X(03)  VALUE SPACES.
      *
       01  WSS-LINHA-CONFERE.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WSS-LCO-TEXTO           PIC X(40).
           05 WSS-LCO-VALOR           PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                  PIC X(21)  VALUE SPACES.
      *
       01  WSS-LINHA-MENSAGEM.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WSS-LM-TEXTO            PIC X(78).
      *
           COPY "RETCODES".
      *
           COPY "CHKDATA".
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

           PERFORM ROT-CARREGA-CAMBIO
              THRU ROT-CARREGA-CAMBIO-EXIT.

           PERFORM ROT-CARREGA-CATTIPO
              THRU ROT-CARREGA-CATTIPO-EXIT.

           PERFORM ROT-CARREGA-ACUMULADO
              THRU ROT-CARREGA-ACUMULADO-EXIT.

           PERFORM ROT-LER-CATATU
              THRU ROT-LER-CATATU-EXIT.

           PERFORM ROT-LER-CATANT
              THRU ROT-LER-CATANT-EXIT.

           PERFORM ROT-COMPARA-CHAVES
              THRU ROT-COMPARA-CHAVES-EXIT
              UNTIL FIM-CATATU AND FIM-CATANT.

           PERFORM ROT-APURA-MES
              THRU ROT-APURA-MES-EXIT
              VARYING WSS-IDX-MOE FROM 1 BY 1
              UNTIL WSS-IDX-MOE > WSS-QTD-MOE.

           PERFORM ROT-IMPRIME-EXPOSICAO
              THRU ROT-IMPRIME-EXPOSICAO-EXIT.

           PERFORM ROT-IMPRIME-VARIACAO
              THRU ROT-IMPRIME-VARIACAO-EXIT.

           PERFORM ROT-GRAVA-ACUMULADO
              THRU ROT-GRAVA-ACUMULADO-EXIT.

           PERFORM ROT-ENCERRAMENTO
              THRU ROT-ENCERRAMENTO-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
      * VALIDA A DATA DO CICLO E ABRE OS CATALOGOS, O NOVO         *
      * ACUMULADO E O RELATORIO - SEM ELES NAO HA O QUE APURAR E   *
      * O STEP E ENCERRADO COM ERRLOG E ABEND                      *
      *-----------------------------------------------------------*
       ROT-ABERTURA.

           MOVE LKS-DATA-EXECUCAO TO LKS-CD-DATA.

           CALL 'CHKDATA' USING LKS-CHECK-DATE.

           IF LKS-CD-INVALIDA
              DISPLAY '*******************************************'
              DISPLAY '*** ERRO GRAVE                          ***'
              DISPLAY '*** DATA DO CICLO INVALIDA               ***'
              DISPLAY '*******************************************'
              DISPLAY ' LKS-DATA-EXECUCAO = ' LKS-DATA-EXECUCAO
              MOVE RC-PARM-DATA-INVALIDA TO WSS-ABEND-CODE
              MOVE 'DATA DO CICLO INVALIDA NA EXPOSICAO CAMBIAL'
                TO WSS-MSG-ABEND
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE LKS-DATA-EXECUCAO TO WSS-DATA-CICLO.

           OPEN INPUT  CATATU
                       CATANT.

           OPEN OUTPUT CAMBMTDN
                       RELCAM001.

           IF FLG-CATATU    NOT = '00'
              OR FLG-CATANT    NOT = '00'
              OR FLG-CAMBMTDN  NOT = '00'
              OR FLG-RELCAM001 NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DOS ARQUIVOS *** FLG = '
                       FLG-CATATU ' ' FLG-CATANT ' '
                       FLG-CAMBMTDN ' ' FLG-RELCAM001
              MOVE RC-CAMBIO-INVALIDO TO WSS-ABEND-CODE
              MOVE 'CATALOGOS/SAIDAS INDISPONIVEIS NA EXPOSICAO CAMBIAL'
                TO WSS-MSG-ABEND
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM ROT-IMPRIME-CABECALHO
              THRU ROT-IMPRIME-CABECALHO-EXIT.

       ROT-ABERTURA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CARREGA AS TAXAS DE HOJE (CAMBTAB, JA VALIDADO PELO        *
      * COBOL042) E AS DE ONTEM (CAMBANT) E GUARDA A TAXA DO REAL  *
      * DE CADA UMA - SEM O CAMBTAB NAO HA CONVERSAO E O STEP E    *
      * ENCERRADO; SEM O CAMBANT NAO HA EFEITO CAMBIO              *
      *-----------------------------------------------------------*
       ROT-CARREGA-CAMBIO.

           OPEN INPUT CAMBTAB.

           IF FLG-CAMBTAB NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO CAMBTAB *** FLG = '
                       FLG-CAMBTAB
              MOVE RC-CAMBIO-INVALIDO TO WSS-ABEND-CODE
              MOVE 'CAMBTAB INDISPONIVEL NA EXPOSICAO CAMBIAL'
                TO WSS-MSG-ABEND
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM ROT-LER-CAMBTAB
              THRU ROT-LER-CAMBTAB-EXIT
              UNTIL FIM-CAMBTAB.

           CLOSE CAMBTAB.

           OPEN INPUT CAMBANT.

           IF FLG-CAMBANT = '00'
              PERFORM ROT-LER-CAMBANT
                 THRU ROT-LER-CAMBANT-EXIT
                 UNTIL FIM-CAMBANT
              CLOSE CAMBANT
           END-IF.

           MOVE 'BRL' TO WSS-MOEDA-PROCURADA.

           PERFORM ROT-BUSCA-TAXA-ATU
              THRU ROT-BUSCA-TAXA-ATU-EXIT.

           MOVE WSS-TAXA-ACHADA TO WSS-TAXA-BRL-ATU.

           IF WSS-TAXA-BRL-ATU = ZERO
              DISPLAY '*** CAMBTAB SEM A TAXA DO REAL ***'
              MOVE RC-CAMBIO-INVALIDO TO WSS-ABEND-CODE
              MOVE 'CAMBTAB SEM A TAXA DO REAL NA EXPOSICAO CAMBIAL'
                TO WSS-MSG-ABEND
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM ROT-BUSCA-TAXA-ANT
              THRU ROT-BUSCA-TAXA-ANT-EXIT.

           MOVE WSS-TAXA-ACHADA TO WSS-TAXA-BRL-ANT.

           IF WSS-QTD-CAMBANT > ZERO
              AND WSS-TAXA-BRL-ANT > ZERO
              MOVE 'S' TO WSS-TEM-CAMBANT
           ELSE
              DISPLAY '*** CAMBANT INDISPONIVEL - SEM EFEITO CAMBIO ***'
           END-IF.

       ROT-CARREGA-CAMBIO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE UMA TAXA DE HOJE PARA A TABELA                          *
      *-----------------------------------------------------------*
       ROT-LER-CAMBTAB.

           READ CAMBTAB
              AT END
                 MOVE 'S' TO WSS-FIM-CAMBTAB
           END-READ.

           IF NOT FIM-CAMBTAB
              IF FLG-CAMBTAB = '00'
                 IF WSS-QTD-CAMBIO < WSS-MAX-CAMBIO
                    ADD 1 TO WSS-QTD-CAMBIO
                    MOVE CAMBTAB-MOEDA
                      TO WSS-CAMBIO-MOEDA (WSS-QTD-CAMBIO)
                    MOVE CAMBTAB-TAXA
                      TO WSS-CAMBIO-TAXA (WSS-QTD-CAMBIO)
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
      * LE UMA TAXA DE ONTEM PARA A TABELA                         *
      *-----------------------------------------------------------*
       ROT-LER-CAMBANT.

           READ CAMBANT
              AT END
                 MOVE 'S' TO WSS-FIM-CAMBANT
           END-READ.

           IF NOT FIM-CAMBANT
              IF FLG-CAMBANT = '00'
                 IF WSS-QTD-CAMBANT < WSS-MAX-CAMBIO
                    ADD 1 TO WSS-QTD-CAMBANT
                    MOVE CAMBANT-MOEDA
                      TO WSS-CAMBANT-MOEDA (WSS-QTD-CAMBANT)
                    MOVE CAMBANT-TAXA
                      TO WSS-CAMBANT-TAXA (WSS-QTD-CAMBANT)
                 ELSE
                    DISPLAY '*** TABELA DO CAMBANT ESGOTADA ***'
                    MOVE 'S' TO WSS-FIM-CAMBANT
                 END-IF
              ELSE
                 MOVE 'S' TO WSS-FIM-CAMBANT
              END-IF
           END-IF.

       ROT-LER-CAMBANT-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CARREGA O CADASTRO DE CATEGORIAS (CATTIPO) PARA A TABELA - *
      * SEM O ARQUIVO A EXPOSICAO SAI SO COM A LETRA DO TIPO       *
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
      * CARREGA O ACUMULADO DO MES (CAMBMTD) - NO MES DO CICLO A   *
      * BASE E O ACUMULADO ATE A NOITE ANTERIOR (NUMA RETOMADA DA  *
      * MESMA DATA, O ACUMULADO GUARDADO ANTES DELA); REGISTRO DE  *
      * OUTRO MES E O FECHAMENTO DO MES ANTERIOR                   *
      *-----------------------------------------------------------*
       ROT-CARREGA-ACUMULADO.

           OPEN INPUT CAMBMTD.

           IF FLG-CAMBMTD = '00'
              PERFORM ROT-LER-CAMBMTD
                 THRU ROT-LER-CAMBMTD-EXIT
                 UNTIL FIM-CAMBMTD
              CLOSE CAMBMTD
           ELSE
              DISPLAY '*** CAMBMTD SEM ACUMULADO - MES DO ZERO ***'
           END-IF.

       ROT-CARREGA-ACUMULADO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE O ACUMULADO DE UMA MOEDA                                *
      *-----------------------------------------------------------*
       ROT-LER-CAMBMTD.

           READ CAMBMTD
              AT END
                 MOVE 'S' TO WSS-FIM-CAMBMTD
                 GO TO ROT-LER-CAMBMTD-EXIT
           END-READ.

           IF FLG-CAMBMTD NOT = '00'
              DISPLAY '*** ERRO NA LEITURA DO CAMBMTD *** FLG = '
                       FLG-CAMBMTD
              MOVE 'S' TO WSS-FIM-CAMBMTD
              GO TO ROT-LER-CAMBMTD-EXIT
           END-IF.

           MOVE CAMB0001-MOEDA TO WSS-MOEDA-PROCURADA.

           PERFORM ROT-LOCALIZA-MOEDA
              THRU ROT-LOCALIZA-MOEDA-EXIT.

           IF WSS-IDX-MOE = ZERO
              GO TO ROT-LER-CAMBMTD-EXIT
           END-IF.

           IF CAMB0001-MES NOT = WSS-MES-CICLO
              MOVE 'S'          TO WSS-MES-VIRADO
              MOVE CAMB0001-MES TO WSS-MES-FECHADO
              MOVE 'S'          TO WSS-MOE-FECHADA (WSS-IDX-MOE)
              MOVE CAMB0001-ACUM-PRECO
                TO WSS-MOE-FECH-PRECO (WSS-IDX-MOE)
              MOVE CAMB0001-ACUM-CAMBIO
                TO WSS-MOE-FECH-CAMBIO (WSS-IDX-MOE)
              GO TO ROT-LER-CAMBMTD-EXIT
           END-IF.

           IF CAMB0001-DATA-ULTIMA = WSS-DATA-CICLO
              MOVE CAMB0001-ANT-PRECO
                TO WSS-MOE-BASE-PRECO (WSS-IDX-MOE)
              MOVE CAMB0001-ANT-CAMBIO
                TO WSS-MOE-BASE-CAMBIO (WSS-IDX-MOE)
           ELSE
              MOVE CAMB0001-ACUM-PRECO
                TO WSS-MOE-BASE-PRECO (WSS-IDX-MOE)
              MOVE CAMB0001-ACUM-CAMBIO
                TO WSS-MOE-BASE-CAMBIO (WSS-IDX-MOE)
           END-IF.

       ROT-LER-CAMBMTD-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE O PROXIMO REGISTRO DE DETALHE DO CATALOGO ATUAL,        *
      * DESPREZANDO O TRAILER DE CONTROLE; NO FIM DO ARQUIVO A     *
      * CHAVE RECEBE O VALOR ALTO PARA ESGOTAR O CASAMENTO         *
      *-----------------------------------------------------------*
       ROT-LER-CATATU.

           READ CATATU
              AT END
                 MOVE 'S'            TO WSS-FIM-CATATU
                 MOVE WSS-CHAVE-ALTA TO WSS-CHAVE-ATU
           END-READ.

           IF NOT FIM-CATATU
              IF FLG-CATATU = '00'
                 IF CATATU-REGISTRO (1:5) = 'TRAIL'
                    MOVE 'S'            TO WSS-FIM-CATATU
                    MOVE WSS-CHAVE-ALTA TO WSS-CHAVE-ATU
                 ELSE
                    MOVE CATATU-REGISTRO TO WSS-REG-ATU
                    MOVE WSS-ATU-CODIGO  TO WSS-CHAVE-ATU
                    IF WSS-ATU-MOEDA = SPACES
                       MOVE 'BRL'          TO WSS-MOEDA-ATU
                    ELSE
                       MOVE WSS-ATU-MOEDA  TO WSS-MOEDA-ATU
                    END-IF
                 END-IF
              ELSE
                 DISPLAY '*** ERRO NA LEITURA DO CATATU *** FLG = '
                          FLG-CATATU
                 MOVE 'S'            TO WSS-FIM-CATATU
                 MOVE WSS-CHAVE-ALTA TO WSS-CHAVE-ATU
              END-IF
           END-IF.

       ROT-LER-CATATU-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE O PROXIMO REGISTRO DE DETALHE DO CATALOGO ANTERIOR,     *
      * DESPREZANDO O TRAILER DE CONTROLE; NO FIM DO ARQUIVO A     *
      * CHAVE RECEBE O VALOR ALTO PARA ESGOTAR O CASAMENTO         *
      *-----------------------------------------------------------*
       ROT-LER-CATANT.

           READ CATANT
              AT END
                 MOVE 'S'            TO WSS-FIM-CATANT
                 MOVE WSS-CHAVE-ALTA TO WSS-CHAVE-ANT
           END-READ.

           IF NOT FIM-CATANT
              IF FLG-CATANT = '00'
                 IF CATANT-REGISTRO (1:5) = 'TRAIL'
                    MOVE 'S'            TO WSS-FIM-CATANT
                    MOVE WSS-CHAVE-ALTA TO WSS-CHAVE-ANT
                 ELSE
                    MOVE CATANT-REGISTRO TO WSS-REG-ANT
                    MOVE WSS-ANT-CODIGO  TO WSS-CHAVE-ANT
                    IF WSS-ANT-MOEDA = SPACES
                       MOVE 'BRL'          TO WSS-MOEDA-ANT
                    ELSE
                       MOVE WSS-ANT-MOEDA  TO WSS-MOEDA-ANT
                    END-IF
                 END-IF
              ELSE
                 DISPLAY '*** ERRO NA LEITURA DO CATANT *** FLG = '
                          FLG-CATANT
                 MOVE 'S'            TO WSS-FIM-CATANT
                 MOVE WSS-CHAVE-ALTA TO WSS-CHAVE-ANT
              END-IF
           END-IF.

       ROT-LER-CATANT-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CASA AS CHAVES DOS DOIS CATALOGOS COMO O COBOL007 - CHAVE  *
      * SO NO ATUAL E INCLUSAO, SO NO ANTERIOR E RETIRADA, NAS     *
      * DUAS PONTAS SEPARA OS EFEITOS PRECO E CAMBIO               *
      *-----------------------------------------------------------*
       ROT-COMPARA-CHAVES.

           EVALUATE TRUE
              WHEN FIM-CATATU
                 PERFORM ROT-TRATA-RETIRADO
                    THRU ROT-TRATA-RETIRADO-EXIT
                 PERFORM ROT-LER-CATANT
                    THRU ROT-LER-CATANT-EXIT
              WHEN FIM-CATANT
                 PERFORM ROT-TRATA-NOVO
                    THRU ROT-TRATA-NOVO-EXIT
                 PERFORM ROT-LER-CATATU
                    THRU ROT-LER-CATATU-EXIT
              WHEN WSS-CHAVE-ATU < WSS-CHAVE-ANT
                 PERFORM ROT-TRATA-NOVO
                    THRU ROT-TRATA-NOVO-EXIT
                 PERFORM ROT-LER-CATATU
                    THRU ROT-LER-CATATU-EXIT
              WHEN WSS-CHAVE-ATU > WSS-CHAVE-ANT
                 PERFORM ROT-TRATA-RETIRADO
                    THRU ROT-TRATA-RETIRADO-EXIT
                 PERFORM ROT-LER-CATANT
                    THRU ROT-LER-CATANT-EXIT
              WHEN OTHER
                 PERFORM ROT-TRATA-CASADO
                    THRU ROT-TRATA-CASADO-EXIT
                 PERFORM ROT-LER-CATATU
                    THRU ROT-LER-CATATU-EXIT
                 PERFORM ROT-LER-CATANT
                    THRU ROT-LER-CATANT-EXIT
           END-EVALUATE.

       ROT-COMPARA-CHAVES-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CODIGO INCLUIDO ESTA NOITE - TODO O VALOR EM REAIS E       *
      * EFEITO PRECO NA MOEDA DO ITEM                              *
      *-----------------------------------------------------------*
       ROT-TRATA-NOVO.

           ADD 1 TO WSS-CONT-NOVOS.

           MOVE WSS-MOEDA-ATU TO WSS-MOEDA-PROCURADA.

           PERFORM ROT-FATOR-ATUAL
              THRU ROT-FATOR-ATUAL-EXIT.

           COMPUTE WSS-BRL-ATU ROUNDED = WSS-ATU-VALOR * WSS-FATOR-ATU.

           PERFORM ROT-ACUMULA-EXPOSICAO
              THRU ROT-ACUMULA-EXPOSICAO-EXIT.

           MOVE WSS-BRL-ATU TO WSS-EFEITO-PRECO.
           MOVE ZERO        TO WSS-EFEITO-CAMBIO.

           PERFORM ROT-ACUMULA-EFEITOS
              THRU ROT-ACUMULA-EFEITOS-EXIT.

       ROT-TRATA-NOVO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CODIGO RETIRADO ESTA NOITE - O VALOR EM REAIS DE ONTEM     *
      * SAI COMO EFEITO PRECO NA MOEDA ANTIGA                      *
      *-----------------------------------------------------------*
       ROT-TRATA-RETIRADO.

           ADD 1 TO WSS-CONT-RETIRADOS.

           MOVE WSS-MOEDA-ANT TO WSS-MOEDA-PROCURADA.

           PERFORM ROT-FATOR-ANTERIOR
              THRU ROT-FATOR-ANTERIOR-EXIT.

           COMPUTE WSS-BRL-ANT ROUNDED = WSS-ANT-VALOR * WSS-FATOR-ANT.

           ADD WSS-BRL-ANT TO WSS-TOTAL-BRL-ANT.

           COMPUTE WSS-EFEITO-PRECO = ZERO - WSS-BRL-ANT.
           MOVE ZERO        TO WSS-EFEITO-CAMBIO.

           PERFORM ROT-ACUMULA-EFEITOS
              THRU ROT-ACUMULA-EFEITOS-EXIT.

       ROT-TRATA-RETIRADO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CODIGO NAS DUAS NOITES - NA MESMA MOEDA, EFEITO PRECO =    *
      * (VALOR DE HOJE - VALOR DE ONTEM) A TAXA DE ONTEM E EFEITO  *
      * CAMBIO = O RESTANTE DA VARIACAO (VALOR DE HOJE X VARIACAO  *
      * DA TAXA); TROCA DE MOEDA E RETIRADA NA ANTIGA E INCLUSAO   *
      * NA NOVA, TUDO EFEITO PRECO                                 *
      *-----------------------------------------------------------*
       ROT-TRATA-CASADO.

           MOVE WSS-MOEDA-ANT TO WSS-MOEDA-PROCURADA.

           PERFORM ROT-FATOR-ANTERIOR
              THRU ROT-FATOR-ANTERIOR-EXIT.

           COMPUTE WSS-BRL-ANT ROUNDED = WSS-ANT-VALOR * WSS-FATOR-ANT.

           ADD WSS-BRL-ANT TO WSS-TOTAL-BRL-ANT.

           MOVE WSS-MOEDA-ATU TO WSS-MOEDA-PROCURADA.

           PERFORM ROT-FATOR-ATUAL
              THRU ROT-FATOR-ATUAL-EXIT.

           COMPUTE WSS-BRL-ATU ROUNDED = WSS-ATU-VALOR * WSS-FATOR-ATU.

           PERFORM ROT-ACUMULA-EXPOSICAO
              THRU ROT-ACUMULA-EXPOSICAO-EXIT.

           IF WSS-MOEDA-ATU NOT = WSS-MOEDA-ANT
              ADD 1 TO WSS-CONT-MOEDA-ALTERADA
              MOVE WSS-MOEDA-ANT  TO WSS-MOEDA-PROCURADA
              COMPUTE WSS-EFEITO-PRECO = ZERO - WSS-BRL-ANT
              MOVE ZERO           TO WSS-EFEITO-CAMBIO
              PERFORM ROT-ACUMULA-EFEITOS
                 THRU ROT-ACUMULA-EFEITOS-EXIT
              MOVE WSS-MOEDA-ATU  TO WSS-MOEDA-PROCURADA
              MOVE WSS-BRL-ATU    TO WSS-EFEITO-PRECO
              PERFORM ROT-ACUMULA-EFEITOS
                 THRU ROT-ACUMULA-EFEITOS-EXIT
              GO TO ROT-TRATA-CASADO-EXIT
           END-IF.

           IF WSS-ATU-VALOR NOT = WSS-ANT-VALOR
              ADD 1 TO WSS-CONT-PRECO-ALTERADO
           END-IF.

           COMPUTE WSS-EFEITO-PRECO ROUNDED =
              (WSS-ATU-VALOR - WSS-ANT-VALOR) * WSS-FATOR-ANT.

           COMPUTE WSS-EFEITO-CAMBIO =
              WSS-BRL-ATU - WSS-BRL-ANT - WSS-EFEITO-PRECO.

           PERFORM ROT-ACUMULA-EFEITOS
              THRU ROT-ACUMULA-EFEITOS-EXIT.

       ROT-TRATA-CASADO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * FATOR DE CONVERSAO PARA REAIS PELAS TAXAS DE HOJE - MOEDA  *
      * SEM TAXA FICA COM FATOR ZERO E E CONTADA                   *
      *-----------------------------------------------------------*
       ROT-FATOR-ATUAL.

           MOVE 'N' TO WSS-SEM-TAXA.

           IF WSS-MOEDA-PROCURADA = 'BRL'
              MOVE 1 TO WSS-FATOR-ATU
              GO TO ROT-FATOR-ATUAL-EXIT
           END-IF.

           PERFORM ROT-BUSCA-TAXA-ATU
              THRU ROT-BUSCA-TAXA-ATU-EXIT.

           IF WSS-TAXA-ACHADA > ZERO
              COMPUTE WSS-FATOR-ATU ROUNDED =
                 WSS-TAXA-ACHADA / WSS-TAXA-BRL-ATU
           ELSE
              MOVE ZERO TO WSS-FATOR-ATU
              MOVE 'S'  TO WSS-SEM-TAXA
           END-IF.

       ROT-FATOR-ATUAL-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * FATOR DE CONVERSAO PARA REAIS PELAS TAXAS DE ONTEM - SEM O *
      * CAMBANT, OU SEM A MOEDA NELE, VALE O FATOR DE HOJE (A      *
      * MOEDA FICA SEM EFEITO CAMBIO)                              *
      *-----------------------------------------------------------*
       ROT-FATOR-ANTERIOR.

           IF WSS-MOEDA-PROCURADA = 'BRL'
              MOVE 1 TO WSS-FATOR-ANT
              GO TO ROT-FATOR-ANTERIOR-EXIT
           END-IF.

           MOVE ZERO TO WSS-TAXA-ACHADA.

           IF TEM-CAMBANT
              PERFORM ROT-BUSCA-TAXA-ANT
                 THRU ROT-BUSCA-TAXA-ANT-EXIT
           END-IF.

           IF WSS-TAXA-ACHADA > ZERO
              COMPUTE WSS-FATOR-ANT ROUNDED =
                 WSS-TAXA-ACHADA / WSS-TAXA-BRL-ANT
           ELSE
              PERFORM ROT-FATOR-ATUAL
                 THRU ROT-FATOR-ATUAL-EXIT
              MOVE WSS-FATOR-ATU TO WSS-FATOR-ANT
           END-IF.

       ROT-FATOR-ANTERIOR-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LOCALIZA A TAXA DE HOJE DA MOEDA PROCURADA (ZERO SE NAO    *
      * HOUVER)                                                    *
      *-----------------------------------------------------------*
       ROT-BUSCA-TAXA-ATU.

           MOVE ZERO TO WSS-TAXA-ACHADA.
           MOVE 'N'  TO WSS-ACHOU-TAXA.

           PERFORM ROT-TESTA-TAXA-ATU
              THRU ROT-TESTA-TAXA-ATU-EXIT
              VARYING WSS-IDX-CAMBIO FROM 1 BY 1
              UNTIL WSS-IDX-CAMBIO > WSS-QTD-CAMBIO
                 OR ACHOU-TAXA.

       ROT-BUSCA-TAXA-ATU-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * COMPARA UMA TAXA DE HOJE COM A MOEDA PROCURADA             *
      *-----------------------------------------------------------*
       ROT-TESTA-TAXA-ATU.

           IF WSS-CAMBIO-MOEDA (WSS-IDX-CAMBIO) = WSS-MOEDA-PROCURADA
              MOVE 'S' TO WSS-ACHOU-TAXA
              MOVE WSS-CAMBIO-TAXA (WSS-IDX-CAMBIO) TO WSS-TAXA-ACHADA
           END-IF.

       ROT-TESTA-TAXA-ATU-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LOCALIZA A TAXA DE ONTEM DA MOEDA PROCURADA (ZERO SE NAO   *
      * HOUVER)                                                    *
      *-----------------------------------------------------------*
       ROT-BUSCA-TAXA-ANT.

           MOVE ZERO TO WSS-TAXA-ACHADA.
           MOVE 'N'  TO WSS-ACHOU-TAXA.

           PERFORM ROT-TESTA-TAXA-ANT
              THRU ROT-TESTA-TAXA-ANT-EXIT
              VARYING WSS-IDX-CAMBIO FROM 1 BY 1
              UNTIL WSS-IDX-CAMBIO > WSS-QTD-CAMBANT
                 OR ACHOU-TAXA.

       ROT-BUSCA-TAXA-ANT-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * COMPARA UMA TAXA DE ONTEM COM A MOEDA PROCURADA            *
      *-----------------------------------------------------------*
       ROT-TESTA-TAXA-ANT.

           IF WSS-CAMBANT-MOEDA (WSS-IDX-CAMBIO) = WSS-MOEDA-PROCURADA
              MOVE 'S' TO WSS-ACHOU-TAXA
              MOVE WSS-CAMBANT-TAXA (WSS-IDX-CAMBIO) TO WSS-TAXA-ACHADA
           END-IF.

       ROT-TESTA-TAXA-ANT-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * SOMA O ITEM DE HOJE NA EXPOSICAO POR MOEDA E CATEGORIA E   *
      * NO TOTAL DA MOEDA                                          *
      *-----------------------------------------------------------*
       ROT-ACUMULA-EXPOSICAO.

           ADD 1           TO WSS-CONT-ATU.
           ADD WSS-BRL-ATU TO WSS-TOTAL-BRL-ATU.

           IF SEM-TAXA
              ADD 1 TO WSS-CONT-SEM-TAXA
           END-IF.

           MOVE WSS-MOEDA-ATU TO WSS-MOEDA-PROCURADA.

           PERFORM ROT-LOCALIZA-MOEDA
              THRU ROT-LOCALIZA-MOEDA-EXIT.

           IF WSS-IDX-MOE > ZERO
              ADD 1             TO WSS-MOE-QTDE  (WSS-IDX-MOE)
              ADD WSS-ATU-VALOR TO WSS-MOE-VALOR (WSS-IDX-MOE)
              ADD WSS-BRL-ATU   TO WSS-MOE-BRL   (WSS-IDX-MOE)
           END-IF.

           MOVE WSS-MOEDA-ATU TO WSS-CHAVE-EXP-PROCURADA (1:3).
           MOVE WSS-ATU-TIPO  TO WSS-CHAVE-EXP-PROCURADA (4:1).

           PERFORM ROT-LOCALIZA-EXPOSICAO
              THRU ROT-LOCALIZA-EXPOSICAO-EXIT.

           IF WSS-IDX-EXP > ZERO
              ADD 1             TO WSS-EXP-QTDE  (WSS-IDX-EXP)
              ADD WSS-ATU-VALOR TO WSS-EXP-VALOR (WSS-IDX-EXP)
              ADD WSS-BRL-ATU   TO WSS-EXP-BRL   (WSS-IDX-EXP)
           END-IF.

       ROT-ACUMULA-EXPOSICAO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * SOMA OS EFEITOS PRECO E CAMBIO DA NOITE NA MOEDA PROCURADA *
      *-----------------------------------------------------------*
       ROT-ACUMULA-EFEITOS.

           PERFORM ROT-LOCALIZA-MOEDA
              THRU ROT-LOCALIZA-MOEDA-EXIT.

           IF WSS-IDX-MOE > ZERO
              ADD WSS-EFEITO-PRECO  TO WSS-MOE-PRECO  (WSS-IDX-MOE)
              ADD WSS-EFEITO-CAMBIO TO WSS-MOE-CAMBIO (WSS-IDX-MOE)
           END-IF.

       ROT-ACUMULA-EFEITOS-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LOCALIZA A MOEDA PROCURADA NA TABELA DE TOTAIS, INCLUINDO  *
      * NA POSICAO DE ORDEM SE AINDA NAO EXISTIR - TABELA ESGOTADA *
      * DEVOLVE INDICE ZERO                                        *
      *-----------------------------------------------------------*
       ROT-LOCALIZA-MOEDA.

           MOVE ZERO TO WSS-IDX-MOE.
           MOVE ZERO TO WSS-IDX-MOE-POSICAO.

           PERFORM ROT-TESTA-MOEDA
              THRU ROT-TESTA-MOEDA-EXIT
              VARYING WSS-IDX-MOE-BUSCA FROM 1 BY 1
              UNTIL WSS-IDX-MOE-BUSCA > WSS-QTD-MOE
                 OR WSS-IDX-MOE-POSICAO > ZERO.

           IF WSS-IDX-MOE-POSICAO > ZERO
              IF WSS-MOE-CODIGO (WSS-IDX-MOE-POSICAO) =
                 WSS-MOEDA-PROCURADA
                 MOVE WSS-IDX-MOE-POSICAO TO WSS-IDX-MOE
                 GO TO ROT-LOCALIZA-MOEDA-EXIT
              END-IF
           END-IF.

           IF WSS-QTD-MOE NOT < WSS-MAX-MOE
              DISPLAY '*** TABELA DE MOEDAS ESGOTADA - '
                       WSS-MOEDA-PROCURADA
              ADD 1 TO WSS-CONT-FORA-TABELA
              GO TO ROT-LOCALIZA-MOEDA-EXIT
           END-IF.

           IF WSS-IDX-MOE-POSICAO = ZERO
              COMPUTE WSS-IDX-MOE-POSICAO = WSS-QTD-MOE + 1
           END-IF.

           PERFORM ROT-DESLOCA-MOEDA
              THRU ROT-DESLOCA-MOEDA-EXIT
              VARYING WSS-IDX-MOE-BUSCA FROM WSS-QTD-MOE BY -1
              UNTIL WSS-IDX-MOE-BUSCA < WSS-IDX-MOE-POSICAO.

           ADD 1 TO WSS-QTD-MOE.

           INITIALIZE WSS-MOE-OCORRE (WSS-IDX-MOE-POSICAO).

           MOVE WSS-MOEDA-PROCURADA
             TO WSS-MOE-CODIGO (WSS-IDX-MOE-POSICAO).
           MOVE 'N' TO WSS-MOE-FECHADA (WSS-IDX-MOE-POSICAO).
           MOVE WSS-IDX-MOE-POSICAO TO WSS-IDX-MOE.

       ROT-LOCALIZA-MOEDA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * PARA NA PRIMEIRA MOEDA DA TABELA IGUAL OU MAIOR QUE A      *
      * PROCURADA                                                  *
      *-----------------------------------------------------------*
       ROT-TESTA-MOEDA.

           IF WSS-MOE-CODIGO (WSS-IDX-MOE-BUSCA) NOT <
              WSS-MOEDA-PROCURADA
              MOVE WSS-IDX-MOE-BUSCA TO WSS-IDX-MOE-POSICAO
           END-IF.

       ROT-TESTA-MOEDA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * ABRE ESPACO NA TABELA DE MOEDAS - DESCE UMA ENTRADA        *
      *-----------------------------------------------------------*
       ROT-DESLOCA-MOEDA.

           COMPUTE WSS-IDX-MOE-DESTINO = WSS-IDX-MOE-BUSCA + 1.

           MOVE WSS-MOE-OCORRE (WSS-IDX-MOE-BUSCA)
             TO WSS-MOE-OCORRE (WSS-IDX-MOE-DESTINO).

       ROT-DESLOCA-MOEDA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LOCALIZA A CHAVE MOEDA + TIPO NA TABELA DE EXPOSICAO,      *
      * INCLUINDO NA POSICAO DE ORDEM SE AINDA NAO EXISTIR         *
      *-----------------------------------------------------------*
       ROT-LOCALIZA-EXPOSICAO.

           MOVE ZERO TO WSS-IDX-EXP.
           MOVE ZERO TO WSS-IDX-EXP-POSICAO.

           PERFORM ROT-TESTA-EXPOSICAO
              THRU ROT-TESTA-EXPOSICAO-EXIT
              VARYING WSS-IDX-EXP-BUSCA FROM 1 BY 1
              UNTIL WSS-IDX-EXP-BUSCA > WSS-QTD-EXP
                 OR WSS-IDX-EXP-POSICAO > ZERO.

           IF WSS-IDX-EXP-POSICAO > ZERO
              IF WSS-EXP-CHAVE (WSS-IDX-EXP-POSICAO) =
                 WSS-CHAVE-EXP-PROCURADA
                 MOVE WSS-IDX-EXP-POSICAO TO WSS-IDX-EXP
                 GO TO ROT-LOCALIZA-EXPOSICAO-EXIT
              END-IF
           END-IF.

           IF WSS-QTD-EXP NOT < WSS-MAX-EXP
              DISPLAY '*** TABELA DE EXPOSICAO ESGOTADA - '
                       WSS-CHAVE-EXP-PROCURADA
              ADD 1 TO WSS-CONT-FORA-TABELA
              GO TO ROT-LOCALIZA-EXPOSICAO-EXIT
           END-IF.

           IF WSS-IDX-EXP-POSICAO = ZERO
              COMPUTE WSS-IDX-EXP-POSICAO = WSS-QTD-EXP + 1
           END-IF.

           PERFORM ROT-DESLOCA-EXPOSICAO
              THRU ROT-DESLOCA-EXPOSICAO-EXIT
              VARYING WSS-IDX-EXP-BUSCA FROM WSS-QTD-EXP BY -1
              UNTIL WSS-IDX-EXP-BUSCA < WSS-IDX-EXP-POSICAO.

           ADD 1 TO WSS-QTD-EXP.

           INITIALIZE WSS-EXP-OCORRE (WSS-IDX-EXP-POSICAO).

           MOVE WSS-CHAVE-EXP-PROCURADA
             TO WSS-EXP-CHAVE (WSS-IDX-EXP-POSICAO).
           MOVE WSS-IDX-EXP-POSICAO TO WSS-IDX-EXP.

       ROT-LOCALIZA-EXPOSICAO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * PARA NA PRIMEIRA CHAVE DA TABELA IGUAL OU MAIOR QUE A      *
      * PROCURADA                                                  *
      *-----------------------------------------------------------*
       ROT-TESTA-EXPOSICAO.

           IF WSS-EXP-CHAVE (WSS-IDX-EXP-BUSCA) NOT <
              WSS-CHAVE-EXP-PROCURADA
              MOVE WSS-IDX-EXP-BUSCA TO WSS-IDX-EXP-POSICAO
           END-IF.

       ROT-TESTA-EXPOSICAO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * ABRE ESPACO NA TABELA DE EXPOSICAO - DESCE UMA ENTRADA     *
      *-----------------------------------------------------------*
       ROT-DESLOCA-EXPOSICAO.

           COMPUTE WSS-IDX-EXP-DESTINO = WSS-IDX-EXP-BUSCA + 1.

           MOVE WSS-EXP-OCORRE (WSS-IDX-EXP-BUSCA)
             TO WSS-EXP-OCORRE (WSS-IDX-EXP-DESTINO).

       ROT-DESLOCA-EXPOSICAO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * ACUMULADO DO MES DE UMA MOEDA = BASE + EFEITOS DA NOITE,   *
      * E OS TOTAIS GERAIS                                         *
      *-----------------------------------------------------------*
       ROT-APURA-MES.

           COMPUTE WSS-MOE-MES-PRECO (WSS-IDX-MOE) =
              WSS-MOE-BASE-PRECO (WSS-IDX-MOE)
              + WSS-MOE-PRECO (WSS-IDX-MOE).

           COMPUTE WSS-MOE-MES-CAMBIO (WSS-IDX-MOE) =
              WSS-MOE-BASE-CAMBIO (WSS-IDX-MOE)
              + WSS-MOE-CAMBIO (WSS-IDX-MOE).

           ADD WSS-MOE-PRECO      (WSS-IDX-MOE) TO WSS-TOT-PRECO.
           ADD WSS-MOE-CAMBIO     (WSS-IDX-MOE) TO WSS-TOT-CAMBIO.
           ADD WSS-MOE-MES-PRECO  (WSS-IDX-MOE) TO WSS-TOT-MES-PRECO.
           ADD WSS-MOE-MES-CAMBIO (WSS-IDX-MOE) TO WSS-TOT-MES-CAMBIO.

       ROT-APURA-MES-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * PRIMEIRA PARTE DO RELATORIO - VALOR DO CATALOGO POR MOEDA  *
      * E CATEGORIA, COM O TOTAL E A PARTICIPACAO DE CADA MOEDA    *
      *-----------------------------------------------------------*
       ROT-IMPRIME-EXPOSICAO.

           MOVE 'EXPOSICAO POR MOEDA E CATEGORIA - DATA DO CICLO: '
             TO WSS-TIT-TEXTO.
           MOVE WSS-DATA-CICLO      TO WSS-TIT-DATA.
           MOVE WSS-LINHA-TITULO    TO WSS-LINHA-SAIDA.
           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           MOVE WSS-LINHA-COLUNAS-EXP TO WSS-LINHA-SAIDA.
           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           MOVE SPACES TO WSS-SUB-MOEDA.

           PERFORM ROT-IMPRIME-CATEGORIA
              THRU ROT-IMPRIME-CATEGORIA-EXIT
              VARYING WSS-IDX-EXP FROM 1 BY 1
              UNTIL WSS-IDX-EXP > WSS-QTD-EXP.

           IF WSS-SUB-MOEDA NOT = SPACES
              PERFORM ROT-IMPRIME-SUBTOTAL
                 THRU ROT-IMPRIME-SUBTOTAL-EXIT
           END-IF.

           MOVE SPACES               TO WSS-LSU-MOEDA.
           MOVE 'TOTAL DO CATALOGO'  TO WSS-LSU-TEXTO.
           MOVE WSS-CONT-ATU         TO WSS-LSU-QTDE.
           MOVE ZERO                 TO WSS-LSU-VALOR.
           MOVE WSS-TOTAL-BRL-ATU    TO WSS-LSU-BRL.
           MOVE 100                  TO WSS-LSU-PCT.
           MOVE WSS-LINHA-SUBTOTAL   TO WSS-LINHA-SAIDA.
           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           IF WSS-CONT-SEM-TAXA > ZERO
              MOVE 'ATENCAO: ITENS SEM TAXA NO CAMBTAB FORAM CONVERTIDOS
      -            ' COM VALOR ZERO' TO WSS-LM-TEXTO
              MOVE WSS-LINHA-MENSAGEM TO WSS-LINHA-SAIDA
              PERFORM ROT-IMPRIME-LINHA
                 THRU ROT-IMPRIME-LINHA-EXIT
           END-IF.

       ROT-IMPRIME-EXPOSICAO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME UMA LINHA MOEDA + CATEGORIA, FECHANDO O SUBTOTAL   *
      * DA MOEDA ANTERIOR NA QUEBRA                                *
      *-----------------------------------------------------------*
       ROT-IMPRIME-CATEGORIA.

           IF WSS-EXP-MOEDA (WSS-IDX-EXP) NOT = WSS-SUB-MOEDA
              IF WSS-SUB-MOEDA NOT = SPACES
                 PERFORM ROT-IMPRIME-SUBTOTAL
                    THRU ROT-IMPRIME-SUBTOTAL-EXIT
              END-IF
              MOVE WSS-EXP-MOEDA (WSS-IDX-EXP) TO WSS-SUB-MOEDA
           END-IF.

           MOVE WSS-EXP-TIPO (WSS-IDX-EXP) TO WSS-TIPO-PROCURADO.

           PERFORM ROT-BUSCA-CATEGORIA
              THRU ROT-BUSCA-CATEGORIA-EXIT.

           MOVE WSS-EXP-MOEDA (WSS-IDX-EXP) TO WSS-LEX-MOEDA.
           MOVE WSS-EXP-TIPO  (WSS-IDX-EXP) TO WSS-LEX-TIPO.
           MOVE WSS-EXP-QTDE  (WSS-IDX-EXP) TO WSS-LEX-QTDE.
           MOVE WSS-EXP-VALOR (WSS-IDX-EXP) TO WSS-LEX-VALOR.
           MOVE WSS-EXP-BRL   (WSS-IDX-EXP) TO WSS-LEX-BRL.
           MOVE WSS-LINHA-EXPOSICAO         TO WSS-LINHA-SAIDA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

       ROT-IMPRIME-CATEGORIA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * NOME DA CATEGORIA PARA A LINHA DE EXPOSICAO - SEM ENTRADA  *
      * NO CATTIPO A COLUNA FICA EM BRANCO                         *
      *-----------------------------------------------------------*
       ROT-BUSCA-CATEGORIA.

           MOVE SPACES TO WSS-LEX-NOME.
           MOVE ZERO   TO WSS-IDX-TIPO-ACHADO.

           PERFORM ROT-TESTA-TIPO
              THRU ROT-TESTA-TIPO-EXIT
              VARYING WSS-IDX-TIPO FROM 1 BY 1
              UNTIL WSS-IDX-TIPO > WSS-QTD-TIPOS
                 OR WSS-IDX-TIPO-ACHADO > ZERO.

           IF WSS-IDX-TIPO-ACHADO > ZERO
              MOVE WSS-TIPO-DESCRICAO (WSS-IDX-TIPO-ACHADO)
                TO WSS-LEX-NOME
           END-IF.

       ROT-BUSCA-CATEGORIA-EXIT.

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
      * IMPRIME O TOTAL DA MOEDA QUE ACABOU DE SER LISTADA, COM A  *
      * SUA PARTICIPACAO NO VALOR DO CATALOGO EM REAIS             *
      *-----------------------------------------------------------*
       ROT-IMPRIME-SUBTOTAL.

           MOVE WSS-SUB-MOEDA TO WSS-MOEDA-PROCURADA.

           PERFORM ROT-LOCALIZA-MOEDA
              THRU ROT-LOCALIZA-MOEDA-EXIT.

           IF WSS-IDX-MOE = ZERO
              GO TO ROT-IMPRIME-SUBTOTAL-EXIT
           END-IF.

           MOVE ZERO TO WSS-PCT-MOEDA.

           IF WSS-TOTAL-BRL-ATU > ZERO
              COMPUTE WSS-PCT-MOEDA ROUNDED =
                 WSS-MOE-BRL (WSS-IDX-MOE) * 100 / WSS-TOTAL-BRL-ATU
           END-IF.

           MOVE WSS-SUB-MOEDA               TO WSS-LSU-MOEDA.
           MOVE 'TOTAL DA MOEDA'            TO WSS-LSU-TEXTO.
           MOVE WSS-MOE-QTDE  (WSS-IDX-MOE) TO WSS-LSU-QTDE.
           MOVE WSS-MOE-VALOR (WSS-IDX-MOE) TO WSS-LSU-VALOR.
           MOVE WSS-MOE-BRL   (WSS-IDX-MOE) TO WSS-LSU-BRL.
           MOVE WSS-PCT-MOEDA               TO WSS-LSU-PCT.
           MOVE WSS-LINHA-SUBTOTAL          TO WSS-LINHA-SAIDA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           MOVE SPACES TO WSS-LINHA-SAIDA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

       ROT-IMPRIME-SUBTOTAL-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * SEGUNDA PARTE - VARIACAO EM REAIS DA NOITE E DO MES POR    *
      * MOEDA, SEPARADA EM PRECO E CAMBIO, A CONFERENCIA CONTRA A  *
      * DIFERENCA DOS CATALOGOS E, NA VIRADA, O FECHAMENTO DO MES  *
      *-----------------------------------------------------------*
       ROT-IMPRIME-VARIACAO.

           PERFORM ROT-IMPRIME-CABECALHO
              THRU ROT-IMPRIME-CABECALHO-EXIT.

           MOVE 'VARIACAO EM BRL - NOITE E ACUMULADO DO MES - CICLO: '
             TO WSS-TIT-TEXTO.
           MOVE WSS-DATA-CICLO      TO WSS-TIT-DATA.
           MOVE WSS-LINHA-TITULO    TO WSS-LINHA-SAIDA.
           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           MOVE WSS-LINHA-COLUNAS-VAR TO WSS-LINHA-SAIDA.
           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           PERFORM ROT-IMPRIME-MOEDA-VAR
              THRU ROT-IMPRIME-MOEDA-VAR-EXIT
              VARYING WSS-IDX-MOE FROM 1 BY 1
              UNTIL WSS-IDX-MOE > WSS-QTD-MOE.

           MOVE 'TOT'              TO WSS-LVA-MOEDA.
           MOVE WSS-TOT-PRECO      TO WSS-LVA-PRECO.
           MOVE WSS-TOT-CAMBIO     TO WSS-LVA-CAMBIO.
           MOVE WSS-TOT-MES-PRECO  TO WSS-LVA-MES-PRECO.
           MOVE WSS-TOT-MES-CAMBIO TO WSS-LVA-MES-CAMBIO.
           MOVE WSS-LINHA-VARIACAO TO WSS-LINHA-SAIDA.
           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           MOVE SPACES TO WSS-LINHA-SAIDA.
           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           MOVE 'CATALOGO DE ONTEM EM BRL (TAXAS DE ONTEM)'
             TO WSS-LCO-TEXTO.
           MOVE WSS-TOTAL-BRL-ANT  TO WSS-LCO-VALOR.
           MOVE WSS-LINHA-CONFERE  TO WSS-LINHA-SAIDA.
           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           MOVE 'CATALOGO DE HOJE EM BRL (TAXAS DE HOJE)'
             TO WSS-LCO-TEXTO.
           MOVE WSS-TOTAL-BRL-ATU  TO WSS-LCO-VALOR.
           MOVE WSS-LINHA-CONFERE  TO WSS-LINHA-SAIDA.
           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           COMPUTE WSS-TOTAL-VARIACAO = WSS-TOT-PRECO + WSS-TOT-CAMBIO.

           MOVE 'VARIACAO DA NOITE (PRECO + CAMBIO)'
             TO WSS-LCO-TEXTO.
           MOVE WSS-TOTAL-VARIACAO TO WSS-LCO-VALOR.
           MOVE WSS-LINHA-CONFERE  TO WSS-LINHA-SAIDA.
           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           IF NOT TEM-CAMBANT
              MOVE 'CAMBANT INDISPONIVEL - EFEITO CAMBIO NAO APURADO NES
      -            'TA NOITE' TO WSS-LM-TEXTO
              MOVE WSS-LINHA-MENSAGEM TO WSS-LINHA-SAIDA
              PERFORM ROT-IMPRIME-LINHA
                 THRU ROT-IMPRIME-LINHA-EXIT
           END-IF.

           IF MES-VIRADO
              PERFORM ROT-IMPRIME-FECHAMENTO
                 THRU ROT-IMPRIME-FECHAMENTO-EXIT
           END-IF.

       ROT-IMPRIME-VARIACAO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME A VARIACAO DA NOITE E DO MES DE UMA MOEDA          *
      *-----------------------------------------------------------*
       ROT-IMPRIME-MOEDA-VAR.

           MOVE WSS-MOE-CODIGO     (WSS-IDX-MOE) TO WSS-LVA-MOEDA.
           MOVE WSS-MOE-PRECO      (WSS-IDX-MOE) TO WSS-LVA-PRECO.
           MOVE WSS-MOE-CAMBIO     (WSS-IDX-MOE) TO WSS-LVA-CAMBIO.
           MOVE WSS-MOE-MES-PRECO  (WSS-IDX-MOE) TO WSS-LVA-MES-PRECO.
           MOVE WSS-MOE-MES-CAMBIO (WSS-IDX-MOE) TO WSS-LVA-MES-CAMBIO.
           MOVE WSS-LINHA-VARIACAO TO WSS-LINHA-SAIDA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

       ROT-IMPRIME-MOEDA-VAR-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * PRIMEIRA NOITE DO MES - IMPRIME O ACUMULADO FINAL DO MES   *
      * ANTERIOR, POR MOEDA, PARA O FECHAMENTO MENSAL              *
      *-----------------------------------------------------------*
       ROT-IMPRIME-FECHAMENTO.

           MOVE SPACES TO WSS-LINHA-SAIDA.
           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           MOVE 'FECHAMENTO DO MES ANTERIOR (AAAAMM) - PRECO E CAMBIO:'
             TO WSS-TIT-TEXTO.
           MOVE WSS-MES-FECHADO     TO WSS-TIT-DATA.
           MOVE WSS-LINHA-TITULO    TO WSS-LINHA-SAIDA.
           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           MOVE ZERO TO WSS-TOT-PRECO.
           MOVE ZERO TO WSS-TOT-CAMBIO.

           PERFORM ROT-IMPRIME-MOEDA-FECH
              THRU ROT-IMPRIME-MOEDA-FECH-EXIT
              VARYING WSS-IDX-MOE FROM 1 BY 1
              UNTIL WSS-IDX-MOE > WSS-QTD-MOE.

           MOVE 'TOT'              TO WSS-LVA-MOEDA.
           MOVE WSS-TOT-PRECO      TO WSS-LVA-PRECO.
           MOVE WSS-TOT-CAMBIO     TO WSS-LVA-CAMBIO.
           MOVE ZERO               TO WSS-LVA-MES-PRECO.
           MOVE ZERO               TO WSS-LVA-MES-CAMBIO.
           MOVE WSS-LINHA-VARIACAO TO WSS-LINHA-SAIDA.
           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

       ROT-IMPRIME-FECHAMENTO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME O FECHAMENTO DO MES ANTERIOR DE UMA MOEDA          *
      *-----------------------------------------------------------*
       ROT-IMPRIME-MOEDA-FECH.

           IF WSS-MOE-FECHADA (WSS-IDX-MOE) NOT = 'S'
              GO TO ROT-IMPRIME-MOEDA-FECH-EXIT
           END-IF.

           ADD WSS-MOE-FECH-PRECO  (WSS-IDX-MOE) TO WSS-TOT-PRECO.
           ADD WSS-MOE-FECH-CAMBIO (WSS-IDX-MOE) TO WSS-TOT-CAMBIO.

           MOVE WSS-MOE-CODIGO      (WSS-IDX-MOE) TO WSS-LVA-MOEDA.
           MOVE WSS-MOE-FECH-PRECO  (WSS-IDX-MOE) TO WSS-LVA-PRECO.
           MOVE WSS-MOE-FECH-CAMBIO (WSS-IDX-MOE) TO WSS-LVA-CAMBIO.
           MOVE ZERO                TO WSS-LVA-MES-PRECO.
           MOVE ZERO                TO WSS-LVA-MES-CAMBIO.
           MOVE WSS-LINHA-VARIACAO  TO WSS-LINHA-SAIDA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

       ROT-IMPRIME-MOEDA-FECH-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * GRAVA O NOVO ACUMULADO DO MES (CAMBMTDN) - UMA LINHA POR   *
      * MOEDA DO MES DO CICLO, COM A BASE ANTERIOR A ESTA NOITE    *
      * GUARDADA PARA A RETOMADA                                   *
      *-----------------------------------------------------------*
       ROT-GRAVA-ACUMULADO.

           PERFORM ROT-GRAVA-MOEDA-MES
              THRU ROT-GRAVA-MOEDA-MES-EXIT
              VARYING WSS-IDX-MOE FROM 1 BY 1
              UNTIL WSS-IDX-MOE > WSS-QTD-MOE.

       ROT-GRAVA-ACUMULADO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * GRAVA O ACUMULADO DO MES DE UMA MOEDA                      *
      *-----------------------------------------------------------*
       ROT-GRAVA-MOEDA-MES.

           MOVE SPACES                TO CAMB0001.
           MOVE WSS-MES-CICLO         TO CAMB0001-MES.
           MOVE WSS-MOE-CODIGO (WSS-IDX-MOE) TO CAMB0001-MOEDA.
           MOVE WSS-DATA-CICLO        TO CAMB0001-DATA-ULTIMA.
           MOVE WSS-MOE-MES-PRECO   (WSS-IDX-MOE)
             TO CAMB0001-ACUM-PRECO.
           MOVE WSS-MOE-MES-CAMBIO  (WSS-IDX-MOE)
             TO CAMB0001-ACUM-CAMBIO.
           MOVE WSS-MOE-BASE-PRECO  (WSS-IDX-MOE)
             TO CAMB0001-ANT-PRECO.
           MOVE WSS-MOE-BASE-CAMBIO (WSS-IDX-MOE)
             TO CAMB0001-ANT-CAMBIO.

           MOVE CAMB0001 TO CAMBMTDN-REGISTRO.

           WRITE CAMBMTDN-REGISTRO.

       ROT-GRAVA-MOEDA-MES-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME O CABECALHO DE UMA NOVA PAGINA DO RELATORIO        *
      *-----------------------------------------------------------*
       ROT-IMPRIME-CABECALHO.

           ADD 1 TO WSS-NUM-PAGINA.

           MOVE WSS-NUM-PAGINA      TO WSS-CAB-PAGINA.
           MOVE WSS-LINHA-CABECALHO TO RELCAM001-LINHA.

           IF FLG-RELCAM001 = '00'
              WRITE RELCAM001-LINHA
           END-IF.

           MOVE ZERO TO WSS-LINHAS-PAGINA.

       ROT-IMPRIME-CABECALHO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME WSS-LINHA-SAIDA, QUEBRANDO A PAGINA QUANDO O       *
      * LIMITE DE LINHAS FOR ATINGIDO                              *
      *-----------------------------------------------------------*
       ROT-IMPRIME-LINHA.

           IF WSS-LINHAS-PAGINA NOT < WSS-MAX-LINHAS
              PERFORM ROT-IMPRIME-CABECALHO
                 THRU ROT-IMPRIME-CABECALHO-EXIT
           END-IF.

           MOVE WSS-LINHA-SAIDA TO RELCAM001-LINHA.

           IF FLG-RELCAM001 = '00'
              WRITE RELCAM001-LINHA
           END-IF.

           ADD 1 TO WSS-LINHAS-PAGINA.

       ROT-IMPRIME-LINHA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * FECHA OS ARQUIVOS E EXIBE OS TOTAIS DA APURACAO            *
      *-----------------------------------------------------------*
       ROT-ENCERRAMENTO.

           CLOSE CATATU.
           CLOSE CATANT.
           CLOSE CAMBMTDN.
           CLOSE RELCAM001.

           DISPLAY '***************************************'.
           DISPLAY '* ITENS NO CATALOGO     = ' WSS-CONT-ATU.
           DISPLAY '* CODIGOS INCLUIDOS     = ' WSS-CONT-NOVOS.
           DISPLAY '* CODIGOS RETIRADOS     = ' WSS-CONT-RETIRADOS.
           DISPLAY '* VALORES ALTERADOS     = ' WSS-CONT-PRECO-ALTERADO.
           DISPLAY '* MOEDAS ALTERADAS      = ' WSS-CONT-MOEDA-ALTERADA.
           DISPLAY '* ITENS SEM TAXA        = ' WSS-CONT-SEM-TAXA.
           DISPLAY '* FORA DAS TABELAS      = ' WSS-CONT-FORA-TABELA.
           DISPLAY '***************************************'.

       ROT-ENCERRAMENTO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * REGISTRA O ERRO GRAVE NO ARQUIVO CENTRAL DE ERROS E FORCA  *
      * UM ABEND COM DUMP, NOS MOLDES DO COBOL042                  *
      *-----------------------------------------------------------*
       ROT-ABEND.

           DISPLAY '*** ABEND FORCADO - CODIGO = ' WSS-ABEND-CODE.

           MOVE 'COBOL059'      TO LKS-EL-PROGRAMA.
           MOVE WSS-ABEND-CODE  TO LKS-EL-CODIGO.
           MOVE 'G'             TO LKS-EL-SEVERIDADE.
           MOVE WSS-MSG-ABEND   TO LKS-EL-MENSAGEM.

           CALL 'ERRLOG' USING LKS-ERROR-LOG.

           CALL 'CEE3ABD' USING WSS-ABEND-CODE WSS-ABEND-REASON.

       ROT-ABEND-EXIT.

           EXIT.

       END PROGRAM COBOL059.

      ********************* FIM DO PROGRAMA ****************************
