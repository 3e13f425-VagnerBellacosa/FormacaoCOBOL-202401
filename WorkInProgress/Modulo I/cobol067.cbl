      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : CUSTEIO NOTURNO DOS KITS (ROLL-UP DA ESTRUTURA
      *            KITEST, LAYOUT KITB0001) DEPOIS DA MANUTENCAO DO
      *            CATALOGO (COBOL006) E DA ESTRUTURA (COBOL066).
      *            PRECIFICA CADA KIT E CADA COMPONENTE PELO
      *            SUBPROGRAMA CATPRECO NA DATA DO CICLO, CONVERTIDO
      *            PARA REAIS PELO CAMBTAB, E APURA O CUSTO DO KIT
      *            COMO A SOMA DE QUANTIDADE X PRECO DOS COMPONENTES -
      *            COMPONENTE QUE E OUTRO KIT ENTRA PELO CUSTO APURADO
      *            DELE, NIVEL A NIVEL. O RELATORIO RELKIT002 APONTA:
      *            - KIT COM PRECO (CATB0001-VALOR CONVERTIDO) ABAIXO
      *              DO CUSTO OU COM MARGEM SOBRE O CUSTO FORA DA
      *              FAIXA DO KITPARM (SEM O ARQUIVO, 10% A 80%);
      *            - KIT SEM CUSTO CONFIAVEL (COMPONENTE SEM CADASTRO,
      *              NAO ATIVO OU SEM TAXA DE CAMBIO);
      *            - COMPONENTE QUE MUDOU DE PRECO, FOI DESCONTINUADO
      *              OU MUDOU DE SITUACAO DESDE A NOITE ANTERIOR
      *              (FOTOGRAFIA KITCUSA, LAYOUT KITB0001C) E OS KITS
      *              AFETADOS POR ELE, DIRETA OU INDIRETAMENTE.
      *            A FOTOGRAFIA DA NOITE SAI NO KITCUSN, QUE O CICLO
      *            GUARDA COMO KITCUSA NO FIM DA NOITE - NA RETOMADA O
      *            STEP E SIMPLESMENTE REPETIDO, POIS NADA E
      *            ACUMULADO. RC 4 QUANDO HA KIT A EXAMINAR
      * CPD      : INEFE
      *****************************************************************
      * HISTORICO DE ALTERACOES
      * 15/10/2026  VRB  VERSAO ORIGINAL DO PROGRAMA
      * 15/10/2026  VRB  ERRO DE LEITURA DO KITEST OU TABELA DE
      *                  LIGACOES, KITS OU ITENS ESGOTADA PASSAM A
      *                  ABENDAR COM RC 926 - ANTES O CUSTEIO SEGUIA
      *                  COM A ESTRUTURA PELA METADE E O KITCUSN SAIA
      *                  SEM OS KITS QUE NAO COUBERAM. MARGEM LIMITADA
      *                  A 9999,99% NO RELATORIO (ANTES O ESTOURO
      *                  SAIA TRUNCADO NA MASCARA)
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL067.
       AUTHOR. VAGNER BELLACOSA.
       DATE-WRITTEN. 15/10/26 @ 15:00:00.
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
         SELECT KITEST          ASSIGN TO KITEST
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS KITB0001-CHAVE
         FILE STATUS FLG-KITEST.
      *
         SELECT OPTIONAL KITCUSA ASSIGN TO KITCUSA
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-KITCUSA.
      *
         SELECT KITCUSN         ASSIGN TO KITCUSN
         FILE STATUS FLG-KITCUSN.
      *
         SELECT OPTIONAL KITPARM ASSIGN TO KITPARM
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-KITPARM.
      *
         SELECT RELKIT002       ASSIGN TO RELKIT002
         FILE STATUS FLG-RELKIT002.
      *
      ***************
       DATA DIVISION.
      ***************
      *
       FILE SECTION.
      *
       FD  KITEST
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY "KITB0001".
      *
       FD  KITCUSA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY "KITB0001C".
      *
       FD  KITCUSN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  KITCUSN-REGISTRO           PIC X(80).
      *
       FD  KITPARM
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  KITPARM-REGISTRO.
           05 KITPARM-MARGEM-MINIMA   PIC 9(03)V99.
           05 KITPARM-MARGEM-MAXIMA   PIC 9(03)V99.
           05 FILLER                  PIC X(70).
      *
       FD  RELKIT002
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  RELKIT002-LINHA             PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       77  FLG-KITEST                 PIC X(02).
       77  FLG-KITCUSA                PIC X(02).
       77  FLG-KITCUSN                PIC X(02).
       77  FLG-KITPARM                PIC X(02).
       77  FLG-RELKIT002              PIC X(02).
       77  WSS-FIM-KITEST             PIC X(01)   VALUE 'N'.
           88 FIM-KITEST                          VALUE 'S'.
       77  WSS-FIM-KITCUSA            PIC X(01)   VALUE 'N'.
           88 FIM-KITCUSA                         VALUE 'S'.
       77  WSS-CATALOGO-ABERTO        PIC X(01)   VALUE 'N'.
           88 CATALOGO-ABERTO                     VALUE 'S'.
       77  WSS-TEM-ANTERIOR           PIC X(01)   VALUE 'N'.
           88 TEM-ANTERIOR                        VALUE 'S'.
       77  WSS-SUBKIT-PENDENTE        PIC X(01)   VALUE 'N'.
           88 SUBKIT-PENDENTE                     VALUE 'S'.
       77  WSS-CONT-LIGACOES          PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-KITS              PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-ABAIXO-CUSTO      PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-ABAIXO-FAIXA      PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-ACIMA-FAIXA       PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-SEM-CUSTO         PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-KIT-INATIVO       PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-COMP-ALTERADOS    PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-KITS-AFETADOS     PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-CALCULADOS        PIC 9(04)   VALUE ZERO.
       77  WSS-CONT-PASSADA           PIC 9(04)   VALUE ZERO.
       77  WSS-MARGEM-MINIMA          PIC 9(03)V99 VALUE 10,00.
       77  WSS-MARGEM-MAXIMA          PIC 9(03)V99 VALUE 80,00.
       77  WSS-MARGEM                 PIC S9(05)V99 VALUE ZERO.
       77  WSS-PRECO-KIT              PIC 9(11)V99 VALUE ZERO.
       77  WSS-PARCELA                PIC 9(11)V99 VALUE ZERO.
       77  WSS-CODIGO-PROCURADO       PIC 9(05)   VALUE ZERO.
       77  WSS-QTD-LIGACOES           PIC 9(04)   VALUE ZERO.
       77  WSS-MAX-LIGACOES           PIC 9(04)   VALUE 5000.
       77  WSS-IDX-LIGACAO            PIC 9(04)   VALUE ZERO.
       77  WSS-QTD-KITS               PIC 9(04)   VALUE ZERO.
       77  WSS-MAX-KITS               PIC 9(04)   VALUE 1000.
       77  WSS-IDX-KIT                PIC 9(04)   VALUE ZERO.
       77  WSS-IDX-SUBKIT             PIC 9(04)   VALUE ZERO.
       77  WSS-QTD-ITENS              PIC 9(04)   VALUE ZERO.
       77  WSS-MAX-ITENS              PIC 9(04)   VALUE 3000.
       77  WSS-IDX-ITEM               PIC 9(04)   VALUE ZERO.
       77  WSS-IDX-ITEM-ACHADO        PIC 9(04)   VALUE ZERO.
       77  WSS-LINHAS-PAGINA          PIC 9(02)   VALUE ZERO.
       77  WSS-MAX-LINHAS             PIC 9(02)   VALUE 20.
       77  WSS-NUM-PAGINA             PIC 9(04)   VALUE ZERO.
       77  WSS-MARGEM-LIMITE          PIC S9(05)V99 VALUE 9999,99.
       77  WSS-ABEND-CODE             PIC S9(08) COMP VALUE ZERO.
       77  WSS-ABEND-REASON           PIC S9(08) COMP VALUE ZERO.
      *
      * LIGACOES KIT -> COMPONENTE DO KITEST, NA ORDEM DA CHAVE
       01  WSS-TAB-LIGACOES.
           05 WSS-LIGACAO-OCORRE      OCCURS 5000 TIMES.
              10 WSS-LIG-KIT          PIC 9(05).
              10 WSS-LIG-COMPONENTE   PIC 9(05).
              10 WSS-LIG-QUANTIDADE   PIC 9(05)V999.
              10 WSS-LIG-ITEM         PIC 9(04).
      *
      * UM ELEMENTO POR KIT - AS LIGACOES DELE VAO DA PRIMEIRA A
      * ULTIMA; WSS-KIT-ITEM APONTA O PRECO DO KIT NA TABELA DE ITENS
       01  WSS-TAB-KITS.
           05 WSS-KIT-OCORRE          OCCURS 1000 TIMES.
              10 WSS-KIT-CODIGO       PIC 9(05).
              10 WSS-KIT-PRIMEIRA     PIC 9(04).
              10 WSS-KIT-ULTIMA       PIC 9(04).
              10 WSS-KIT-ITEM         PIC 9(04).
              10 WSS-KIT-CUSTO        PIC 9(11)V99.
              10 WSS-KIT-CALCULADO    PIC X(01).
                 88 KIT-CALCULADO                 VALUE 'S'.
              10 WSS-KIT-SEM-CUSTO    PIC X(01).
                 88 KIT-SEM-CUSTO                 VALUE 'S'.
              10 WSS-KIT-COMP-PENDENTE PIC 9(05).
              10 WSS-KIT-MOTIVO       PIC X(30).
              10 WSS-KIT-AFETADO      PIC X(01).
                 88 KIT-AFETADO                   VALUE 'S'.
              10 WSS-KIT-COMP-AFETOU  PIC 9(05).
              10 WSS-KIT-MOTIVO-AFETOU PIC X(30).
      *
      * UM ELEMENTO POR CODIGO DO CATALOGO (KIT OU COMPONENTE) COM O
      * PRECO DA NOITE - WSS-ITE-KIT APONTA A TABELA DE KITS QUANDO O
      * CODIGO E, ELE MESMO, UM KIT
       01  WSS-TAB-ITENS.
           05 WSS-ITEM-OCORRE         OCCURS 3000 TIMES.
              10 WSS-ITE-CODIGO       PIC 9(05).
              10 WSS-ITE-RETORNO      PIC X(01).
                 88 ITE-PRECO-OK                  VALUE '0'.
              10 WSS-ITE-SITUACAO     PIC X(01).
              10 WSS-ITE-VALOR        PIC 9(07)V99.
              10 WSS-ITE-MOEDA        PIC X(03).
              10 WSS-ITE-VALOR-BRL    PIC 9(11)V99.
              10 WSS-ITE-CONVERSAO    PIC X(01).
                 88 ITE-SEM-TAXA                  VALUE 'N'.
              10 WSS-ITE-KIT          PIC 9(04).
              10 WSS-ITE-COMPONENTE   PIC X(01).
                 88 ITE-E-COMPONENTE              VALUE 'S'.
              10 WSS-ITE-ALTERACAO    PIC X(01).
                 88 ITE-SEM-ALTERACAO             VALUE SPACE.
                 88 ITE-PRECO-ALTERADO            VALUE 'P'.
                 88 ITE-DESCONTINUADO             VALUE 'D'.
                 88 ITE-SITUACAO-ALTERADA         VALUE 'S'.
              10 WSS-ITE-VALOR-ANT    PIC 9(07)V99.
              10 WSS-ITE-MOEDA-ANT    PIC X(03).
      *
       01  WSS-LINHA-PENDENTE         PIC X(80)   VALUE SPACES.
      *
       01  WSS-LINHA-CABECALHO.
           05 FILLER                  PIC X(10)  VALUE 'RELATORIO:'.
           05 WSS-CAB-TITULO          PIC X(40)
                  VALUE 'CUSTEIO DOS KITS - PRECO X CUSTO'.
           05 FILLER                  PIC X(10)  VALUE SPACES.
           05 FILLER                  PIC X(08)  VALUE 'PAGINA: '.
           05 WSS-CAB-PAGINA          PIC ZZZ9.
           05 FILLER                  PIC X(08)  VALUE SPACES.
      *
       01  WSS-LINHA-SECAO.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-SEC-TEXTO           PIC X(60).
           05 FILLER                  PIC X(19)  VALUE SPACES.
      *
       01  WSS-LINHA-MARGEM.
           05 FILLER                  PIC X(05)  VALUE ' KIT='.
           05 WSS-MRG-KIT             PIC 9(05).
           05 FILLER                  PIC X(07)  VALUE ' PRECO='.
           05 WSS-MRG-PRECO           PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                  PIC X(07)  VALUE ' CUSTO='.
           05 WSS-MRG-CUSTO           PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                  PIC X(04)  VALUE ' MG='.
           05 WSS-MRG-MARGEM          PIC -ZZZ9,99.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-MRG-SITUACAO        PIC X(15).
      *
       01  WSS-LINHA-SEM-CUSTO.
           05 FILLER                  PIC X(05)  VALUE ' KIT='.
           05 WSS-SCU-KIT             PIC 9(05).
           05 FILLER                  PIC X(06)  VALUE ' COMP='.
           05 WSS-SCU-COMPONENTE      PIC 9(05).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-SCU-MOTIVO          PIC X(30).
           05 FILLER                  PIC X(28)  VALUE SPACES.
      *
       01  WSS-LINHA-COMPONENTE.
           05 FILLER                  PIC X(06)  VALUE ' COMP='.
           05 WSS-CMP-CODIGO          PIC 9(05).
           05 FILLER                  PIC X(05)  VALUE ' ANT='.
           05 WSS-CMP-VALOR-ANT       PIC ZZZZZZ9,99.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-CMP-MOEDA-ANT       PIC X(03).
           05 FILLER                  PIC X(05)  VALUE ' ATU='.
           05 WSS-CMP-VALOR           PIC ZZZZZZ9,99.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-CMP-MOEDA           PIC X(03).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-CMP-MOTIVO          PIC X(30).
      *
       01  WSS-LINHA-AFETADO.
           05 FILLER                  PIC X(05)  VALUE ' KIT='.
           05 WSS-AFE-KIT             PIC 9(05).
           05 FILLER                  PIC X(06)  VALUE ' COMP='.
           05 WSS-AFE-COMPONENTE      PIC 9(05).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-AFE-MOTIVO          PIC X(30).
           05 FILLER                  PIC X(07)  VALUE ' CUSTO='.
           05 WSS-AFE-CUSTO           PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                  PIC X(07)  VALUE SPACES.
      *
       01  WSS-LINHA-TOTAL.
           05 FILLER                  PIC X(05)  VALUE SPACES.
           05 WSS-TOT-DESCRICAO       PIC X(40).
           05 WSS-TOT-QTDE            PIC Z.ZZZ.ZZ9.
           05 FILLER                  PIC X(26)  VALUE SPACES.
      *
           COPY "RETCODES".
      *
           COPY "CATPRECO".
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

           PERFORM ROT-LER-KITEST
              THRU ROT-LER-KITEST-EXIT
              UNTIL FIM-KITEST.

           PERFORM ROT-PRECIFICA-ITENS
              THRU ROT-PRECIFICA-ITENS-EXIT.

           PERFORM ROT-COMPARA-ANTERIOR
              THRU ROT-COMPARA-ANTERIOR-EXIT.

           PERFORM ROT-ROLLUP
              THRU ROT-ROLLUP-EXIT.

           PERFORM ROT-AVALIA-KITS
              THRU ROT-AVALIA-KITS-EXIT.

           PERFORM ROT-LISTA-ALTERACOES
              THRU ROT-LISTA-ALTERACOES-EXIT.

           PERFORM ROT-GRAVA-FOTOGRAFIA
              THRU ROT-GRAVA-FOTOGRAFIA-EXIT.

           PERFORM ROT-ENCERRAMENTO
              THRU ROT-ENCERRAMENTO-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
      * ABRE OS ARQUIVOS E O CATALOGO (CATPRECO), LE A FAIXA DE    *
      * MARGEM DO KITPARM E IMPRIME O PRIMEIRO CABECALHO           *
      *-----------------------------------------------------------*
       ROT-ABERTURA.

           OPEN INPUT  KITEST.

           IF FLG-KITEST NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO KITEST *** FLG = '
                       FLG-KITEST
              MOVE 'S' TO WSS-FIM-KITEST
           END-IF.

           MOVE 'A' TO LKS-PV-FUNCAO.

           CALL 'CATPRECO' USING LKS-CAT-PRECO.

           IF LKS-PV-OK
              MOVE 'S' TO WSS-CATALOGO-ABERTO
           ELSE
              DISPLAY '*** ERRO NA ABERTURA DO CATALOGO (CATPRECO) ***'
              MOVE 'S' TO WSS-FIM-KITEST
           END-IF.

      * SEM O CATALOGO O KITCUSN NAO E REGRAVADO - A FOTOGRAFIA DA
      * NOITE ANTERIOR CONTINUA VALENDO PARA A PROXIMA COMPARACAO
           IF CATALOGO-ABERTO
              OPEN OUTPUT KITCUSN
              IF FLG-KITCUSN NOT = '00'
                 DISPLAY '*** ERRO NA ABERTURA DO KITCUSN *** FLG = '
                          FLG-KITCUSN
              END-IF
           ELSE
              MOVE '99' TO FLG-KITCUSN
           END-IF.

           OPEN OUTPUT RELKIT002.

           IF FLG-RELKIT002 NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO RELKIT002 *** FLG = '
                       FLG-RELKIT002
           END-IF.

           PERFORM ROT-CARREGA-KITPARM
              THRU ROT-CARREGA-KITPARM-EXIT.

           PERFORM ROT-IMPRIME-CABECALHO
              THRU ROT-IMPRIME-CABECALHO-EXIT.

       ROT-ABERTURA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE A FAIXA DE MARGEM (PERCENTUAL SOBRE O CUSTO) DO         *
      * KITPARM, SE DISPONIVEL - SEM O ARQUIVO OU COM A FAIXA      *
      * INVERTIDA FICAM OS DEFAULTS                                *
      *-----------------------------------------------------------*
       ROT-CARREGA-KITPARM.

           OPEN INPUT KITPARM.

           IF FLG-KITPARM = '00'
              READ KITPARM
              IF FLG-KITPARM = '00'
                 AND KITPARM-MARGEM-MINIMA NUMERIC
                 AND KITPARM-MARGEM-MAXIMA NUMERIC
                 AND KITPARM-MARGEM-MINIMA
                     NOT > KITPARM-MARGEM-MAXIMA
                 MOVE KITPARM-MARGEM-MINIMA TO WSS-MARGEM-MINIMA
                 MOVE KITPARM-MARGEM-MAXIMA TO WSS-MARGEM-MAXIMA
              ELSE
                 DISPLAY '*** KITPARM INVALIDO - DEFAULTS ***'
              END-IF
              CLOSE KITPARM
           ELSE
              DISPLAY '*** KITPARM INDISPONIVEL - DEFAULTS ***'
           END-IF.

       ROT-CARREGA-KITPARM-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE A PROXIMA LIGACAO DO KITEST PARA A TABELA E ABRE UM     *
      * ELEMENTO NOVO NA TABELA DE KITS A CADA QUEBRA DE KIT -     *
      * ERRO DE LEITURA OU TABELA ESGOTADA ABENDAM, POIS O CUSTO   *
      * DE UMA ESTRUTURA PELA METADE NAO E CONFIAVEL               *
      *-----------------------------------------------------------*
       ROT-LER-KITEST.

           READ KITEST
              AT END
                 MOVE 'S' TO WSS-FIM-KITEST
           END-READ.

           IF FIM-KITEST
              GO TO ROT-LER-KITEST-EXIT
           END-IF.

           IF FLG-KITEST NOT = '00'
              DISPLAY '*******************************************'
              DISPLAY '*** ERRO GRAVE                          ***'
              DISPLAY '*** ERRO NA LEITURA DO KITEST           ***'
              DISPLAY '*******************************************'
              DISPLAY ' FLG-KITEST        = ' FLG-KITEST
              DISPLAY ' LIGACOES LIDAS    = ' WSS-QTD-LIGACOES
              MOVE RC-KIT-ESTRUTURA-INCOMPLETA TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-QTD-LIGACOES NOT < WSS-MAX-LIGACOES
              DISPLAY '*******************************************'
              DISPLAY '*** ERRO GRAVE                          ***'
              DISPLAY '*** TABELA DE LIGACOES ESGOTADA         ***'
              DISPLAY '*******************************************'
              DISPLAY ' WSS-MAX-LIGACOES  = ' WSS-MAX-LIGACOES
              MOVE RC-KIT-ESTRUTURA-INCOMPLETA TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-QTD-KITS = ZERO
              OR KITB0001-KIT NOT = WSS-KIT-CODIGO (WSS-QTD-KITS)
              IF WSS-QTD-KITS NOT < WSS-MAX-KITS
                 DISPLAY '*******************************************'
                 DISPLAY '*** ERRO GRAVE                          ***'
                 DISPLAY '*** TABELA DE KITS ESGOTADA             ***'
                 DISPLAY '*******************************************'
                 DISPLAY ' WSS-MAX-KITS      = ' WSS-MAX-KITS
                 MOVE RC-KIT-ESTRUTURA-INCOMPLETA TO RETURN-CODE
                 PERFORM ROT-ABEND
                    THRU ROT-ABEND-EXIT
              END-IF
              ADD 1 TO WSS-QTD-KITS
              INITIALIZE WSS-KIT-OCORRE (WSS-QTD-KITS)
              MOVE KITB0001-KIT TO WSS-KIT-CODIGO (WSS-QTD-KITS)
              COMPUTE WSS-KIT-PRIMEIRA (WSS-QTD-KITS) =
                 WSS-QTD-LIGACOES + 1
           END-IF.

           ADD 1 TO WSS-QTD-LIGACOES.
           ADD 1 TO WSS-CONT-LIGACOES.

           MOVE KITB0001-KIT
             TO WSS-LIG-KIT        (WSS-QTD-LIGACOES).
           MOVE KITB0001-COMPONENTE
             TO WSS-LIG-COMPONENTE (WSS-QTD-LIGACOES).
           MOVE KITB0001-QUANTIDADE
             TO WSS-LIG-QUANTIDADE (WSS-QTD-LIGACOES).
           MOVE ZERO
             TO WSS-LIG-ITEM       (WSS-QTD-LIGACOES).
           MOVE WSS-QTD-LIGACOES
             TO WSS-KIT-ULTIMA     (WSS-QTD-KITS).

       ROT-LER-KITEST-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * PRECIFICA OS KITS E DEPOIS OS COMPONENTES - OS KITS ENTRAM *
      * PRIMEIRO PARA QUE O COMPONENTE QUE E KIT JA ACHE O SEU     *
      * ELEMENTO MARCADO NA TABELA DE ITENS                        *
      *-----------------------------------------------------------*
       ROT-PRECIFICA-ITENS.

           MOVE WSS-QTD-KITS TO WSS-CONT-KITS.

           PERFORM ROT-PRECIFICA-KIT
              THRU ROT-PRECIFICA-KIT-EXIT
              VARYING WSS-IDX-KIT FROM 1 BY 1
              UNTIL WSS-IDX-KIT > WSS-QTD-KITS.

           PERFORM ROT-PRECIFICA-COMPONENTE
              THRU ROT-PRECIFICA-COMPONENTE-EXIT
              VARYING WSS-IDX-LIGACAO FROM 1 BY 1
              UNTIL WSS-IDX-LIGACAO > WSS-QTD-LIGACOES.

       ROT-PRECIFICA-ITENS-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * REGISTRA O PRECO DO PROPRIO KIT                            *
      *-----------------------------------------------------------*
       ROT-PRECIFICA-KIT.

           MOVE WSS-KIT-CODIGO (WSS-IDX-KIT) TO WSS-CODIGO-PROCURADO.

           PERFORM ROT-REGISTRA-ITEM
              THRU ROT-REGISTRA-ITEM-EXIT.

           MOVE WSS-IDX-ITEM-ACHADO TO WSS-KIT-ITEM (WSS-IDX-KIT).

           IF WSS-IDX-ITEM-ACHADO > ZERO
              MOVE WSS-IDX-KIT TO WSS-ITE-KIT (WSS-IDX-ITEM-ACHADO)
           END-IF.

       ROT-PRECIFICA-KIT-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * REGISTRA O PRECO DO COMPONENTE DA LIGACAO                  *
      *-----------------------------------------------------------*
       ROT-PRECIFICA-COMPONENTE.

           MOVE WSS-LIG-COMPONENTE (WSS-IDX-LIGACAO)
             TO WSS-CODIGO-PROCURADO.

           PERFORM ROT-REGISTRA-ITEM
              THRU ROT-REGISTRA-ITEM-EXIT.

           MOVE WSS-IDX-ITEM-ACHADO TO WSS-LIG-ITEM (WSS-IDX-LIGACAO).

           IF WSS-IDX-ITEM-ACHADO > ZERO
              MOVE 'S' TO WSS-ITE-COMPONENTE (WSS-IDX-ITEM-ACHADO)
           END-IF.

       ROT-PRECIFICA-COMPONENTE-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LOCALIZA O CODIGO NA TABELA DE ITENS; CODIGO NOVO E        *
      * CONSULTADO NO CATPRECO (DATA DO CICLO, EM REAIS) E         *
      * ACRESCENTADO. TABELA ESGOTADA ABENDA                       *
      *-----------------------------------------------------------*
       ROT-REGISTRA-ITEM.

           PERFORM ROT-BUSCA-ITEM
              THRU ROT-BUSCA-ITEM-EXIT.

           IF WSS-IDX-ITEM-ACHADO > ZERO
              GO TO ROT-REGISTRA-ITEM-EXIT
           END-IF.

           IF WSS-QTD-ITENS NOT < WSS-MAX-ITENS
              DISPLAY '*******************************************'
              DISPLAY '*** ERRO GRAVE                          ***'
              DISPLAY '*** TABELA DE ITENS ESGOTADA            ***'
              DISPLAY '*******************************************'
              DISPLAY ' WSS-MAX-ITENS     = ' WSS-MAX-ITENS
              DISPLAY ' CODIGO            = ' WSS-CODIGO-PROCURADO
              MOVE RC-KIT-ESTRUTURA-INCOMPLETA TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'C'                  TO LKS-PV-FUNCAO.
           MOVE WSS-CODIGO-PROCURADO TO LKS-PV-CODIGO.
           MOVE LKS-DATA-EXECUCAO    TO LKS-PV-DATA-REFERENCIA.
           MOVE 'BRL'                TO LKS-PV-MOEDA-DESTINO.

           CALL 'CATPRECO' USING LKS-CAT-PRECO.

           ADD 1 TO WSS-QTD-ITENS.
           MOVE WSS-QTD-ITENS TO WSS-IDX-ITEM-ACHADO.

           INITIALIZE WSS-ITEM-OCORRE (WSS-QTD-ITENS).

           MOVE WSS-CODIGO-PROCURADO
             TO WSS-ITE-CODIGO    (WSS-QTD-ITENS).
           MOVE LKS-PV-RETORNO
             TO WSS-ITE-RETORNO   (WSS-QTD-ITENS).
           MOVE LKS-PV-SITUACAO
             TO WSS-ITE-SITUACAO  (WSS-QTD-ITENS).
           MOVE LKS-PV-VALOR
             TO WSS-ITE-VALOR     (WSS-QTD-ITENS).
           MOVE LKS-PV-MOEDA
             TO WSS-ITE-MOEDA     (WSS-QTD-ITENS).
           MOVE LKS-PV-VALOR-CONVERTIDO
             TO WSS-ITE-VALOR-BRL (WSS-QTD-ITENS).
           MOVE LKS-PV-CONVERSAO
             TO WSS-ITE-CONVERSAO (WSS-QTD-ITENS).
           MOVE SPACE
             TO WSS-ITE-ALTERACAO (WSS-QTD-ITENS).

       ROT-REGISTRA-ITEM-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LOCALIZA O CODIGO PROCURADO NA TABELA DE ITENS             *
      *-----------------------------------------------------------*
       ROT-BUSCA-ITEM.

           MOVE ZERO TO WSS-IDX-ITEM-ACHADO.

           PERFORM ROT-PROCURA-ITEM
              THRU ROT-PROCURA-ITEM-EXIT
              VARYING WSS-IDX-ITEM FROM 1 BY 1
              UNTIL WSS-IDX-ITEM > WSS-QTD-ITENS
                 OR WSS-IDX-ITEM-ACHADO > ZERO.

       ROT-BUSCA-ITEM-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * COMPARA UM ELEMENTO DA TABELA DE ITENS COM O CODIGO        *
      *-----------------------------------------------------------*
       ROT-PROCURA-ITEM.

           IF WSS-ITE-CODIGO (WSS-IDX-ITEM) = WSS-CODIGO-PROCURADO
              MOVE WSS-IDX-ITEM TO WSS-IDX-ITEM-ACHADO
           END-IF.

       ROT-PROCURA-ITEM-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CONFRONTA A FOTOGRAFIA DA NOITE ANTERIOR (KITCUSA) COM OS  *
      * PRECOS DA NOITE - SEM O ARQUIVO (PRIMEIRA NOITE) NENHUM    *
      * COMPONENTE E DADO COMO ALTERADO                            *
      *-----------------------------------------------------------*
       ROT-COMPARA-ANTERIOR.

           OPEN INPUT KITCUSA.

           IF FLG-KITCUSA NOT = '00'
              DISPLAY '*** KITCUSA INDISPONIVEL - SEM COMPARACAO ***'
              GO TO ROT-COMPARA-ANTERIOR-EXIT
           END-IF.

           MOVE 'S' TO WSS-TEM-ANTERIOR.

           PERFORM ROT-LER-KITCUSA
              THRU ROT-LER-KITCUSA-EXIT
              UNTIL FIM-KITCUSA.

           CLOSE KITCUSA.

       ROT-COMPARA-ANTERIOR-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE UM PRECO DA NOITE ANTERIOR E CLASSIFICA A MUDANCA DO    *
      * ITEM: DESCONTINUADO, OUTRA MUDANCA DE SITUACAO OU DE       *
      * RETORNO DO CATPRECO, OU SO MUDANCA DE PRECO/MOEDA. ITEM    *
      * QUE SAIU DA ESTRUTURA E IGNORADO                           *
      *-----------------------------------------------------------*
       ROT-LER-KITCUSA.

           READ KITCUSA
              AT END
                 MOVE 'S' TO WSS-FIM-KITCUSA
           END-READ.

           IF FIM-KITCUSA
              GO TO ROT-LER-KITCUSA-EXIT
           END-IF.

           IF FLG-KITCUSA NOT = '00'
              DISPLAY '*** ERRO NA LEITURA DO KITCUSA *** FLG = '
                       FLG-KITCUSA
              MOVE 'S' TO WSS-FIM-KITCUSA
              GO TO ROT-LER-KITCUSA-EXIT
           END-IF.

           IF KITB0001C-CODIGO NOT NUMERIC
              GO TO ROT-LER-KITCUSA-EXIT
           END-IF.

           MOVE KITB0001C-CODIGO TO WSS-CODIGO-PROCURADO.

           PERFORM ROT-BUSCA-ITEM
              THRU ROT-BUSCA-ITEM-EXIT.

           IF WSS-IDX-ITEM-ACHADO = ZERO
              GO TO ROT-LER-KITCUSA-EXIT
           END-IF.

           MOVE WSS-IDX-ITEM-ACHADO TO WSS-IDX-ITEM.

           MOVE KITB0001C-VALOR TO WSS-ITE-VALOR-ANT (WSS-IDX-ITEM).
           MOVE KITB0001C-MOEDA TO WSS-ITE-MOEDA-ANT (WSS-IDX-ITEM).

           EVALUATE TRUE
              WHEN WSS-ITE-SITUACAO (WSS-IDX-ITEM) = 'D'
               AND KITB0001C-SITUACAO NOT = 'D'
                 MOVE 'D' TO WSS-ITE-ALTERACAO (WSS-IDX-ITEM)
              WHEN WSS-ITE-SITUACAO (WSS-IDX-ITEM)
                   NOT = KITB0001C-SITUACAO
                OR WSS-ITE-RETORNO (WSS-IDX-ITEM)
                   NOT = KITB0001C-RETORNO
                 MOVE 'S' TO WSS-ITE-ALTERACAO (WSS-IDX-ITEM)
              WHEN WSS-ITE-VALOR (WSS-IDX-ITEM) NOT = KITB0001C-VALOR
                OR WSS-ITE-MOEDA (WSS-IDX-ITEM) NOT = KITB0001C-MOEDA
                 MOVE 'P' TO WSS-ITE-ALTERACAO (WSS-IDX-ITEM)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       ROT-LER-KITCUSA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * APURA O CUSTO DOS KITS EM PASSADAS SUCESSIVAS - EM CADA    *
      * PASSADA SO E CALCULADO O KIT CUJOS SUBKITS JA TEM CUSTO.   *
      * PASSADA SEM NENHUM KIT CALCULADO ENCERRA O LACO; O QUE     *
      * SOBRAR SEM CALCULO ESTA EM CICLO (ESTRUTURA ALTERADA POR   *
      * FORA DA MANUTENCAO)                                        *
      *-----------------------------------------------------------*
       ROT-ROLLUP.

           MOVE ZERO TO WSS-CONT-CALCULADOS.
           MOVE 1    TO WSS-CONT-PASSADA.

           PERFORM ROT-PASSADA-ROLLUP
              THRU ROT-PASSADA-ROLLUP-EXIT
              UNTIL WSS-CONT-PASSADA = ZERO
                 OR WSS-CONT-CALCULADOS NOT < WSS-QTD-KITS.

           PERFORM ROT-MARCA-CICLO
              THRU ROT-MARCA-CICLO-EXIT
              VARYING WSS-IDX-KIT FROM 1 BY 1
              UNTIL WSS-IDX-KIT > WSS-QTD-KITS.

       ROT-ROLLUP-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * UMA PASSADA PELA TABELA DE KITS                            *
      *-----------------------------------------------------------*
       ROT-PASSADA-ROLLUP.

           MOVE ZERO TO WSS-CONT-PASSADA.

           PERFORM ROT-CALCULA-KIT
              THRU ROT-CALCULA-KIT-EXIT
              VARYING WSS-IDX-KIT FROM 1 BY 1
              UNTIL WSS-IDX-KIT > WSS-QTD-KITS.

       ROT-PASSADA-ROLLUP-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CALCULA O CUSTO DO KIT SE TODOS OS SUBKITS DELE JA TIVEREM *
      * CUSTO - SENAO O KIT FICA PARA A PROXIMA PASSADA            *
      *-----------------------------------------------------------*
       ROT-CALCULA-KIT.

           IF KIT-CALCULADO (WSS-IDX-KIT)
              GO TO ROT-CALCULA-KIT-EXIT
           END-IF.

           MOVE 'N' TO WSS-SUBKIT-PENDENTE.

           PERFORM ROT-VERIFICA-SUBKIT
              THRU ROT-VERIFICA-SUBKIT-EXIT
              VARYING WSS-IDX-LIGACAO
                 FROM WSS-KIT-PRIMEIRA (WSS-IDX-KIT) BY 1
              UNTIL WSS-IDX-LIGACAO > WSS-KIT-ULTIMA (WSS-IDX-KIT)
                 OR SUBKIT-PENDENTE.

           IF SUBKIT-PENDENTE
              GO TO ROT-CALCULA-KIT-EXIT
           END-IF.

           MOVE ZERO TO WSS-KIT-CUSTO (WSS-IDX-KIT).

           PERFORM ROT-SOMA-COMPONENTE
              THRU ROT-SOMA-COMPONENTE-EXIT
              VARYING WSS-IDX-LIGACAO
                 FROM WSS-KIT-PRIMEIRA (WSS-IDX-KIT) BY 1
              UNTIL WSS-IDX-LIGACAO > WSS-KIT-ULTIMA (WSS-IDX-KIT).

           MOVE 'S' TO WSS-KIT-CALCULADO (WSS-IDX-KIT).

           ADD 1 TO WSS-CONT-CALCULADOS.
           ADD 1 TO WSS-CONT-PASSADA.

       ROT-CALCULA-KIT-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * COMPONENTE QUE E KIT AINDA SEM CUSTO SEGURA O CALCULO      *
      *-----------------------------------------------------------*
       ROT-VERIFICA-SUBKIT.

           MOVE WSS-LIG-ITEM (WSS-IDX-LIGACAO) TO WSS-IDX-ITEM.

           IF WSS-IDX-ITEM = ZERO
              GO TO ROT-VERIFICA-SUBKIT-EXIT
           END-IF.

           MOVE WSS-ITE-KIT (WSS-IDX-ITEM) TO WSS-IDX-SUBKIT.

           IF WSS-IDX-SUBKIT > ZERO
              IF NOT KIT-CALCULADO (WSS-IDX-SUBKIT)
                 MOVE 'S' TO WSS-SUBKIT-PENDENTE
              END-IF
           END-IF.

       ROT-VERIFICA-SUBKIT-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * SOMA AO CUSTO DO KIT A QUANTIDADE X O PRECO EM REAIS DO    *
      * COMPONENTE (OU O CUSTO APURADO DO SUBKIT) E PROPAGA AS     *
      * PENDENCIAS: COMPONENTE SEM PRECO CONFIAVEL DEIXA O KIT SEM *
      * CUSTO; COMPONENTE ALTERADO DESDE A NOITE ANTERIOR, OU      *
      * SUBKIT AFETADO, DEIXA O KIT AFETADO                        *
      *-----------------------------------------------------------*
       ROT-SOMA-COMPONENTE.

           MOVE WSS-LIG-ITEM (WSS-IDX-LIGACAO) TO WSS-IDX-ITEM.

           IF WSS-IDX-ITEM = ZERO
              IF NOT KIT-SEM-CUSTO (WSS-IDX-KIT)
                 MOVE 'S' TO WSS-KIT-SEM-CUSTO (WSS-IDX-KIT)
                 MOVE WSS-LIG-COMPONENTE (WSS-IDX-LIGACAO)
                   TO WSS-KIT-COMP-PENDENTE (WSS-IDX-KIT)
                 MOVE 'COMPONENTE NAO PRECIFICADO'
                   TO WSS-KIT-MOTIVO (WSS-IDX-KIT)
              END-IF
              GO TO ROT-SOMA-COMPONENTE-EXIT
           END-IF.

           MOVE WSS-ITE-KIT (WSS-IDX-ITEM) TO WSS-IDX-SUBKIT.

           IF NOT ITE-SEM-ALTERACAO (WSS-IDX-ITEM)
              AND NOT KIT-AFETADO (WSS-IDX-KIT)
              MOVE 'S' TO WSS-KIT-AFETADO (WSS-IDX-KIT)
              MOVE WSS-LIG-COMPONENTE (WSS-IDX-LIGACAO)
                TO WSS-KIT-COMP-AFETOU (WSS-IDX-KIT)
              EVALUATE TRUE
                 WHEN ITE-DESCONTINUADO (WSS-IDX-ITEM)
                    MOVE 'COMPONENTE DESCONTINUADO'
                      TO WSS-KIT-MOTIVO-AFETOU (WSS-IDX-KIT)
                 WHEN ITE-SITUACAO-ALTERADA (WSS-IDX-ITEM)
                    MOVE 'COMPONENTE MUDOU DE SITUACAO'
                      TO WSS-KIT-MOTIVO-AFETOU (WSS-IDX-KIT)
                 WHEN OTHER
                    MOVE 'COMPONENTE MUDOU DE PRECO'
                      TO WSS-KIT-MOTIVO-AFETOU (WSS-IDX-KIT)
              END-EVALUATE
           END-IF.

           IF NOT ITE-PRECO-OK (WSS-IDX-ITEM)
              AND NOT KIT-SEM-CUSTO (WSS-IDX-KIT)
              MOVE 'S' TO WSS-KIT-SEM-CUSTO (WSS-IDX-KIT)
              MOVE WSS-LIG-COMPONENTE (WSS-IDX-LIGACAO)
                TO WSS-KIT-COMP-PENDENTE (WSS-IDX-KIT)
              EVALUATE WSS-ITE-RETORNO (WSS-IDX-ITEM)
                 WHEN '1'
                    MOVE 'COMPONENTE SEM CADASTRO'
                      TO WSS-KIT-MOTIVO (WSS-IDX-KIT)
                 WHEN '2'
                    MOVE 'COMPONENTE NO ARQUIVO MORTO'
                      TO WSS-KIT-MOTIVO (WSS-IDX-KIT)
                 WHEN '3'
                    MOVE 'COMPONENTE NAO ATIVO'
                      TO WSS-KIT-MOTIVO (WSS-IDX-KIT)
                 WHEN '4'
                    MOVE 'COMPONENTE COM EXCLUSAO EFETIVA'
                      TO WSS-KIT-MOTIVO (WSS-IDX-KIT)
                 WHEN OTHER
                    MOVE 'ERRO NA CONSULTA DO COMPONENTE'
                      TO WSS-KIT-MOTIVO (WSS-IDX-KIT)
              END-EVALUATE
           END-IF.

           IF WSS-IDX-SUBKIT > ZERO
              IF KIT-AFETADO (WSS-IDX-SUBKIT)
                 AND NOT KIT-AFETADO (WSS-IDX-KIT)
                 MOVE 'S' TO WSS-KIT-AFETADO (WSS-IDX-KIT)
                 MOVE WSS-LIG-COMPONENTE (WSS-IDX-LIGACAO)
                   TO WSS-KIT-COMP-AFETOU (WSS-IDX-KIT)
                 MOVE 'SUBKIT AFETADO'
                   TO WSS-KIT-MOTIVO-AFETOU (WSS-IDX-KIT)
              END-IF
              IF KIT-SEM-CUSTO (WSS-IDX-SUBKIT)
                 AND NOT KIT-SEM-CUSTO (WSS-IDX-KIT)
                 MOVE 'S' TO WSS-KIT-SEM-CUSTO (WSS-IDX-KIT)
                 MOVE WSS-LIG-COMPONENTE (WSS-IDX-LIGACAO)
                   TO WSS-KIT-COMP-PENDENTE (WSS-IDX-KIT)
                 MOVE 'SUBKIT SEM CUSTO APURADO'
                   TO WSS-KIT-MOTIVO (WSS-IDX-KIT)
              END-IF
              COMPUTE WSS-PARCELA ROUNDED =
                 WSS-LIG-QUANTIDADE (WSS-IDX-LIGACAO)
                 * WSS-KIT-CUSTO (WSS-IDX-SUBKIT)
           ELSE
              IF ITE-SEM-TAXA (WSS-IDX-ITEM)
                 AND NOT KIT-SEM-CUSTO (WSS-IDX-KIT)
                 MOVE 'S' TO WSS-KIT-SEM-CUSTO (WSS-IDX-KIT)
                 MOVE WSS-LIG-COMPONENTE (WSS-IDX-LIGACAO)
                   TO WSS-KIT-COMP-PENDENTE (WSS-IDX-KIT)
                 MOVE 'COMPONENTE SEM TAXA DE CAMBIO'
                   TO WSS-KIT-MOTIVO (WSS-IDX-KIT)
              END-IF
              COMPUTE WSS-PARCELA ROUNDED =
                 WSS-LIG-QUANTIDADE (WSS-IDX-LIGACAO)
                 * WSS-ITE-VALOR-BRL (WSS-IDX-ITEM)
           END-IF.

           ADD WSS-PARCELA TO WSS-KIT-CUSTO (WSS-IDX-KIT).

       ROT-SOMA-COMPONENTE-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * KIT QUE FICOU SEM CALCULO DEPOIS DAS PASSADAS ESTA EM      *
      * CICLO NA ESTRUTURA                                         *
      *-----------------------------------------------------------*
       ROT-MARCA-CICLO.

           IF NOT KIT-CALCULADO (WSS-IDX-KIT)
              MOVE 'S'  TO WSS-KIT-SEM-CUSTO     (WSS-IDX-KIT)
              MOVE ZERO TO WSS-KIT-COMP-PENDENTE (WSS-IDX-KIT)
              MOVE 'ESTRUTURA EM CICLO NO KITEST'
                TO WSS-KIT-MOTIVO (WSS-IDX-KIT)
           END-IF.

       ROT-MARCA-CICLO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * PRIMEIRA PARTE DO RELATORIO - KITS ABAIXO DO CUSTO, FORA   *
      * DA FAIXA DE MARGEM OU SEM CUSTO CONFIAVEL                  *
      *-----------------------------------------------------------*
       ROT-AVALIA-KITS.

           MOVE 'KITS ABAIXO DO CUSTO OU FORA DA FAIXA DE MARGEM'
             TO WSS-SEC-TEXTO.
           MOVE WSS-LINHA-SECAO TO RELKIT002-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           PERFORM ROT-AVALIA-KIT
              THRU ROT-AVALIA-KIT-EXIT
              VARYING WSS-IDX-KIT FROM 1 BY 1
              UNTIL WSS-IDX-KIT > WSS-QTD-KITS.

       ROT-AVALIA-KITS-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CONFRONTA O PRECO DO KIT COM O CUSTO APURADO - MARGEM =    *
      * (PRECO - CUSTO) / CUSTO, EM PERCENTUAL. KIT NAO ATIVO NO   *
      * CATALOGO NAO E AVALIADO                                    *
      *-----------------------------------------------------------*
       ROT-AVALIA-KIT.

           MOVE WSS-KIT-ITEM (WSS-IDX-KIT) TO WSS-IDX-ITEM.

           IF WSS-IDX-ITEM = ZERO
              ADD 1 TO WSS-CONT-KIT-INATIVO
              GO TO ROT-AVALIA-KIT-EXIT
           END-IF.

           IF NOT ITE-PRECO-OK (WSS-IDX-ITEM)
              ADD 1 TO WSS-CONT-KIT-INATIVO
              GO TO ROT-AVALIA-KIT-EXIT
           END-IF.

           IF KIT-SEM-CUSTO (WSS-IDX-KIT)
              OR ITE-SEM-TAXA (WSS-IDX-ITEM)
              OR WSS-KIT-CUSTO (WSS-IDX-KIT) = ZERO
              ADD 1 TO WSS-CONT-SEM-CUSTO
              MOVE WSS-KIT-CODIGO (WSS-IDX-KIT) TO WSS-SCU-KIT
              MOVE WSS-KIT-COMP-PENDENTE (WSS-IDX-KIT)
                TO WSS-SCU-COMPONENTE
              MOVE WSS-KIT-MOTIVO (WSS-IDX-KIT) TO WSS-SCU-MOTIVO
              IF NOT KIT-SEM-CUSTO (WSS-IDX-KIT)
                 MOVE ZERO TO WSS-SCU-COMPONENTE
                 IF ITE-SEM-TAXA (WSS-IDX-ITEM)
                    MOVE 'KIT SEM TAXA DE CAMBIO'
                      TO WSS-SCU-MOTIVO
                 ELSE
                    MOVE 'KIT COM CUSTO ZERADO'
                      TO WSS-SCU-MOTIVO
                 END-IF
              END-IF
              MOVE WSS-LINHA-SEM-CUSTO TO RELKIT002-LINHA
              PERFORM ROT-IMPRIME-LINHA
                 THRU ROT-IMPRIME-LINHA-EXIT
              GO TO ROT-AVALIA-KIT-EXIT
           END-IF.

           MOVE WSS-ITE-VALOR-BRL (WSS-IDX-ITEM) TO WSS-PRECO-KIT.

           COMPUTE WSS-MARGEM ROUNDED =
              (WSS-PRECO-KIT - WSS-KIT-CUSTO (WSS-IDX-KIT)) * 100
              / WSS-KIT-CUSTO (WSS-IDX-KIT)
              ON SIZE ERROR
                 MOVE WSS-MARGEM-LIMITE TO WSS-MARGEM
           END-COMPUTE.

      *    A MASCARA DO RELATORIO SO COMPORTA QUATRO INTEIROS
           IF WSS-MARGEM > WSS-MARGEM-LIMITE
              MOVE WSS-MARGEM-LIMITE TO WSS-MARGEM
           END-IF.

           EVALUATE TRUE
              WHEN WSS-PRECO-KIT < WSS-KIT-CUSTO (WSS-IDX-KIT)
                 ADD 1 TO WSS-CONT-ABAIXO-CUSTO
                 MOVE 'ABAIXO DO CUSTO' TO WSS-MRG-SITUACAO
              WHEN WSS-MARGEM < WSS-MARGEM-MINIMA
                 ADD 1 TO WSS-CONT-ABAIXO-FAIXA
                 MOVE 'ABAIXO DA FAIXA' TO WSS-MRG-SITUACAO
              WHEN WSS-MARGEM > WSS-MARGEM-MAXIMA
                 ADD 1 TO WSS-CONT-ACIMA-FAIXA
                 MOVE 'ACIMA DA FAIXA'  TO WSS-MRG-SITUACAO
              WHEN OTHER
                 GO TO ROT-AVALIA-KIT-EXIT
           END-EVALUATE.

           MOVE WSS-KIT-CODIGO (WSS-IDX-KIT) TO WSS-MRG-KIT.
           MOVE WSS-PRECO-KIT                TO WSS-MRG-PRECO.
           MOVE WSS-KIT-CUSTO (WSS-IDX-KIT)  TO WSS-MRG-CUSTO.
           MOVE WSS-MARGEM                   TO WSS-MRG-MARGEM.
           MOVE WSS-LINHA-MARGEM             TO RELKIT002-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

       ROT-AVALIA-KIT-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * SEGUNDA PARTE DO RELATORIO, EM PAGINA NOVA - COMPONENTES   *
      * ALTERADOS DESDE A NOITE ANTERIOR E OS KITS AFETADOS        *
      *-----------------------------------------------------------*
       ROT-LISTA-ALTERACOES.

           MOVE 'CUSTEIO DOS KITS - ALTERACOES' TO WSS-CAB-TITULO.

           PERFORM ROT-IMPRIME-CABECALHO
              THRU ROT-IMPRIME-CABECALHO-EXIT.

           IF NOT TEM-ANTERIOR
              MOVE 'SEM FOTOGRAFIA ANTERIOR (KITCUSA) - SEM COMPARACAO'
                TO WSS-SEC-TEXTO
              MOVE WSS-LINHA-SECAO TO RELKIT002-LINHA
              PERFORM ROT-IMPRIME-LINHA
                 THRU ROT-IMPRIME-LINHA-EXIT
              GO TO ROT-LISTA-ALTERACOES-EXIT
           END-IF.

           MOVE 'COMPONENTES ALTERADOS DESDE A NOITE ANTERIOR'
             TO WSS-SEC-TEXTO.
           MOVE WSS-LINHA-SECAO TO RELKIT002-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           PERFORM ROT-LISTA-COMPONENTE
              THRU ROT-LISTA-COMPONENTE-EXIT
              VARYING WSS-IDX-ITEM FROM 1 BY 1
              UNTIL WSS-IDX-ITEM > WSS-QTD-ITENS.

           MOVE 'KITS AFETADOS PELAS ALTERACOES'
             TO WSS-SEC-TEXTO.
           MOVE WSS-LINHA-SECAO TO RELKIT002-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           PERFORM ROT-LISTA-AFETADO
              THRU ROT-LISTA-AFETADO-EXIT
              VARYING WSS-IDX-KIT FROM 1 BY 1
              UNTIL WSS-IDX-KIT > WSS-QTD-KITS.

       ROT-LISTA-ALTERACOES-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME O COMPONENTE ALTERADO - SO CODIGOS USADOS COMO     *
      * COMPONENTE; A MUDANCA DE PRECO DO PROPRIO KIT JA APARECE   *
      * NA MARGEM                                                  *
      *-----------------------------------------------------------*
       ROT-LISTA-COMPONENTE.

           IF ITE-SEM-ALTERACAO (WSS-IDX-ITEM)
              OR NOT ITE-E-COMPONENTE (WSS-IDX-ITEM)
              GO TO ROT-LISTA-COMPONENTE-EXIT
           END-IF.

           ADD 1 TO WSS-CONT-COMP-ALTERADOS.

           MOVE WSS-ITE-CODIGO    (WSS-IDX-ITEM) TO WSS-CMP-CODIGO.
           MOVE WSS-ITE-VALOR-ANT (WSS-IDX-ITEM) TO WSS-CMP-VALOR-ANT.
           MOVE WSS-ITE-MOEDA-ANT (WSS-IDX-ITEM) TO WSS-CMP-MOEDA-ANT.
           MOVE WSS-ITE-VALOR     (WSS-IDX-ITEM) TO WSS-CMP-VALOR.
           MOVE WSS-ITE-MOEDA     (WSS-IDX-ITEM) TO WSS-CMP-MOEDA.

           EVALUATE TRUE
              WHEN ITE-DESCONTINUADO (WSS-IDX-ITEM)
                 MOVE 'DESCONTINUADO'          TO WSS-CMP-MOTIVO
              WHEN ITE-SITUACAO-ALTERADA (WSS-IDX-ITEM)
                 MOVE 'MUDOU DE SITUACAO'      TO WSS-CMP-MOTIVO
              WHEN OTHER
                 MOVE 'MUDOU DE PRECO'         TO WSS-CMP-MOTIVO
           END-EVALUATE.

           MOVE WSS-LINHA-COMPONENTE TO RELKIT002-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

       ROT-LISTA-COMPONENTE-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME O KIT AFETADO, O COMPONENTE (OU SUBKIT) QUE O      *
      * AFETOU E O CUSTO APURADO NA NOITE                          *
      *-----------------------------------------------------------*
       ROT-LISTA-AFETADO.

           IF NOT KIT-AFETADO (WSS-IDX-KIT)
              GO TO ROT-LISTA-AFETADO-EXIT
           END-IF.

           ADD 1 TO WSS-CONT-KITS-AFETADOS.

           MOVE WSS-KIT-CODIGO        (WSS-IDX-KIT) TO WSS-AFE-KIT.
           MOVE WSS-KIT-COMP-AFETOU   (WSS-IDX-KIT)
             TO WSS-AFE-COMPONENTE.
           MOVE WSS-KIT-MOTIVO-AFETOU (WSS-IDX-KIT) TO WSS-AFE-MOTIVO.
           MOVE WSS-KIT-CUSTO         (WSS-IDX-KIT) TO WSS-AFE-CUSTO.
           MOVE WSS-LINHA-AFETADO     TO RELKIT002-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

       ROT-LISTA-AFETADO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * GRAVA NO KITCUSN A FOTOGRAFIA DE PRECOS DA NOITE           *
      *-----------------------------------------------------------*
       ROT-GRAVA-FOTOGRAFIA.

           IF FLG-KITCUSN NOT = '00'
              GO TO ROT-GRAVA-FOTOGRAFIA-EXIT
           END-IF.

           PERFORM ROT-GRAVA-ITEM
              THRU ROT-GRAVA-ITEM-EXIT
              VARYING WSS-IDX-ITEM FROM 1 BY 1
              UNTIL WSS-IDX-ITEM > WSS-QTD-ITENS.

       ROT-GRAVA-FOTOGRAFIA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * MONTA E GRAVA O PRECO DE UM ITEM                           *
      *-----------------------------------------------------------*
       ROT-GRAVA-ITEM.

           MOVE SPACES                           TO KITB0001C.
           MOVE WSS-ITE-CODIGO    (WSS-IDX-ITEM) TO KITB0001C-CODIGO.
           MOVE WSS-ITE-RETORNO   (WSS-IDX-ITEM) TO KITB0001C-RETORNO.
           MOVE WSS-ITE-SITUACAO  (WSS-IDX-ITEM) TO KITB0001C-SITUACAO.
           MOVE WSS-ITE-VALOR     (WSS-IDX-ITEM) TO KITB0001C-VALOR.
           MOVE WSS-ITE-MOEDA     (WSS-IDX-ITEM) TO KITB0001C-MOEDA.
           MOVE WSS-ITE-VALOR-BRL (WSS-IDX-ITEM)
             TO KITB0001C-VALOR-BRL.
           MOVE LKS-DATA-EXECUCAO TO KITB0001C-DATA-CICLO.

           WRITE KITCUSN-REGISTRO FROM KITB0001C.

       ROT-GRAVA-ITEM-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME O CABECALHO DE UMA NOVA PAGINA DO RELATORIO        *
      *-----------------------------------------------------------*
       ROT-IMPRIME-CABECALHO.

           ADD 1 TO WSS-NUM-PAGINA.

           MOVE WSS-NUM-PAGINA      TO WSS-CAB-PAGINA.
           MOVE WSS-LINHA-CABECALHO TO RELKIT002-LINHA.

           IF FLG-RELKIT002 = '00'
              WRITE RELKIT002-LINHA
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
              MOVE RELKIT002-LINHA TO WSS-LINHA-PENDENTE
              PERFORM ROT-IMPRIME-CABECALHO
                 THRU ROT-IMPRIME-CABECALHO-EXIT
              MOVE WSS-LINHA-PENDENTE TO RELKIT002-LINHA
           END-IF.

           IF FLG-RELKIT002 = '00'
              WRITE RELKIT002-LINHA
           END-IF.

           ADD 1 TO WSS-LINHAS-PAGINA.

       ROT-IMPRIME-LINHA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME UMA LINHA DE TOTAL JA PREENCHIDA                   *
      *-----------------------------------------------------------*
       ROT-IMPRIME-TOTAL.

           MOVE WSS-LINHA-TOTAL TO RELKIT002-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

       ROT-IMPRIME-TOTAL-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME OS TOTAIS, FECHA OS ARQUIVOS E O CATALOGO E        *
      * DEVOLVE RC 4 QUANDO HA KIT A EXAMINAR                      *
      *-----------------------------------------------------------*
       ROT-ENCERRAMENTO.

           MOVE 'TOTAIS DO CUSTEIO' TO WSS-SEC-TEXTO.
           MOVE WSS-LINHA-SECAO     TO RELKIT002-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           MOVE 'KITS NA ESTRUTURA'       TO WSS-TOT-DESCRICAO.
           MOVE WSS-CONT-KITS             TO WSS-TOT-QTDE.
           PERFORM ROT-IMPRIME-TOTAL
              THRU ROT-IMPRIME-TOTAL-EXIT.

           MOVE 'LIGACOES KIT/COMPONENTE' TO WSS-TOT-DESCRICAO.
           MOVE WSS-CONT-LIGACOES         TO WSS-TOT-QTDE.
           PERFORM ROT-IMPRIME-TOTAL
              THRU ROT-IMPRIME-TOTAL-EXIT.

           MOVE 'KITS ABAIXO DO CUSTO'    TO WSS-TOT-DESCRICAO.
           MOVE WSS-CONT-ABAIXO-CUSTO     TO WSS-TOT-QTDE.
           PERFORM ROT-IMPRIME-TOTAL
              THRU ROT-IMPRIME-TOTAL-EXIT.

           MOVE 'KITS COM MARGEM ABAIXO DA FAIXA'
             TO WSS-TOT-DESCRICAO.
           MOVE WSS-CONT-ABAIXO-FAIXA     TO WSS-TOT-QTDE.
           PERFORM ROT-IMPRIME-TOTAL
              THRU ROT-IMPRIME-TOTAL-EXIT.

           MOVE 'KITS COM MARGEM ACIMA DA FAIXA'
             TO WSS-TOT-DESCRICAO.
           MOVE WSS-CONT-ACIMA-FAIXA      TO WSS-TOT-QTDE.
           PERFORM ROT-IMPRIME-TOTAL
              THRU ROT-IMPRIME-TOTAL-EXIT.

           MOVE 'KITS SEM CUSTO CONFIAVEL' TO WSS-TOT-DESCRICAO.
           MOVE WSS-CONT-SEM-CUSTO        TO WSS-TOT-QTDE.
           PERFORM ROT-IMPRIME-TOTAL
              THRU ROT-IMPRIME-TOTAL-EXIT.

           MOVE 'KITS NAO ATIVOS (NAO AVALIADOS)'
             TO WSS-TOT-DESCRICAO.
           MOVE WSS-CONT-KIT-INATIVO      TO WSS-TOT-QTDE.
           PERFORM ROT-IMPRIME-TOTAL
              THRU ROT-IMPRIME-TOTAL-EXIT.

           MOVE 'COMPONENTES ALTERADOS'   TO WSS-TOT-DESCRICAO.
           MOVE WSS-CONT-COMP-ALTERADOS   TO WSS-TOT-QTDE.
           PERFORM ROT-IMPRIME-TOTAL
              THRU ROT-IMPRIME-TOTAL-EXIT.

           MOVE 'KITS AFETADOS'           TO WSS-TOT-DESCRICAO.
           MOVE WSS-CONT-KITS-AFETADOS    TO WSS-TOT-QTDE.
           PERFORM ROT-IMPRIME-TOTAL
              THRU ROT-IMPRIME-TOTAL-EXIT.

           CLOSE KITEST.
           IF CATALOGO-ABERTO
              MOVE 'F' TO LKS-PV-FUNCAO
              CALL 'CATPRECO' USING LKS-CAT-PRECO
           END-IF.
           IF FLG-KITCUSN = '00'
              CLOSE KITCUSN
           END-IF.
           CLOSE RELKIT002.

           DISPLAY '***************************************'.
           DISPLAY '* KITS NA ESTRUTURA     = ' WSS-CONT-KITS.
           DISPLAY '* LIGACOES LIDAS        = ' WSS-CONT-LIGACOES.
           DISPLAY '* ABAIXO DO CUSTO       = ' WSS-CONT-ABAIXO-CUSTO.
           DISPLAY '* ABAIXO DA FAIXA       = ' WSS-CONT-ABAIXO-FAIXA.
           DISPLAY '* ACIMA DA FAIXA        = ' WSS-CONT-ACIMA-FAIXA.
           DISPLAY '* SEM CUSTO CONFIAVEL   = ' WSS-CONT-SEM-CUSTO.
           DISPLAY '* COMPONENTES ALTERADOS = '
                    WSS-CONT-COMP-ALTERADOS.
           DISPLAY '* KITS AFETADOS         = '
                    WSS-CONT-KITS-AFETADOS.
           DISPLAY '***************************************'.

           IF WSS-CONT-ABAIXO-CUSTO  > ZERO
              OR WSS-CONT-ABAIXO-FAIXA  > ZERO
              OR WSS-CONT-ACIMA-FAIXA   > ZERO
              OR WSS-CONT-SEM-CUSTO     > ZERO
              OR WSS-CONT-KITS-AFETADOS > ZERO
              MOVE RC-KIT-FORA-DA-MARGEM TO RETURN-CODE
           END-IF.

       ROT-ENCERRAMENTO-EXIT.

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

       END PROGRAM COBOL067.

      ********************* FIM DO PROGRAMA ****************************
