      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : REVISAO MENSAL DA QUALIDADE DOS DADOS DO CATALOGO -
      *            CASA O CATET001 (ORDENADO POR CODIGO, COM TRAILER)
      *            COM O HISTORICO DE VERSOES CATHIST (LAYOUT
      *            CATB0001H, ORDENADO POR CODIGO + DATA/HORA DE
      *            INICIO) E LISTA, COM A IDADE EM DIAS (DATCALC), OS
      *            ITENS PARADOS NA SITUACAO 'P' ALEM DO LIMITE, COM
      *            VALOR ZERADO, COM MOEDA EM BRANCO E COM O PRECO
      *            NUNCA ALTERADO DESDE A DATA DE CADASTRO ALEM DO
      *            LIMITE. OS LIMITES VEM DO QUALPARM (PADRAO 90 E 730
      *            DIAS). AO FINAL IMPRIME O RESUMO POR CATEGORIA COM
      *            O PERCENTUAL DE ITENS SUSPEITOS E GRAVA A PROPOSTA
      *            DE INATIVACAO (CATINATP, LAYOUT DO CATINAT DO
      *            COBOL021) COM OS CODIGOS SUSPEITOS - A MOEDA EM
      *            BRANCO SOZINHA E CORRECAO DE CADASTRO E NAO ENTRA
      *            NA PROPOSTA
      * CPD      : INEFE
      *****************************************************************
      * HISTORICO DE ALTERACOES
      * 15/10/2026  VRB  VERSAO ORIGINAL DO PROGRAMA
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL052.
       AUTHOR. VAGNER BELLACOSA.
       DATE-WRITTEN. 15/10/26 @ 21:30:00.
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
         SELECT OPTIONAL CATHIST ASSIGN TO CATHIST
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-CATHIST.
      *
         SELECT OPTIONAL CATTIPO ASSIGN TO CATTIPO
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-CATTIPO.
      *
         SELECT OPTIONAL QUALPARM ASSIGN TO QUALPARM
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-QUALPARM.
      *
         SELECT RELQUA001       ASSIGN TO RELQUA001
         FILE STATUS FLG-RELQUA001.
      *
         SELECT CATINATP        ASSIGN TO CATINATP
         FILE STATUS FLG-CATINATP.
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
       FD  CATHIST
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
      *
           COPY "CATB0001H".
      *
       FD  CATTIPO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY "TIPB0001".
      *
       FD  QUALPARM
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  QUALPARM-REGISTRO.
           05 QUALPARM-DIAS-PENDENTE  PIC 9(05).
           05 QUALPARM-DIAS-PRECO     PIC 9(05).
           05 FILLER                  PIC X(70).
      *
       FD  RELQUA001
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  RELQUA001-LINHA             PIC X(80).
      *
      *    MESMO LAYOUT DO CATINAT DO COBOL021 (CODIGO NAS POSICOES
      *    1-5); O RESTO DO REGISTRO LEVA OS MOTIVOS E A IDADE PARA
      *    A REVISAO E E IGNORADO PELO ARQUIVAMENTO
      *
       FD  CATINATP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  CATINATP-REGISTRO.
           05 CATINATP-CODIGO         PIC 9(05).
           05 FILLER                  PIC X(01).
           05 CATINATP-TIPO           PIC X(01).
           05 FILLER                  PIC X(01).
           05 CATINATP-DESCRICAO      PIC X(30).
           05 FILLER                  PIC X(01).
           05 CATINATP-MOTIVOS        PIC X(04).
           05 FILLER                  PIC X(01).
           05 CATINATP-DIAS           PIC 9(05).
           05 FILLER                  PIC X(31).
      *
       WORKING-STORAGE SECTION.
      *
       77  FLG-CAT001                 PIC X(02).
       77  FLG-CATHIST                PIC X(02).
       77  FLG-CATTIPO                PIC X(02).
       77  FLG-QUALPARM               PIC X(02).
       77  FLG-RELQUA001              PIC X(02).
       77  FLG-CATINATP               PIC X(02).
       77  WSS-FIM-CATET001           PIC X(01)   VALUE 'N'.
           88 FIM-CATET001                        VALUE 'S'.
       77  WSS-FIM-CATHIST            PIC X(01)   VALUE 'N'.
           88 FIM-CATHIST                         VALUE 'S'.
       77  WSS-FIM-CATTIPO            PIC X(01)   VALUE 'N'.
           88 FIM-CATTIPO                         VALUE 'S'.
       77  WSS-CHAVE-HIST             PIC 9(05)   VALUE ZERO.
       77  WSS-CHAVE-ALTA             PIC 9(05)   VALUE 99999.
       77  WSS-DATA-HOJE              PIC 9(08)   VALUE ZERO.
       77  WSS-DIAS-PENDENTE-LIM      PIC 9(05)   VALUE 90.
       77  WSS-DIAS-PRECO-LIM         PIC 9(05)   VALUE 730.
       77  WSS-LINHAS-PAGINA          PIC 9(02)   VALUE ZERO.
       77  WSS-MAX-LINHAS             PIC 9(02)   VALUE 50.
       77  WSS-NUM-PAGINA             PIC 9(04)   VALUE ZERO.
       77  WSS-CONT-LIDOS             PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-HIST-LIDOS        PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-SUSPEITOS         PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-OCORRENCIAS       PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-PROPOSTOS         PIC 9(07)   VALUE ZERO.
      *
      *    VARIAVEIS DO HISTORICO DO CODIGO CORRENTE
      *
       77  WSS-HIS-VERSOES            PIC 9(05)   VALUE ZERO.
       77  WSS-HIS-VALOR-ANT          PIC 9(07)V99 VALUE ZERO.
       77  WSS-HIS-SIT-ANT            PIC X(01)   VALUE SPACE.
       77  WSS-HIS-DATA-ENTROU-P      PIC 9(08)   VALUE ZERO.
       77  WSS-HIS-MUDOU-PRECO        PIC X(01)   VALUE 'N'.
           88 HIS-MUDOU-PRECO                     VALUE 'S'.
      *
      *    VARIAVEIS DA AVALIACAO DO ITEM CORRENTE
      *
       77  WSS-DATA-BASE              PIC 9(08)   VALUE ZERO.
       77  WSS-IDADE-DIAS             PIC S9(07)  VALUE ZERO.
       77  WSS-IDADE-CADASTRO         PIC S9(07)  VALUE ZERO.
       77  WSS-MAIOR-IDADE            PIC S9(07)  VALUE ZERO.
       77  WSS-TEXTO-OCORRENCIA       PIC X(25)   VALUE SPACES.
       77  WSS-ITEM-SUSPEITO          PIC X(01)   VALUE 'N'.
           88 ITEM-SUSPEITO                       VALUE 'S'.
       77  WSS-ITEM-PROPOSTO          PIC X(01)   VALUE 'N'.
           88 ITEM-PROPOSTO                       VALUE 'S'.
      *
       01  WSS-MOTIVOS.
           05 WSS-MOT-PENDENTE        PIC X(01)   VALUE SPACE.
           05 WSS-MOT-ZERADO          PIC X(01)   VALUE SPACE.
           05 WSS-MOT-MOEDA           PIC X(01)   VALUE SPACE.
           05 WSS-MOT-PRECO           PIC X(01)   VALUE SPACE.
      *
      *    VISAO DO REGISTRO CATB0001 GUARDADO EM CADA VERSAO
      *
       01  WSS-HIS-IMAGEM.
           05 WSS-HIM-CODIGO          PIC 9(05).
           05 WSS-HIM-DESCRICAO       PIC X(30).
           05 WSS-HIM-TIPO            PIC X(01).
           05 WSS-HIM-VALOR           PIC 9(07)V99.
           05 WSS-HIM-DATA-CADASTRO   PIC 9(08).
           05 WSS-HIM-MOEDA           PIC X(03).
           05 WSS-HIM-SITUACAO        PIC X(01).
           05 FILLER                  PIC X(23).
      *
      *    TABELA DE CATEGORIAS COM OS CONTADORES DO RESUMO - A
      *    CATEGORIA AUSENTE DO CATTIPO ENTRA NA TABELA SEM NOME
      *
       77  WSS-QTD-TIPOS              PIC 9(02)   VALUE ZERO.
       77  WSS-MAX-TIPOS              PIC 9(02)   VALUE 40.
       77  WSS-IDX-TIPO               PIC 9(02)   VALUE ZERO.
       77  WSS-IDX-TIPO-ACHADO        PIC 9(02)   VALUE ZERO.
       77  WSS-TIPO-PROCURADO         PIC X(01)   VALUE SPACE.
      *
       01  WSS-TAB-TIPOS.
           05 WSS-TIPO-OCORRE         OCCURS 40 TIMES.
              10 WSS-TIPO-LETRA       PIC X(01).
              10 WSS-TIPO-DESCRICAO   PIC X(30).
              10 WSS-TIPO-ITENS       PIC 9(05).
              10 WSS-TIPO-SUSPEITOS   PIC 9(05).
              10 WSS-TIPO-PENDENTES   PIC 9(05).
              10 WSS-TIPO-ZERADOS     PIC 9(05).
              10 WSS-TIPO-SEM-MOEDA   PIC 9(05).
              10 WSS-TIPO-PRECO-VELHO PIC 9(05).
      *
       01  WSS-TOTAIS-GERAIS.
           05 WSS-TOT-ITENS           PIC 9(05)   VALUE ZERO.
           05 WSS-TOT-SUSPEITOS       PIC 9(05)   VALUE ZERO.
           05 WSS-TOT-PENDENTES       PIC 9(05)   VALUE ZERO.
           05 WSS-TOT-ZERADOS         PIC 9(05)   VALUE ZERO.
           05 WSS-TOT-SEM-MOEDA       PIC 9(05)   VALUE ZERO.
           05 WSS-TOT-PRECO-VELHO     PIC 9(05)   VALUE ZERO.
      *
       77  WSS-PERC-SUSPEITOS         PIC 9(03)V99 VALUE ZERO.
      *
       01  WSS-DATA-HOJE-R.
           05 WSS-HOJ-ANO             PIC 9(04).
           05 WSS-HOJ-MES             PIC 9(02).
           05 WSS-HOJ-DIA             PIC 9(02).
      *
       01  WSS-LINHA-PENDENTE         PIC X(80)   VALUE SPACES.
      *
       01  WSS-LINHA-CABECALHO.
           05 FILLER                  PIC X(36)
                  VALUE 'REVISAO DE QUALIDADE DO CATALOGO - '.
           05 WSS-CAB-DIA             PIC 9(02).
           05 FILLER                  PIC X(01)  VALUE '/'.
           05 WSS-CAB-MES             PIC 9(02).
           05 FILLER                  PIC X(01)  VALUE '/'.
           05 WSS-CAB-ANO             PIC 9(04).
           05 FILLER                  PIC X(22)  VALUE SPACES.
           05 FILLER                  PIC X(08)  VALUE 'PAGINA: '.
           05 WSS-CAB-PAGINA          PIC ZZZ9.
      *
       01  WSS-LINHA-TITULOS.
           05 FILLER                  PIC X(40)
                  VALUE '  CODIG T DESCRICAO            S      VA'.
           05 FILLER                  PIC X(40)
                  VALUE 'LOR MOE OCORRENCIA                  DIAS'.
      *
       01  WSS-LINHA-DETALHE.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WSS-DET-CODIGO          PIC 9(05).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-DET-TIPO            PIC X(01).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-DET-DESCRICAO       PIC X(20).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-DET-SITUACAO        PIC X(01).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-DET-VALOR           PIC ZZZ.ZZ9,99.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-DET-MOEDA           PIC X(03).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-DET-OCORRENCIA      PIC X(25).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-DET-DIAS            PIC ZZ.ZZ9.
      *
       01  WSS-LINHA-TITULO-RESUMO.
           05 FILLER                  PIC X(40)
                  VALUE '  RESUMO POR CATEGORIA - ITENS SUSPEITOS'.
           05 FILLER                  PIC X(40)  VALUE SPACES.
      *
       01  WSS-LINHA-TITULOS-RESUMO.
           05 FILLER                  PIC X(04)  VALUE '  T '.
           05 FILLER                  PIC X(20)  VALUE 'CATEGORIA'.
           05 FILLER                  PIC X(07)  VALUE '  ITENS'.
           05 FILLER                  PIC X(07)  VALUE '  SUSP.'.
           05 FILLER                  PIC X(07)  VALUE '  PEND.'.
           05 FILLER                  PIC X(07)  VALUE '   ZERO'.
           05 FILLER                  PIC X(07)  VALUE '  MOEDA'.
           05 FILLER                  PIC X(07)  VALUE '  PRECO'.
           05 FILLER                  PIC X(09)  VALUE '   %SUSP.'.
           05 FILLER                  PIC X(05)  VALUE SPACES.
      *
       01  WSS-LINHA-RESUMO.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WSS-RES-TIPO            PIC X(01).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-RES-NOME            PIC X(20).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-RES-ITENS           PIC ZZ.ZZ9.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-RES-SUSPEITOS       PIC ZZ.ZZ9.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-RES-PENDENTES       PIC ZZ.ZZ9.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-RES-ZERADOS         PIC ZZ.ZZ9.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-RES-SEM-MOEDA       PIC ZZ.ZZ9.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-RES-PRECO-VELHO     PIC ZZ.ZZ9.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WSS-RES-PERCENTUAL      PIC ZZ9,99.
           05 FILLER                  PIC X(01)  VALUE '%'.
           05 FILLER                  PIC X(05)  VALUE SPACES.
      *
           COPY "DATCALC".

      ********************
       PROCEDURE DIVISION.
      ********************

       ROT-PRINCIPAL.

           PERFORM ROT-ABERTURA
              THRU ROT-ABERTURA-EXIT.

           IF NOT FIM-CATET001
              PERFORM ROT-LER-CATHIST
                 THRU ROT-LER-CATHIST-EXIT
              PERFORM ROT-PROCESSA-REGISTRO
                 THRU ROT-PROCESSA-REGISTRO-EXIT
                 UNTIL FIM-CATET001
           END-IF.

           PERFORM ROT-ENCERRAMENTO
              THRU ROT-ENCERRAMENTO-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
      * ABRE OS ARQUIVOS E CARREGA OS LIMITES E AS CATEGORIAS      *
      *-----------------------------------------------------------*
       ROT-ABERTURA.

           ACCEPT WSS-DATA-HOJE FROM DATE YYYYMMDD.

           MOVE WSS-DATA-HOJE TO WSS-DATA-HOJE-R.

           OPEN INPUT  CATET001.

           IF FLG-CAT001 NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO CATET001 *** FLG = '
                       FLG-CAT001
              MOVE 'S' TO WSS-FIM-CATET001
           END-IF.

           OPEN INPUT  CATHIST.

           IF FLG-CATHIST NOT = '00'
              DISPLAY '*** CATHIST INDISPONIVEL - SEM HISTORICO ***'
              MOVE 'S' TO WSS-FIM-CATHIST
           END-IF.

           OPEN OUTPUT RELQUA001.

           IF FLG-RELQUA001 NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO RELQUA001 *** FLG = '
                       FLG-RELQUA001
              MOVE 'S' TO WSS-FIM-CATET001
           END-IF.

           OPEN OUTPUT CATINATP.

           IF FLG-CATINATP NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO CATINATP *** FLG = '
                       FLG-CATINATP
              MOVE 'S' TO WSS-FIM-CATET001
           END-IF.

           PERFORM ROT-CARREGA-QUALPARM
              THRU ROT-CARREGA-QUALPARM-EXIT.

           PERFORM ROT-CARREGA-CATTIPO
              THRU ROT-CARREGA-CATTIPO-EXIT.

           IF NOT FIM-CATET001
              PERFORM ROT-IMPRIME-CABECALHO
                 THRU ROT-IMPRIME-CABECALHO-EXIT
           END-IF.

       ROT-ABERTURA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE OS LIMITES EM DIAS DO QUALPARM - SEM O ARQUIVO, OU COM  *
      * O CAMPO ZERADO/NAO NUMERICO, VALEM OS PADROES              *
      *-----------------------------------------------------------*
       ROT-CARREGA-QUALPARM.

           OPEN INPUT QUALPARM.

           IF FLG-QUALPARM NOT = '00'
              DISPLAY '*** QUALPARM INDISPONIVEL - LIMITES PADRAO ***'
              GO TO ROT-CARREGA-QUALPARM-EXIT
           END-IF.

           READ QUALPARM
              AT END
                 MOVE SPACES TO QUALPARM-REGISTRO
           END-READ.

           IF FLG-QUALPARM = '00'
              IF QUALPARM-DIAS-PENDENTE NUMERIC
                 AND QUALPARM-DIAS-PENDENTE > ZERO
                 MOVE QUALPARM-DIAS-PENDENTE TO WSS-DIAS-PENDENTE-LIM
              END-IF
              IF QUALPARM-DIAS-PRECO NUMERIC
                 AND QUALPARM-DIAS-PRECO > ZERO
                 MOVE QUALPARM-DIAS-PRECO    TO WSS-DIAS-PRECO-LIM
              END-IF
           END-IF.

           CLOSE QUALPARM.

       ROT-CARREGA-QUALPARM-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CARREGA O CADASTRO DE CATEGORIAS (CATTIPO) PARA A TABELA - *
      * SEM O ARQUIVO, AS CATEGORIAS ENTRAM SEM DESCRICAO          *
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

           IF FIM-CATTIPO
              GO TO ROT-LER-CATTIPO-EXIT
           END-IF.

           IF FLG-CATTIPO NOT = '00'
              MOVE 'S' TO WSS-FIM-CATTIPO
              GO TO ROT-LER-CATTIPO-EXIT
           END-IF.

           MOVE TIPB0001-TIPO TO WSS-TIPO-PROCURADO.

           PERFORM ROT-ACHA-TIPO
              THRU ROT-ACHA-TIPO-EXIT.

           IF WSS-IDX-TIPO-ACHADO > ZERO
              MOVE TIPB0001-DESCRICAO
                TO WSS-TIPO-DESCRICAO (WSS-IDX-TIPO-ACHADO)
           END-IF.

       ROT-LER-CATTIPO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * PROCURA A CATEGORIA NA TABELA E A INCLUI QUANDO AUSENTE,   *
      * COM OS CONTADORES ZERADOS - TABELA CHEIA DEVOLVE INDICE    *
      * ZERO                                                       *
      *-----------------------------------------------------------*
       ROT-ACHA-TIPO.

           MOVE ZERO TO WSS-IDX-TIPO-ACHADO.

           PERFORM ROT-TESTA-TIPO
              THRU ROT-TESTA-TIPO-EXIT
              VARYING WSS-IDX-TIPO FROM 1 BY 1
              UNTIL WSS-IDX-TIPO > WSS-QTD-TIPOS
                 OR WSS-IDX-TIPO-ACHADO > ZERO.

           IF WSS-IDX-TIPO-ACHADO > ZERO
              GO TO ROT-ACHA-TIPO-EXIT
           END-IF.

           IF WSS-QTD-TIPOS NOT < WSS-MAX-TIPOS
              DISPLAY '*** TABELA DE CATEGORIAS ESGOTADA *** TIPO = '
                       WSS-TIPO-PROCURADO
              GO TO ROT-ACHA-TIPO-EXIT
           END-IF.

           ADD 1 TO WSS-QTD-TIPOS.
           MOVE WSS-QTD-TIPOS TO WSS-IDX-TIPO-ACHADO.

           MOVE WSS-TIPO-PROCURADO
             TO WSS-TIPO-LETRA (WSS-IDX-TIPO-ACHADO).
           MOVE SPACES TO WSS-TIPO-DESCRICAO (WSS-IDX-TIPO-ACHADO).
           MOVE ZERO   TO WSS-TIPO-ITENS (WSS-IDX-TIPO-ACHADO).
           MOVE ZERO   TO WSS-TIPO-SUSPEITOS (WSS-IDX-TIPO-ACHADO).
           MOVE ZERO   TO WSS-TIPO-PENDENTES (WSS-IDX-TIPO-ACHADO).
           MOVE ZERO   TO WSS-TIPO-ZERADOS (WSS-IDX-TIPO-ACHADO).
           MOVE ZERO   TO WSS-TIPO-SEM-MOEDA (WSS-IDX-TIPO-ACHADO).
           MOVE ZERO   TO WSS-TIPO-PRECO-VELHO (WSS-IDX-TIPO-ACHADO).

       ROT-ACHA-TIPO-EXIT.

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
      * LE A PROXIMA VERSAO DO CATHIST - NO FIM, A CHAVE VAI PARA  *
      * O VALOR ALTO                                               *
      *-----------------------------------------------------------*
       ROT-LER-CATHIST.

           IF FIM-CATHIST
              MOVE WSS-CHAVE-ALTA TO WSS-CHAVE-HIST
              GO TO ROT-LER-CATHIST-EXIT
           END-IF.

           READ CATHIST
              AT END
                 MOVE 'S' TO WSS-FIM-CATHIST
           END-READ.

           IF NOT FIM-CATHIST
              AND FLG-CATHIST NOT = '00'
              DISPLAY '*** ERRO NA LEITURA DO CATHIST *** FLG = '
                       FLG-CATHIST
              MOVE 'S' TO WSS-FIM-CATHIST
           END-IF.

           IF FIM-CATHIST
              MOVE WSS-CHAVE-ALTA   TO WSS-CHAVE-HIST
           ELSE
              ADD 1 TO WSS-CONT-HIST-LIDOS
              MOVE CATB0001H-CODIGO TO WSS-CHAVE-HIST
           END-IF.

       ROT-LER-CATHIST-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE UM ITEM DO CATALOGO, APURA O SEU HISTORICO E AVALIA AS  *
      * OCORRENCIAS DE QUALIDADE                                   *
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

           PERFORM ROT-APURA-HISTORICO
              THRU ROT-APURA-HISTORICO-EXIT.

           PERFORM ROT-AVALIA-ITEM
              THRU ROT-AVALIA-ITEM-EXIT.

       ROT-PROCESSA-REGISTRO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * PERCORRE AS VERSOES DO CODIGO NO CATHIST (DESCARTANDO AS   *
      * DE CODIGOS QUE NAO ESTAO MAIS NO CATALOGO) E APURA SE O    *
      * PRECO JA MUDOU ALGUMA VEZ E DESDE QUANDO O ITEM ESTA NA    *
      * SITUACAO 'P' - UMA EXCLUSAO RECOMECA A APURACAO            *
      *-----------------------------------------------------------*
       ROT-APURA-HISTORICO.

           MOVE ZERO   TO WSS-HIS-VERSOES.
           MOVE ZERO   TO WSS-HIS-VALOR-ANT.
           MOVE SPACE  TO WSS-HIS-SIT-ANT.
           MOVE ZERO   TO WSS-HIS-DATA-ENTROU-P.
           MOVE 'N'    TO WSS-HIS-MUDOU-PRECO.

           PERFORM ROT-LER-CATHIST
              THRU ROT-LER-CATHIST-EXIT
              UNTIL WSS-CHAVE-HIST NOT < CATB0001-CODIGO.

           PERFORM ROT-TRATA-VERSAO
              THRU ROT-TRATA-VERSAO-EXIT
              UNTIL WSS-CHAVE-HIST NOT = CATB0001-CODIGO
                 OR FIM-CATHIST.

       ROT-APURA-HISTORICO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * TRATA UMA VERSAO DO CODIGO CORRENTE E LE A SEGUINTE        *
      *-----------------------------------------------------------*
       ROT-TRATA-VERSAO.

           IF CATB0001H-EXCLUSAO
              MOVE ZERO   TO WSS-HIS-VERSOES
              MOVE ZERO   TO WSS-HIS-VALOR-ANT
              MOVE SPACE  TO WSS-HIS-SIT-ANT
              MOVE ZERO   TO WSS-HIS-DATA-ENTROU-P
              MOVE 'N'    TO WSS-HIS-MUDOU-PRECO
           ELSE
              MOVE CATB0001H-REGISTRO TO WSS-HIS-IMAGEM
              IF WSS-HIS-VERSOES > ZERO
                 AND WSS-HIM-VALOR NOT = WSS-HIS-VALOR-ANT
                 MOVE 'S' TO WSS-HIS-MUDOU-PRECO
              END-IF
              IF WSS-HIM-SITUACAO = 'P'
                 AND (WSS-HIS-VERSOES = ZERO
                      OR WSS-HIS-SIT-ANT NOT = 'P')
                 MOVE CATB0001H-DATA-INICIO TO WSS-HIS-DATA-ENTROU-P
              END-IF
              MOVE WSS-HIM-VALOR    TO WSS-HIS-VALOR-ANT
              MOVE WSS-HIM-SITUACAO TO WSS-HIS-SIT-ANT
              ADD 1 TO WSS-HIS-VERSOES
           END-IF.

           PERFORM ROT-LER-CATHIST
              THRU ROT-LER-CATHIST-EXIT.

       ROT-TRATA-VERSAO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * AVALIA AS QUATRO OCORRENCIAS DO ITEM, IMPRIME UMA LINHA    *
      * POR OCORRENCIA, ACUMULA O RESUMO DA CATEGORIA E GRAVA O    *
      * CODIGO NA PROPOSTA DE INATIVACAO                           *
      *-----------------------------------------------------------*
       ROT-AVALIA-ITEM.

           MOVE 'N'    TO WSS-ITEM-SUSPEITO.
           MOVE 'N'    TO WSS-ITEM-PROPOSTO.
           MOVE SPACES TO WSS-MOTIVOS.
           MOVE ZERO   TO WSS-MAIOR-IDADE.

           MOVE CATB0001-TIPO TO WSS-TIPO-PROCURADO.

           PERFORM ROT-ACHA-TIPO
              THRU ROT-ACHA-TIPO-EXIT.

           IF WSS-IDX-TIPO-ACHADO > ZERO
              ADD 1 TO WSS-TIPO-ITENS (WSS-IDX-TIPO-ACHADO)
           END-IF.

           ADD 1 TO WSS-TOT-ITENS.

           MOVE CATB0001-DATA-CADASTRO TO WSS-DATA-BASE.

           PERFORM ROT-CALCULA-IDADE
              THRU ROT-CALCULA-IDADE-EXIT.

           MOVE WSS-IDADE-DIAS TO WSS-IDADE-CADASTRO.

      *    SITUACAO 'P' ALEM DO LIMITE - A IDADE CONTA DA VERSAO EM
      *    QUE O ITEM ENTROU EM 'P' (OU DO CADASTRO, SEM HISTORICO)

           IF CATB0001-ITEM-PENDENTE
              IF WSS-HIS-SIT-ANT = 'P'
                 AND WSS-HIS-DATA-ENTROU-P > ZERO
                 MOVE WSS-HIS-DATA-ENTROU-P TO WSS-DATA-BASE
                 PERFORM ROT-CALCULA-IDADE
                    THRU ROT-CALCULA-IDADE-EXIT
              ELSE
                 MOVE WSS-IDADE-CADASTRO TO WSS-IDADE-DIAS
              END-IF
              IF WSS-IDADE-DIAS > WSS-DIAS-PENDENTE-LIM
                 MOVE 'P' TO WSS-MOT-PENDENTE
                 MOVE 'PENDENTE ALEM DO LIMITE' TO WSS-TEXTO-OCORRENCIA
                 PERFORM ROT-REGISTRA-OCORRENCIA
                    THRU ROT-REGISTRA-OCORRENCIA-EXIT
                 IF WSS-IDX-TIPO-ACHADO > ZERO
                    ADD 1 TO WSS-TIPO-PENDENTES (WSS-IDX-TIPO-ACHADO)
                 END-IF
                 ADD 1 TO WSS-TOT-PENDENTES
              END-IF
           END-IF.

           MOVE WSS-IDADE-CADASTRO TO WSS-IDADE-DIAS.

           IF CATB0001-VALOR = ZERO
              MOVE 'Z' TO WSS-MOT-ZERADO
              MOVE 'VALOR ZERADO'      TO WSS-TEXTO-OCORRENCIA
              PERFORM ROT-REGISTRA-OCORRENCIA
                 THRU ROT-REGISTRA-OCORRENCIA-EXIT
              IF WSS-IDX-TIPO-ACHADO > ZERO
                 ADD 1 TO WSS-TIPO-ZERADOS (WSS-IDX-TIPO-ACHADO)
              END-IF
              ADD 1 TO WSS-TOT-ZERADOS
           END-IF.

           IF CATB0001-MOEDA = SPACES
              MOVE 'M' TO WSS-MOT-MOEDA
              MOVE 'MOEDA EM BRANCO'   TO WSS-TEXTO-OCORRENCIA
              PERFORM ROT-REGISTRA-OCORRENCIA
                 THRU ROT-REGISTRA-OCORRENCIA-EXIT
              IF WSS-IDX-TIPO-ACHADO > ZERO
                 ADD 1 TO WSS-TIPO-SEM-MOEDA (WSS-IDX-TIPO-ACHADO)
              END-IF
              ADD 1 TO WSS-TOT-SEM-MOEDA
           END-IF.

           IF NOT HIS-MUDOU-PRECO
              AND WSS-IDADE-CADASTRO > WSS-DIAS-PRECO-LIM
              MOVE 'H' TO WSS-MOT-PRECO
              MOVE 'PRECO SEM ALTERACAO'  TO WSS-TEXTO-OCORRENCIA
              PERFORM ROT-REGISTRA-OCORRENCIA
                 THRU ROT-REGISTRA-OCORRENCIA-EXIT
              IF WSS-IDX-TIPO-ACHADO > ZERO
                 ADD 1 TO WSS-TIPO-PRECO-VELHO (WSS-IDX-TIPO-ACHADO)
              END-IF
              ADD 1 TO WSS-TOT-PRECO-VELHO
           END-IF.

           IF NOT ITEM-SUSPEITO
              GO TO ROT-AVALIA-ITEM-EXIT
           END-IF.

           ADD 1 TO WSS-CONT-SUSPEITOS.
           ADD 1 TO WSS-TOT-SUSPEITOS.

           IF WSS-IDX-TIPO-ACHADO > ZERO
              ADD 1 TO WSS-TIPO-SUSPEITOS (WSS-IDX-TIPO-ACHADO)
           END-IF.

           IF WSS-MOT-PENDENTE NOT = SPACE
              OR WSS-MOT-ZERADO NOT = SPACE
              OR WSS-MOT-PRECO NOT = SPACE
              PERFORM ROT-GRAVA-PROPOSTA
                 THRU ROT-GRAVA-PROPOSTA-EXIT
           END-IF.

       ROT-AVALIA-ITEM-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CALCULA EM WSS-IDADE-DIAS OS DIAS ENTRE WSS-DATA-BASE E    *
      * HOJE (DATCALC, FUNCAO 'D') - DATA INVALIDA OU FUTURA DA    *
      * IDADE ZERO                                                 *
      *-----------------------------------------------------------*
       ROT-CALCULA-IDADE.

           MOVE ZERO TO WSS-IDADE-DIAS.

           IF WSS-DATA-BASE NOT NUMERIC
              OR WSS-DATA-BASE = ZERO
              GO TO ROT-CALCULA-IDADE-EXIT
           END-IF.

           MOVE 'D'           TO LKS-DC-FUNCAO.
           MOVE WSS-DATA-BASE TO LKS-DC-DATA-1.
           MOVE WSS-DATA-HOJE TO LKS-DC-DATA-2.

           CALL 'DATCALC' USING LKS-DATE-CALC.

           IF LKS-DC-OK
              AND LKS-DC-DIAS > ZERO
              MOVE LKS-DC-DIAS TO WSS-IDADE-DIAS
           END-IF.

       ROT-CALCULA-IDADE-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME A LINHA DE UMA OCORRENCIA DO ITEM CORRENTE         *
      *-----------------------------------------------------------*
       ROT-REGISTRA-OCORRENCIA.

           MOVE 'S' TO WSS-ITEM-SUSPEITO.
           ADD 1    TO WSS-CONT-OCORRENCIAS.

           IF WSS-IDADE-DIAS > WSS-MAIOR-IDADE
              MOVE WSS-IDADE-DIAS TO WSS-MAIOR-IDADE
           END-IF.

           MOVE CATB0001-CODIGO      TO WSS-DET-CODIGO.
           MOVE CATB0001-TIPO        TO WSS-DET-TIPO.
           MOVE CATB0001-DESCRICAO   TO WSS-DET-DESCRICAO.
           MOVE CATB0001-SITUACAO    TO WSS-DET-SITUACAO.
           MOVE CATB0001-VALOR       TO WSS-DET-VALOR.
           MOVE CATB0001-MOEDA       TO WSS-DET-MOEDA.
           MOVE WSS-TEXTO-OCORRENCIA TO WSS-DET-OCORRENCIA.
           MOVE WSS-IDADE-DIAS       TO WSS-DET-DIAS.
           MOVE WSS-LINHA-DETALHE    TO RELQUA001-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

       ROT-REGISTRA-OCORRENCIA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * GRAVA O CODIGO SUSPEITO NA PROPOSTA DE INATIVACAO, COM OS  *
      * MOTIVOS E A MAIOR IDADE ENTRE AS OCORRENCIAS               *
      *-----------------------------------------------------------*
       ROT-GRAVA-PROPOSTA.

           MOVE SPACES             TO CATINATP-REGISTRO.
           MOVE CATB0001-CODIGO    TO CATINATP-CODIGO.
           MOVE CATB0001-TIPO      TO CATINATP-TIPO.
           MOVE CATB0001-DESCRICAO TO CATINATP-DESCRICAO.
           MOVE WSS-MOTIVOS        TO CATINATP-MOTIVOS.
           MOVE WSS-MAIOR-IDADE    TO CATINATP-DIAS.

           IF FLG-CATINATP = '00'
              WRITE CATINATP-REGISTRO
              ADD 1 TO WSS-CONT-PROPOSTOS
           END-IF.

       ROT-GRAVA-PROPOSTA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME O RESUMO POR CATEGORIA EM PAGINA PROPRIA, COM O    *
      * PERCENTUAL DE ITENS SUSPEITOS E O TOTAL GERAL              *
      *-----------------------------------------------------------*
       ROT-IMPRIME-RESUMO.

           PERFORM ROT-IMPRIME-CABECALHO
              THRU ROT-IMPRIME-CABECALHO-EXIT.

           MOVE WSS-LINHA-TITULO-RESUMO  TO RELQUA001-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           MOVE WSS-LINHA-TITULOS-RESUMO TO RELQUA001-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           PERFORM ROT-IMPRIME-CATEGORIA
              THRU ROT-IMPRIME-CATEGORIA-EXIT
              VARYING WSS-IDX-TIPO FROM 1 BY 1
              UNTIL WSS-IDX-TIPO > WSS-QTD-TIPOS.

           MOVE '*'                 TO WSS-RES-TIPO.
           MOVE 'TOTAL GERAL'       TO WSS-RES-NOME.
           MOVE WSS-TOT-ITENS       TO WSS-RES-ITENS.
           MOVE WSS-TOT-SUSPEITOS   TO WSS-RES-SUSPEITOS.
           MOVE WSS-TOT-PENDENTES   TO WSS-RES-PENDENTES.
           MOVE WSS-TOT-ZERADOS     TO WSS-RES-ZERADOS.
           MOVE WSS-TOT-SEM-MOEDA   TO WSS-RES-SEM-MOEDA.
           MOVE WSS-TOT-PRECO-VELHO TO WSS-RES-PRECO-VELHO.
           MOVE ZERO                TO WSS-PERC-SUSPEITOS.

           IF WSS-TOT-ITENS > ZERO
              COMPUTE WSS-PERC-SUSPEITOS ROUNDED =
                 WSS-TOT-SUSPEITOS * 100 / WSS-TOT-ITENS
           END-IF.

           MOVE WSS-PERC-SUSPEITOS  TO WSS-RES-PERCENTUAL.

           MOVE SPACES TO RELQUA001-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           MOVE WSS-LINHA-RESUMO    TO RELQUA001-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

       ROT-IMPRIME-RESUMO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME A LINHA DE RESUMO DE UMA CATEGORIA - CATEGORIA DO  *
      * CADASTRO SEM ITENS NO CATALOGO NAO E IMPRESSA              *
      *-----------------------------------------------------------*
       ROT-IMPRIME-CATEGORIA.

           IF WSS-TIPO-ITENS (WSS-IDX-TIPO) = ZERO
              GO TO ROT-IMPRIME-CATEGORIA-EXIT
           END-IF.

           MOVE WSS-TIPO-LETRA (WSS-IDX-TIPO)     TO WSS-RES-TIPO.
           MOVE WSS-TIPO-DESCRICAO (WSS-IDX-TIPO) TO WSS-RES-NOME.
           MOVE WSS-TIPO-ITENS (WSS-IDX-TIPO)     TO WSS-RES-ITENS.
           MOVE WSS-TIPO-SUSPEITOS (WSS-IDX-TIPO)
             TO WSS-RES-SUSPEITOS.
           MOVE WSS-TIPO-PENDENTES (WSS-IDX-TIPO)
             TO WSS-RES-PENDENTES.
           MOVE WSS-TIPO-ZERADOS (WSS-IDX-TIPO)   TO WSS-RES-ZERADOS.
           MOVE WSS-TIPO-SEM-MOEDA (WSS-IDX-TIPO)
             TO WSS-RES-SEM-MOEDA.
           MOVE WSS-TIPO-PRECO-VELHO (WSS-IDX-TIPO)
             TO WSS-RES-PRECO-VELHO.

           COMPUTE WSS-PERC-SUSPEITOS ROUNDED =
              WSS-TIPO-SUSPEITOS (WSS-IDX-TIPO) * 100
              / WSS-TIPO-ITENS (WSS-IDX-TIPO).

           MOVE WSS-PERC-SUSPEITOS TO WSS-RES-PERCENTUAL.
           MOVE WSS-LINHA-RESUMO   TO RELQUA001-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

       ROT-IMPRIME-CATEGORIA-EXIT.

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
           MOVE WSS-LINHA-CABECALHO TO RELQUA001-LINHA.

           IF FLG-RELQUA001 = '00'
              WRITE RELQUA001-LINHA
              MOVE SPACES            TO RELQUA001-LINHA
              WRITE RELQUA001-LINHA
              MOVE WSS-LINHA-TITULOS TO RELQUA001-LINHA
              WRITE RELQUA001-LINHA
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
              MOVE RELQUA001-LINHA TO WSS-LINHA-PENDENTE
              PERFORM ROT-IMPRIME-CABECALHO
                 THRU ROT-IMPRIME-CABECALHO-EXIT
              MOVE WSS-LINHA-PENDENTE TO RELQUA001-LINHA
           END-IF.

           IF FLG-RELQUA001 = '00'
              WRITE RELQUA001-LINHA
           END-IF.

           ADD 1 TO WSS-LINHAS-PAGINA.

       ROT-IMPRIME-LINHA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME O RESUMO POR CATEGORIA E FECHA OS ARQUIVOS         *
      *-----------------------------------------------------------*
       ROT-ENCERRAMENTO.

           IF FLG-RELQUA001 = '00'
              PERFORM ROT-IMPRIME-RESUMO
                 THRU ROT-IMPRIME-RESUMO-EXIT
           END-IF.

           CLOSE CATET001.
           CLOSE CATHIST.
           CLOSE RELQUA001.
           CLOSE CATINATP.

           DISPLAY '***************************************'.
           DISPLAY '* REVISAO DE QUALIDADE DO CATALOGO      *'.
           DISPLAY '* ITENS LIDOS            = ' WSS-CONT-LIDOS.
           DISPLAY '* VERSOES DO CATHIST     = ' WSS-CONT-HIST-LIDOS.
           DISPLAY '* ITENS SUSPEITOS        = ' WSS-CONT-SUSPEITOS.
           DISPLAY '* OCORRENCIAS            = ' WSS-CONT-OCORRENCIAS.
           DISPLAY '* PROPOSTOS A INATIVACAO = ' WSS-CONT-PROPOSTOS.
           DISPLAY '***************************************'.

       ROT-ENCERRAMENTO-EXIT.

           EXIT.

       END PROGRAM COBOL052.

      ********************* FIM DO PROGRAMA ****************************
