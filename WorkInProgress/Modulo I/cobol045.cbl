      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : MANUTENCAO NOTURNA DO MESTRE DE ESTOQUE (KSDS
      *            ESTOQUE, LAYOUT ESTB0001) E VALORIZACAO DO SALDO.
      *            APLICA O MOVIMENTO DO ALMOXARIFADO (ESTMOVTO,
      *            LAYOUT ESTB0001M - ENTRADAS, SAIDAS, AJUSTES DE
      *            INVENTARIO, RESERVAS E LIBERACOES), VALIDANDO CADA
      *            CODIGO CONTRA O MESTRE CATET001 POR LEITURA
      *            ALEATORIA (NOS MOLDES DO COBOL040) - CODIGO SEM
      *            CADASTRO OU COM ITEM NAO ATIVO E REJEITADO NO
      *            ESTREJ COM O MOTIVO. EM SEGUIDA PERCORRE O
      *            ESTOQUE EM ORDEM DE CODIGO E IMPRIME O RELATORIO
      *            DE VALORIZACAO (RELEST001): QUANTIDADE EM MAOS X
      *            CATB0001-VALOR NA MOEDA DO ITEM, CONVERTIDO PARA
      *            DOLAR PELA TABELA CAMBTAB COMO O COBOL005 FAZ,
      *            COM O TOTAL GERAL TAMBEM EM REAIS
      * CPD      : INEFE
      *****************************************************************
      * HISTORICO DE ALTERACOES
      * 15/10/2026  VRB  VERSAO ORIGINAL DO PROGRAMA
      * 15/10/2026  VRB  A QUEBRA DE PAGINA GUARDA A LINHA PENDENTE
      *                  ANTES DO CABECALHO - A PRIMEIRA LINHA DE CADA
      *                  PAGINA NOVA SAIA TROCADA PELO CABECALHO
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL045.
       AUTHOR. VAGNER BELLACOSA.
       DATE-WRITTEN. 15/10/26 @ 09:00:00.
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
         SELECT ESTMOVTO        ASSIGN TO ESTMOVTO
         FILE STATUS FLG-ESTMOVTO.
      *
         SELECT ESTOQUE         ASSIGN TO ESTOQUE
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS ESTB0001-CODIGO
         FILE STATUS FLG-ESTOQUE.
      *
         SELECT CATET001        ASSIGN TO CATET001
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS CATB0001-CODIGO
         FILE STATUS FLG-CAT001.
      *
         SELECT ESTREJ          ASSIGN TO ESTREJ
         FILE STATUS FLG-ESTREJ.
      *
         SELECT OPTIONAL CAMBTAB ASSIGN TO CAMBTAB
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-CAMBTAB.
      *
         SELECT RELEST001       ASSIGN TO RELEST001
         FILE STATUS FLG-RELEST001.
      *
      ***************
       DATA DIVISION.
      ***************
      *
       FILE SECTION.
      *
       FD  ESTMOVTO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY "ESTB0001M".
      *
       FD  ESTOQUE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY "ESTB0001".
      *
       FD  CATET001
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY "CATB0001".
      *
       FD  ESTREJ
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
      *
       01  ESTREJ-REGISTRO.
           05 ESTREJ-IMAGEM           PIC X(80).
           05 ESTREJ-MOTIVO           PIC X(40).
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
       FD  RELEST001
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  RELEST001-LINHA             PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       77  FLG-ESTMOVTO               PIC X(02).
       77  FLG-ESTOQUE                PIC X(02).
       77  FLG-CAT001                 PIC X(02).
       77  FLG-ESTREJ                 PIC X(02).
       77  FLG-CAMBTAB                PIC X(02).
       77  FLG-RELEST001              PIC X(02).
       77  WSS-FIM-ESTMOVTO           PIC X(01)   VALUE 'N'.
           88 FIM-ESTMOVTO                        VALUE 'S'.
       77  WSS-FIM-ESTOQUE            PIC X(01)   VALUE 'N'.
           88 FIM-ESTOQUE                         VALUE 'S'.
       77  WSS-FIM-CAMBTAB            PIC X(01)   VALUE 'N'.
           88 FIM-CAMBTAB                         VALUE 'S'.
       77  WSS-CONT-LIDOS             PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-APLICADOS         PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-REJEITADOS        PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-INCLUIDOS         PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-VALORIZADOS       PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-SEM-CADASTRO      PIC 9(07)   VALUE ZERO.
       77  WSS-MOTIVO-REJEICAO        PIC X(40)   VALUE SPACES.
       77  WSS-ACHOU-MESTRE           PIC X(01)   VALUE 'N'.
           88 ACHOU-MESTRE                        VALUE 'S'.
       77  WSS-ACHOU-ESTOQUE          PIC X(01)   VALUE 'N'.
           88 ACHOU-ESTOQUE                       VALUE 'S'.
       77  WSS-QTDE-LIVRE             PIC 9(09)   VALUE ZERO.
       77  WSS-DATA-MOVTO             PIC 9(08)   VALUE ZERO.
       77  WSS-VALOR-ITEM             PIC 9(13)V99 VALUE ZERO.
       77  WSS-VALOR-DOLAR            PIC 9(13)V99 VALUE ZERO.
       77  WSS-TOTAL-DOLAR            PIC 9(13)V99 VALUE ZERO.
       77  WSS-TOTAL-REAIS            PIC 9(13)V99 VALUE ZERO.
       77  WSS-TAXA-BRL               PIC 9(03)V9(06) VALUE ZERO.
       77  WSS-QTD-MOEDAS             PIC 9(02)   VALUE ZERO.
       77  WSS-MAX-MOEDAS             PIC 9(02)   VALUE 20.
       77  WSS-IDX-MOEDA              PIC 9(02)   VALUE ZERO.
       77  WSS-IDX-MOEDA-ACHADA       PIC 9(02)   VALUE ZERO.
       77  WSS-MOEDA-PROCURADA        PIC X(03)   VALUE SPACES.
       77  WSS-TAXA-ACHADA            PIC 9(03)V9(06) VALUE ZERO.
       77  WSS-LINHAS-PAGINA          PIC 9(02)   VALUE ZERO.
       77  WSS-MAX-LINHAS             PIC 9(02)   VALUE 20.
       77  WSS-NUM-PAGINA             PIC 9(04)   VALUE ZERO.
       77  WSS-NOME-JOB               PIC X(08)   VALUE 'CICL0001'.
       77  WSS-NOME-STEP              PIC X(08)   VALUE 'STEP016'.
       77  WSS-JA-COMPLETO            PIC X(01)   VALUE 'N'.
           88 JA-COMPLETO                         VALUE 'S'.
      *
       01  WSS-TAB-CAMBIO.
           05 WSS-CAMBIO-OCORRE       OCCURS 20 TIMES.
              10 WSS-CAMBIO-MOEDA     PIC X(03).
              10 WSS-CAMBIO-TAXA      PIC 9(03)V9(06).
      *
       01  WSS-LINHA-PENDENTE         PIC X(80)   VALUE SPACES.
      *
       01  WSS-LINHA-CABECALHO.
           05 FILLER                  PIC X(10)  VALUE 'RELATORIO:'.
           05 WSS-CAB-TITULO          PIC X(40)
                  VALUE 'MOVIMENTO DE ESTOQUE - REJEITADOS'.
           05 FILLER                  PIC X(10)  VALUE SPACES.
           05 FILLER                  PIC X(08)  VALUE 'PAGINA: '.
           05 WSS-CAB-PAGINA          PIC ZZZ9.
           05 FILLER                  PIC X(08)  VALUE SPACES.
      *
       01  WSS-LINHA-REJEICAO.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WSS-REJ-TIPO            PIC X(01).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-REJ-CODIGO          PIC X(05).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-REJ-QUANTIDADE      PIC X(09).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WSS-REJ-MOTIVO          PIC X(40).
           05 FILLER                  PIC X(19)  VALUE SPACES.
      *
       01  WSS-LINHA-VALORIZACAO.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-VAL-CODIGO          PIC 9(05).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-VAL-DESCRICAO       PIC X(12).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-VAL-QTDE            PIC ZZZZZZZZ9.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-VAL-MOEDA           PIC X(03).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-VAL-VALOR           PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                  PIC X(05)  VALUE ' USD='.
           05 WSS-VAL-VALOR-USD       PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-VAL-LOCAL           PIC X(10).
           05 FILLER                  PIC X(02)  VALUE SPACES.
      *
       01  WSS-LINHA-SEM-CADASTRO.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-SCD-CODIGO          PIC 9(05).
           05 FILLER                  PIC X(14)  VALUE SPACES.
           05 WSS-SCD-QTDE            PIC ZZZZZZZZ9.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 FILLER                  PIC X(30)
                  VALUE 'ITEM SEM CADASTRO NO CATET001'.
           05 FILLER                  PIC X(19)
                  VALUE ' - NAO VALORIZADO'.
      *
       01  WSS-LINHA-TOTAL.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 FILLER                  PIC X(20)
                                       VALUE 'TOTAL DO ESTOQUE    '.
           05 FILLER                  PIC X(04)  VALUE 'USD='.
           05 WSS-TOT-VALOR-USD       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                  PIC X(05)  VALUE ' BRL='.
           05 WSS-TOT-VALOR-BRL       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                  PIC X(13)  VALUE SPACES.
      *
           COPY "RETCODES".
      *
           COPY "RUNLEDGR".
      *
           COPY "CICLSTEP".
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

           PERFORM ROT-PROCESSA-MOVTO
              THRU ROT-PROCESSA-MOVTO-EXIT
              UNTIL FIM-ESTMOVTO.

           PERFORM ROT-INICIA-VALORIZACAO
              THRU ROT-INICIA-VALORIZACAO-EXIT.

           PERFORM ROT-VALORIZA-ITEM
              THRU ROT-VALORIZA-ITEM-EXIT
              UNTIL FIM-ESTOQUE.

           PERFORM ROT-ENCERRAMENTO
              THRU ROT-ENCERRAMENTO-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
      * ABRE OS ARQUIVOS, CARREGA A TABELA DE CAMBIO E IMPRIME O   *
      * PRIMEIRO CABECALHO - NA RETOMADA O STEP PASSA EM BRANCO,   *
      * POIS REAPLICAR O MOVIMENTO DOBRARIA OS SALDOS              *
      *-----------------------------------------------------------*
       ROT-ABERTURA.

           MOVE 'T'               TO LKS-CS-FUNCAO.
           MOVE LKS-DATA-EXECUCAO TO LKS-CS-DATA-CICLO.
           MOVE WSS-NOME-STEP     TO LKS-CS-STEP.

           CALL 'CICLSTEP' USING LKS-CICLO-STEP.

           IF LKS-CS-JA-COMPLETO
              DISPLAY '*** STEP JA COMPLETO NO CICLO - RETOMADA ***'
              MOVE 'S' TO WSS-JA-COMPLETO
              MOVE 'S' TO WSS-FIM-ESTMOVTO
              MOVE 'S' TO WSS-FIM-ESTOQUE
              GO TO ROT-ABERTURA-EXIT
           END-IF.

           OPEN INPUT  ESTMOVTO.

           IF FLG-ESTMOVTO NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO ESTMOVTO *** FLG = '
                       FLG-ESTMOVTO
              MOVE 'S' TO WSS-FIM-ESTMOVTO
           END-IF.

           OPEN I-O    ESTOQUE.

           IF FLG-ESTOQUE NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO ESTOQUE *** FLG = '
                       FLG-ESTOQUE
              MOVE 'S' TO WSS-FIM-ESTMOVTO
              MOVE 'S' TO WSS-FIM-ESTOQUE
           END-IF.

           OPEN INPUT  CATET001.

           IF FLG-CAT001 NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO CATET001 *** FLG = '
                       FLG-CAT001
              MOVE 'S' TO WSS-FIM-ESTMOVTO
              MOVE 'S' TO WSS-FIM-ESTOQUE
           END-IF.

           OPEN OUTPUT ESTREJ.

           IF FLG-ESTREJ NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO ESTREJ *** FLG = '
                       FLG-ESTREJ
              MOVE 'S' TO WSS-FIM-ESTMOVTO
           END-IF.

           OPEN OUTPUT RELEST001.

           IF FLG-RELEST001 NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO RELEST001 *** FLG = '
                       FLG-RELEST001
           END-IF.

           PERFORM ROT-CARREGA-CAMBIO
              THRU ROT-CARREGA-CAMBIO-EXIT.

           PERFORM ROT-IMPRIME-CABECALHO
              THRU ROT-IMPRIME-CABECALHO-EXIT.

       ROT-ABERTURA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CARREGA A TABELA DE CAMBIO DO ARQUIVO CAMBTAB, NOS MOLDES  *
      * DO ROT-CARREGA-CAMBIO DO COBOL005, E GUARDA A TAXA DO REAL *
      * PARA O TOTAL GERAL EM MOEDA LOCAL                          *
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

           MOVE 'BRL' TO WSS-MOEDA-PROCURADA.

           PERFORM ROT-BUSCA-TAXA
              THRU ROT-BUSCA-TAXA-EXIT.

           MOVE WSS-TAXA-ACHADA TO WSS-TAXA-BRL.

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
      * LE UM MOVIMENTO DO ALMOXARIFADO E O APLICA OU REJEITA      *
      *-----------------------------------------------------------*
       ROT-PROCESSA-MOVTO.

           READ ESTMOVTO
              AT END
                 MOVE 'S' TO WSS-FIM-ESTMOVTO
           END-READ.

           IF NOT FIM-ESTMOVTO
              IF FLG-ESTMOVTO = '00'
                 ADD 1 TO WSS-CONT-LIDOS
                 PERFORM ROT-APLICA-MOVTO
                    THRU ROT-APLICA-MOVTO-EXIT
              ELSE
                 DISPLAY '*** ERRO NA LEITURA DO ESTMOVTO *** FLG = '
                          FLG-ESTMOVTO
                 MOVE 'S' TO WSS-FIM-ESTMOVTO
              END-IF
           END-IF.

       ROT-PROCESSA-MOVTO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * VALIDA O MOVIMENTO CONTRA O CATALOGO E O SALDO CORRENTE E  *
      * ATUALIZA O MESTRE DE ESTOQUE (REWRITE DO SALDO EXISTENTE   *
      * OU WRITE DO PRIMEIRO SALDO DO ITEM, NOS MOLDES DO COBOL038)*
      *-----------------------------------------------------------*
       ROT-APLICA-MOVTO.

           IF NOT ESTB0001M-ENTRADA
              AND NOT ESTB0001M-SAIDA
              AND NOT ESTB0001M-AJUSTE
              AND NOT ESTB0001M-RESERVA
              AND NOT ESTB0001M-LIBERACAO
              MOVE 'TIPO DE MOVIMENTO INVALIDO'
                TO WSS-MOTIVO-REJEICAO
              PERFORM ROT-REJEITA-MOVTO
                 THRU ROT-REJEITA-MOVTO-EXIT
              GO TO ROT-APLICA-MOVTO-EXIT
           END-IF.

           IF ESTB0001M-CODIGO NOT NUMERIC
              OR ESTB0001M-CODIGO = ZERO
              MOVE 'CODIGO DO ITEM NAO INFORMADO'
                TO WSS-MOTIVO-REJEICAO
              PERFORM ROT-REJEITA-MOVTO
                 THRU ROT-REJEITA-MOVTO-EXIT
              GO TO ROT-APLICA-MOVTO-EXIT
           END-IF.

      *    NO AJUSTE A QUANTIDADE ZERO E A CONTAGEM DE UM ITEM
      *    ZERADO NO INVENTARIO; NOS DEMAIS TIPOS E ERRO DE DIGITACAO
           IF ESTB0001M-QUANTIDADE NOT NUMERIC
              OR (ESTB0001M-QUANTIDADE = ZERO
                  AND NOT ESTB0001M-AJUSTE)
              MOVE 'QUANTIDADE INVALIDA OU ZERADA'
                TO WSS-MOTIVO-REJEICAO
              PERFORM ROT-REJEITA-MOVTO
                 THRU ROT-REJEITA-MOVTO-EXIT
              GO TO ROT-APLICA-MOVTO-EXIT
           END-IF.

           MOVE 'N'              TO WSS-ACHOU-MESTRE.
           MOVE ESTB0001M-CODIGO TO CATB0001-CODIGO.

           READ CATET001
              KEY IS CATB0001-CODIGO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'S' TO WSS-ACHOU-MESTRE
           END-READ.

           IF NOT ACHOU-MESTRE
              MOVE 'ITEM SEM CADASTRO NO CATET001'
                TO WSS-MOTIVO-REJEICAO
              PERFORM ROT-REJEITA-MOVTO
                 THRU ROT-REJEITA-MOVTO-EXIT
              GO TO ROT-APLICA-MOVTO-EXIT
           END-IF.

           IF NOT CATB0001-ITEM-ATIVO
              MOVE 'ITEM NAO ATIVO NO CATALOGO'
                TO WSS-MOTIVO-REJEICAO
              PERFORM ROT-REJEITA-MOVTO
                 THRU ROT-REJEITA-MOVTO-EXIT
              GO TO ROT-APLICA-MOVTO-EXIT
           END-IF.

           MOVE 'N'              TO WSS-ACHOU-ESTOQUE.
           MOVE ESTB0001M-CODIGO TO ESTB0001-CODIGO.

           READ ESTOQUE
              KEY IS ESTB0001-CODIGO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'S' TO WSS-ACHOU-ESTOQUE
           END-READ.

      *    SO A ENTRADA E O AJUSTE ABREM O SALDO DE UM ITEM AINDA
      *    SEM ESTOQUE - SAIDA, RESERVA E LIBERACAO EXIGEM SALDO
           IF NOT ACHOU-ESTOQUE
              IF ESTB0001M-ENTRADA
                 OR ESTB0001M-AJUSTE
                 MOVE SPACES           TO ESTB0001
                 MOVE ESTB0001M-CODIGO TO ESTB0001-CODIGO
                 MOVE ZERO             TO ESTB0001-QTDE-ESTOQUE
                 MOVE ZERO             TO ESTB0001-QTDE-RESERVADA
                 MOVE ZERO             TO ESTB0001-DATA-ULT-MOVTO
                 MOVE ZERO             TO ESTB0001-DATA-INVENTARIO
              ELSE
                 MOVE 'ITEM SEM SALDO NO MESTRE DE ESTOQUE'
                   TO WSS-MOTIVO-REJEICAO
                 PERFORM ROT-REJEITA-MOVTO
                    THRU ROT-REJEITA-MOVTO-EXIT
                 GO TO ROT-APLICA-MOVTO-EXIT
              END-IF
           END-IF.

           COMPUTE WSS-QTDE-LIVRE =
              ESTB0001-QTDE-ESTOQUE - ESTB0001-QTDE-RESERVADA.

           IF ESTB0001M-DATA-MOVTO NUMERIC
              AND ESTB0001M-DATA-MOVTO > ZERO
              MOVE ESTB0001M-DATA-MOVTO TO WSS-DATA-MOVTO
           ELSE
              MOVE LKS-DATA-EXECUCAO    TO WSS-DATA-MOVTO
           END-IF.

           EVALUATE TRUE
              WHEN ESTB0001M-ENTRADA
                 ADD ESTB0001M-QUANTIDADE TO ESTB0001-QTDE-ESTOQUE
              WHEN ESTB0001M-SAIDA
                 IF ESTB0001M-QUANTIDADE > WSS-QTDE-LIVRE
                    MOVE 'SAIDA MAIOR QUE O SALDO LIVRE'
                      TO WSS-MOTIVO-REJEICAO
                    PERFORM ROT-REJEITA-MOVTO
                       THRU ROT-REJEITA-MOVTO-EXIT
                    GO TO ROT-APLICA-MOVTO-EXIT
                 END-IF
                 SUBTRACT ESTB0001M-QUANTIDADE
                     FROM ESTB0001-QTDE-ESTOQUE
              WHEN ESTB0001M-AJUSTE
      *          A CONTAGEM FISICA PREVALECE - RESERVA ACIMA DO SALDO
      *          CONTADO E REDUZIDA AO SALDO
                 MOVE ESTB0001M-QUANTIDADE TO ESTB0001-QTDE-ESTOQUE
                 IF ESTB0001-QTDE-RESERVADA > ESTB0001-QTDE-ESTOQUE
                    MOVE ESTB0001-QTDE-ESTOQUE
                      TO ESTB0001-QTDE-RESERVADA
                 END-IF
                 MOVE WSS-DATA-MOVTO TO ESTB0001-DATA-INVENTARIO
              WHEN ESTB0001M-RESERVA
                 IF ESTB0001M-QUANTIDADE > WSS-QTDE-LIVRE
                    MOVE 'RESERVA MAIOR QUE O SALDO LIVRE'
                      TO WSS-MOTIVO-REJEICAO
                    PERFORM ROT-REJEITA-MOVTO
                       THRU ROT-REJEITA-MOVTO-EXIT
                    GO TO ROT-APLICA-MOVTO-EXIT
                 END-IF
                 ADD ESTB0001M-QUANTIDADE TO ESTB0001-QTDE-RESERVADA
              WHEN ESTB0001M-LIBERACAO
                 IF ESTB0001M-QUANTIDADE > ESTB0001-QTDE-RESERVADA
                    MOVE 'LIBERACAO MAIOR QUE A QUANTIDADE RESERVADA'
                      TO WSS-MOTIVO-REJEICAO
                    PERFORM ROT-REJEITA-MOVTO
                       THRU ROT-REJEITA-MOVTO-EXIT
                    GO TO ROT-APLICA-MOVTO-EXIT
                 END-IF
                 SUBTRACT ESTB0001M-QUANTIDADE
                     FROM ESTB0001-QTDE-RESERVADA
           END-EVALUATE.

           IF ESTB0001M-LOCAL NOT = SPACES
              MOVE ESTB0001M-LOCAL TO ESTB0001-LOCAL
           END-IF.

           MOVE WSS-DATA-MOVTO TO ESTB0001-DATA-ULT-MOVTO.

           IF ACHOU-ESTOQUE
              REWRITE ESTB0001
                 INVALID KEY
                    DISPLAY '*** ERRO NA REGRAVACAO DO ESTOQUE *** '
                            'FLG = ' FLG-ESTOQUE
                    MOVE 'FALHA NA REGRAVACAO DO ESTOQUE'
                      TO WSS-MOTIVO-REJEICAO
                    PERFORM ROT-REJEITA-MOVTO
                       THRU ROT-REJEITA-MOVTO-EXIT
                    GO TO ROT-APLICA-MOVTO-EXIT
              END-REWRITE
           ELSE
              WRITE ESTB0001
                 INVALID KEY
                    DISPLAY '*** ERRO NA GRAVACAO DO ESTOQUE *** '
                            'FLG = ' FLG-ESTOQUE
                    MOVE 'FALHA NA GRAVACAO DO ESTOQUE'
                      TO WSS-MOTIVO-REJEICAO
                    PERFORM ROT-REJEITA-MOVTO
                       THRU ROT-REJEITA-MOVTO-EXIT
                    GO TO ROT-APLICA-MOVTO-EXIT
              END-WRITE
              ADD 1 TO WSS-CONT-INCLUIDOS
           END-IF.

           ADD 1 TO WSS-CONT-APLICADOS.

       ROT-APLICA-MOVTO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * REJEITA O MOVIMENTO - GRAVA NO ESTREJ COM O MOTIVO E       *
      * IMPRIME A LINHA DE REJEICAO                                *
      *-----------------------------------------------------------*
       ROT-REJEITA-MOVTO.

           ADD 1 TO WSS-CONT-REJEITADOS.

           MOVE ESTB0001M           TO ESTREJ-IMAGEM.
           MOVE WSS-MOTIVO-REJEICAO TO ESTREJ-MOTIVO.

           IF FLG-ESTREJ = '00'
              WRITE ESTREJ-REGISTRO
           END-IF.

           MOVE ESTB0001M-TIPO       TO WSS-REJ-TIPO.
           MOVE ESTB0001M-CODIGO     TO WSS-REJ-CODIGO.
           MOVE ESTB0001M-QUANTIDADE TO WSS-REJ-QUANTIDADE.
           MOVE WSS-MOTIVO-REJEICAO  TO WSS-REJ-MOTIVO.
           MOVE WSS-LINHA-REJEICAO   TO RELEST001-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

       ROT-REJEITA-MOVTO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * INICIA A SEGUNDA PARTE DO RELATORIO EM PAGINA NOVA E       *
      * POSICIONA O MESTRE DE ESTOQUE NO PRIMEIRO CODIGO           *
      *-----------------------------------------------------------*
       ROT-INICIA-VALORIZACAO.

           IF FIM-ESTOQUE
              GO TO ROT-INICIA-VALORIZACAO-EXIT
           END-IF.

           MOVE 'VALORIZACAO DO ESTOQUE EM MAOS' TO WSS-CAB-TITULO.

           PERFORM ROT-IMPRIME-CABECALHO
              THRU ROT-IMPRIME-CABECALHO-EXIT.

           MOVE ZERO TO ESTB0001-CODIGO.

           START ESTOQUE
              KEY IS NOT LESS THAN ESTB0001-CODIGO
              INVALID KEY
                 DISPLAY '*** MESTRE DE ESTOQUE VAZIO ***'
                 MOVE 'S' TO WSS-FIM-ESTOQUE
           END-START.

       ROT-INICIA-VALORIZACAO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE O PROXIMO SALDO DO ESTOQUE E O VALORIZA PELO PRECO DO   *
      * CATALOGO - SALDO ZERADO NAO SAI NO RELATORIO               *
      *-----------------------------------------------------------*
       ROT-VALORIZA-ITEM.

           READ ESTOQUE NEXT RECORD
              AT END
                 MOVE 'S' TO WSS-FIM-ESTOQUE
           END-READ.

           IF FIM-ESTOQUE
              GO TO ROT-VALORIZA-ITEM-EXIT
           END-IF.

           IF FLG-ESTOQUE NOT = '00'
              DISPLAY '*** ERRO NA LEITURA DO ESTOQUE *** FLG = '
                       FLG-ESTOQUE
              MOVE 'S' TO WSS-FIM-ESTOQUE
              GO TO ROT-VALORIZA-ITEM-EXIT
           END-IF.

           IF ESTB0001-QTDE-ESTOQUE = ZERO
              GO TO ROT-VALORIZA-ITEM-EXIT
           END-IF.

           MOVE 'N'             TO WSS-ACHOU-MESTRE.
           MOVE ESTB0001-CODIGO TO CATB0001-CODIGO.

           READ CATET001
              KEY IS CATB0001-CODIGO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'S' TO WSS-ACHOU-MESTRE
           END-READ.

      *    ITEM EXCLUIDO DO CATALOGO DEPOIS DE TER SALDO - APARECE
      *    NO RELATORIO PARA O ALMOXARIFADO BAIXAR, SEM VALOR
           IF NOT ACHOU-MESTRE
              ADD 1 TO WSS-CONT-SEM-CADASTRO
              MOVE ESTB0001-CODIGO        TO WSS-SCD-CODIGO
              MOVE ESTB0001-QTDE-ESTOQUE  TO WSS-SCD-QTDE
              MOVE WSS-LINHA-SEM-CADASTRO TO RELEST001-LINHA
              PERFORM ROT-IMPRIME-LINHA
                 THRU ROT-IMPRIME-LINHA-EXIT
              GO TO ROT-VALORIZA-ITEM-EXIT
           END-IF.

           COMPUTE WSS-VALOR-ITEM ROUNDED =
              ESTB0001-QTDE-ESTOQUE * CATB0001-VALOR.

           IF CATB0001-MOEDA = SPACES
              MOVE 'BRL'          TO WSS-MOEDA-PROCURADA
           ELSE
              MOVE CATB0001-MOEDA TO WSS-MOEDA-PROCURADA
           END-IF.

           PERFORM ROT-BUSCA-TAXA
              THRU ROT-BUSCA-TAXA-EXIT.

           COMPUTE WSS-VALOR-DOLAR ROUNDED =
              WSS-VALOR-ITEM * WSS-TAXA-ACHADA.

           ADD 1               TO WSS-CONT-VALORIZADOS.
           ADD WSS-VALOR-DOLAR TO WSS-TOTAL-DOLAR.

           MOVE ESTB0001-CODIGO       TO WSS-VAL-CODIGO.
           MOVE CATB0001-DESCRICAO    TO WSS-VAL-DESCRICAO.
           MOVE ESTB0001-QTDE-ESTOQUE TO WSS-VAL-QTDE.
           MOVE WSS-MOEDA-PROCURADA   TO WSS-VAL-MOEDA.
           MOVE WSS-VALOR-ITEM        TO WSS-VAL-VALOR.
           MOVE WSS-VALOR-DOLAR       TO WSS-VAL-VALOR-USD.
           MOVE ESTB0001-LOCAL        TO WSS-VAL-LOCAL.
           MOVE WSS-LINHA-VALORIZACAO TO RELEST001-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

       ROT-VALORIZA-ITEM-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LOCALIZA NA TABELA DE CAMBIO A TAXA DA MOEDA PROCURADA -   *
      * MOEDA SEM TAXA DEVOLVE ZERO (CONVERTIDO ZERADO)            *
      *-----------------------------------------------------------*
       ROT-BUSCA-TAXA.

           MOVE ZERO TO WSS-IDX-MOEDA-ACHADA.
           MOVE ZERO TO WSS-TAXA-ACHADA.

           PERFORM ROT-PROCURA-MOEDA
              THRU ROT-PROCURA-MOEDA-EXIT
              VARYING WSS-IDX-MOEDA FROM 1 BY 1
              UNTIL WSS-IDX-MOEDA > WSS-QTD-MOEDAS
                 OR WSS-IDX-MOEDA-ACHADA > ZERO.

       ROT-BUSCA-TAXA-EXIT.

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
      * IMPRIME O CABECALHO DE UMA NOVA PAGINA DO RELATORIO        *
      *-----------------------------------------------------------*
       ROT-IMPRIME-CABECALHO.

           ADD 1 TO WSS-NUM-PAGINA.

           MOVE WSS-NUM-PAGINA      TO WSS-CAB-PAGINA.
           MOVE WSS-LINHA-CABECALHO TO RELEST001-LINHA.

           IF FLG-RELEST001 = '00'
              WRITE RELEST001-LINHA
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
              MOVE RELEST001-LINHA TO WSS-LINHA-PENDENTE
              PERFORM ROT-IMPRIME-CABECALHO
                 THRU ROT-IMPRIME-CABECALHO-EXIT
              MOVE WSS-LINHA-PENDENTE TO RELEST001-LINHA
           END-IF.

           IF FLG-RELEST001 = '00'
              WRITE RELEST001-LINHA
           END-IF.

           ADD 1 TO WSS-LINHAS-PAGINA.

       ROT-IMPRIME-LINHA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME O TOTAL DO ESTOQUE EM DOLAR E EM REAIS, FECHA OS   *
      * ARQUIVOS E REGISTRA AS CONTAGENS NO RAZAO DE EXECUCAO      *
      *-----------------------------------------------------------*
       ROT-ENCERRAMENTO.

           IF JA-COMPLETO
              GO TO ROT-ENCERRAMENTO-EXIT
           END-IF.

           IF WSS-TAXA-BRL > ZERO
              COMPUTE WSS-TOTAL-REAIS ROUNDED =
                 WSS-TOTAL-DOLAR / WSS-TAXA-BRL
           END-IF.

           MOVE WSS-TOTAL-DOLAR     TO WSS-TOT-VALOR-USD.
           MOVE WSS-TOTAL-REAIS     TO WSS-TOT-VALOR-BRL.
           MOVE WSS-LINHA-TOTAL     TO RELEST001-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           CLOSE ESTMOVTO.
           CLOSE ESTOQUE.
           CLOSE CATET001.
           CLOSE ESTREJ.
           CLOSE RELEST001.

           DISPLAY '***************************************'.
           DISPLAY '* MOVIMENTOS LIDOS      = ' WSS-CONT-LIDOS.
           DISPLAY '* MOVIMENTOS APLICADOS  = ' WSS-CONT-APLICADOS.
           DISPLAY '* MOVIMENTOS REJEITADOS = ' WSS-CONT-REJEITADOS.
           DISPLAY '* SALDOS INCLUIDOS      = ' WSS-CONT-INCLUIDOS.
           DISPLAY '* SALDOS VALORIZADOS    = ' WSS-CONT-VALORIZADOS.
           DISPLAY '* SALDOS SEM CADASTRO   = ' WSS-CONT-SEM-CADASTRO.
           DISPLAY '***************************************'.

           MOVE LKS-DATA-EXECUCAO   TO LKS-RL-DATA-CICLO.
           MOVE WSS-NOME-JOB        TO LKS-RL-JOB.
           MOVE WSS-NOME-STEP       TO LKS-RL-STEP.
           MOVE 'COBOL045'          TO LKS-RL-PROGRAMA.
           MOVE WSS-CONT-LIDOS      TO LKS-RL-ENTRADAS.
           MOVE WSS-CONT-APLICADOS  TO LKS-RL-SAIDAS.
           MOVE WSS-CONT-REJEITADOS TO LKS-RL-REJEITADOS.

           CALL 'RUNLEDGR' USING LKS-RUN-LEDGER.

           MOVE 'R'               TO LKS-CS-FUNCAO.
           MOVE LKS-DATA-EXECUCAO TO LKS-CS-DATA-CICLO.
           MOVE WSS-NOME-STEP     TO LKS-CS-STEP.

           CALL 'CICLSTEP' USING LKS-CICLO-STEP.

           IF WSS-CONT-REJEITADOS > ZERO
              MOVE RC-REJEITOS-ENCONTRADOS TO RETURN-CODE
           END-IF.

       ROT-ENCERRAMENTO-EXIT.

           EXIT.

       END PROGRAM COBOL045.

      ********************* FIM DO PROGRAMA ****************************
