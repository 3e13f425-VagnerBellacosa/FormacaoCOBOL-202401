      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : EMISSAO DOS ORCAMENTOS DA ENGENHARIA - LE AS
      *            FIGURAS CUSTEADAS (FIGCUSTO, LAYOUT FIGB0001C,
      *            ORDENADO POR NUMERO DE ORCAMENTO), AGRUPA POR
      *            ORCAMENTO E APLICA A MARGEM E A ALIQUOTA DE
      *            IMPOSTOS DO ORCPARM. IMPRIME UM DOCUMENTO POR
      *            ORCAMENTO (ORCDOC) COM OS ITENS (AREA, DESCRICAO
      *            DO MATERIAL NO CATET001, VALOR UNITARIO E CUSTO) E
      *            OS TOTAIS EM REAIS E NA MOEDA DO CLIENTE (CAMBTAB,
      *            NOS MOLDES DO COBOL005/COBOL040), E GRAVA O
      *            CADASTRO DE ORCAMENTOS EMITIDOS (ORCREG, LAYOUT
      *            ORCB0001) PARA O ACOMPANHAMENTO. O FIGCUSTO E
      *            ACUMULADO (DISP=MOD), POR ISSO ORCAMENTO JA
      *            PRESENTE NO ORCREG NAO E EMITIDO DE NOVO; FIGURA
      *            SEM NUMERO DE ORCAMENTO NAO ENTRA EM DOCUMENTO
      * CPD      : INEFE
      *****************************************************************
      * HISTORICO DE ALTERACOES
      * 15/10/2026  VRB  VERSAO ORIGINAL DO PROGRAMA
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL050.
       AUTHOR. VAGNER BELLACOSA.
       DATE-WRITTEN. 15/10/26 @ 19:00:00.
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
         SELECT FIGCUSTO        ASSIGN TO FIGCUSTO
         FILE STATUS FLG-FIGCUSTO.
      *
         SELECT OPTIONAL ORCREG ASSIGN TO ORCREG
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-ORCREG.
      *
         SELECT CATET001        ASSIGN TO CATET001
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS CATB0001-CODIGO
         FILE STATUS FLG-CAT001.
      *
         SELECT OPTIONAL CAMBTAB ASSIGN TO CAMBTAB
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-CAMBTAB.
      *
         SELECT OPTIONAL ORCPARM ASSIGN TO ORCPARM
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-ORCPARM.
      *
         SELECT ORCNOVO         ASSIGN TO ORCNOVO
         FILE STATUS FLG-ORCNOVO.
      *
         SELECT ORCDOC          ASSIGN TO ORCDOC
         FILE STATUS FLG-ORCDOC.
      *
      ***************
       DATA DIVISION.
      ***************
      *
       FILE SECTION.
      *
       FD  FIGCUSTO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY "FIGB0001C".
      *
       FD  ORCREG
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  ORCREG-REGISTRO.
           05 ORCREG-ORCAMENTO        PIC 9(06).
           05 FILLER                  PIC X(74).
      *
       FD  CATET001
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY "CATB0001".
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
      *    O ORCPARM TRAZ UM REGISTRO 'P' COM OS PERCENTUAIS DE MARGEM
      *    E DE IMPOSTOS E UM REGISTRO 'C' POR CLIENTE COM A MOEDA EM
      *    QUE ELE RECEBE O ORCAMENTO (SEM REGISTRO, VALE BRL)
       FD  ORCPARM
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  ORCPARM-REGISTRO.
           05 ORCPARM-TIPO            PIC X(01).
              88 ORCPARM-PERCENTUAIS            VALUE 'P'.
              88 ORCPARM-CLIENTE                VALUE 'C'.
           05 ORCPARM-PERC-MARGEM     PIC 9(03)V99.
           05 ORCPARM-PERC-IMPOSTO    PIC 9(03)V99.
           05 FILLER                  PIC X(69).
      *
       01  ORCPARM-REG-CLIENTE.
           05 FILLER                  PIC X(01).
           05 ORCPARM-COD-CLIENTE     PIC X(06).
           05 ORCPARM-MOEDA-CLIENTE   PIC X(03).
           05 FILLER                  PIC X(70).
      *
       FD  ORCNOVO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY "ORCB0001".
      *
       FD  ORCDOC
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  ORCDOC-LINHA                PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       77  FLG-FIGCUSTO               PIC X(02).
       77  FLG-ORCREG                 PIC X(02).
       77  FLG-CAT001                 PIC X(02).
       77  FLG-CAMBTAB                PIC X(02).
       77  FLG-ORCPARM                PIC X(02).
       77  FLG-ORCNOVO                PIC X(02).
       77  FLG-ORCDOC                 PIC X(02).
       77  WSS-FIM-FIGCUSTO           PIC X(01)   VALUE 'N'.
           88 FIM-FIGCUSTO                        VALUE 'S'.
       77  WSS-FIM-ORCREG             PIC X(01)   VALUE 'N'.
           88 FIM-ORCREG                          VALUE 'S'.
       77  WSS-FIM-CAMBTAB            PIC X(01)   VALUE 'N'.
           88 FIM-CAMBTAB                         VALUE 'S'.
       77  WSS-FIM-ORCPARM            PIC X(01)   VALUE 'N'.
           88 FIM-ORCPARM                         VALUE 'S'.
       77  WSS-ACHOU-MESTRE           PIC X(01)   VALUE 'N'.
           88 ACHOU-MESTRE                        VALUE 'S'.
       77  WSS-ORCAMENTO-INCOMPLETO   PIC X(01)   VALUE 'N'.
           88 ORCAMENTO-INCOMPLETO                VALUE 'S'.
       77  WSS-CHAVE-REG              PIC 9(06)   VALUE ZERO.
       77  WSS-CHAVE-ALTA             PIC 9(06)   VALUE 999999.
       77  WSS-ORCAMENTO-ATUAL        PIC 9(06)   VALUE ZERO.
       77  WSS-CLIENTE-ATUAL          PIC X(06)   VALUE SPACES.
       77  WSS-MOEDA-CLIENTE          PIC X(03)   VALUE SPACES.
       77  WSS-PERC-MARGEM            PIC 9(03)V99 VALUE ZERO.
       77  WSS-PERC-IMPOSTO           PIC 9(03)V99 VALUE ZERO.
       77  WSS-CONT-LIDAS             PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-SEM-ORCAMENTO     PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-JA-EMITIDAS       PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-EMITIDOS          PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-INCOMPLETOS       PIC 9(07)   VALUE ZERO.
       77  WSS-QTD-ITENS              PIC 9(03)   VALUE ZERO.
       77  WSS-CUSTO-ITEM-BRL         PIC 9(11)V99 VALUE ZERO.
       77  WSS-CUSTO-ORC-BRL          PIC 9(11)V99 VALUE ZERO.
       77  WSS-VALOR-MARGEM           PIC 9(11)V99 VALUE ZERO.
       77  WSS-PRECO-SEM-IMPOSTO      PIC 9(11)V99 VALUE ZERO.
       77  WSS-VALOR-IMPOSTO          PIC 9(11)V99 VALUE ZERO.
       77  WSS-TOTAL-ORC-BRL          PIC 9(11)V99 VALUE ZERO.
       77  WSS-TOTAL-ORC-MOEDA        PIC 9(11)V99 VALUE ZERO.
       77  WSS-TAXA-ITEM              PIC 9(03)V9(06) VALUE ZERO.
       77  WSS-TAXA-BRL               PIC 9(03)V9(06) VALUE ZERO.
       77  WSS-TAXA-CLIENTE           PIC 9(03)V9(06) VALUE ZERO.
       77  WSS-QTD-MOEDAS             PIC 9(02)   VALUE ZERO.
       77  WSS-MAX-MOEDAS             PIC 9(02)   VALUE 20.
       77  WSS-IDX-MOEDA              PIC 9(02)   VALUE ZERO.
       77  WSS-IDX-MOEDA-ACHADA       PIC 9(02)   VALUE ZERO.
       77  WSS-MOEDA-PROCURADA        PIC X(03)   VALUE SPACES.
       77  WSS-TAXA-ACHADA            PIC 9(03)V9(06) VALUE ZERO.
       77  WSS-QTD-CLIENTES           PIC 9(03)   VALUE ZERO.
       77  WSS-MAX-CLIENTES           PIC 9(03)   VALUE 200.
       77  WSS-IDX-CLIENTE            PIC 9(03)   VALUE ZERO.
       77  WSS-IDX-CLIENTE-ACHADO     PIC 9(03)   VALUE ZERO.
       77  WSS-LINHAS-PAGINA          PIC 9(02)   VALUE ZERO.
       77  WSS-MAX-LINHAS             PIC 9(02)   VALUE 40.
       77  WSS-NUM-PAGINA             PIC 9(04)   VALUE ZERO.
       77  WSS-RETORNO-FINAL          PIC 9(03)   VALUE ZERO.
      *
       01  WSS-DATA-EMISSAO           PIC 9(08)   VALUE ZERO.
       01  WSS-DATA-EMISSAO-R REDEFINES WSS-DATA-EMISSAO.
           05 WSS-EMI-ANO             PIC 9(04).
           05 WSS-EMI-MES             PIC 9(02).
           05 WSS-EMI-DIA             PIC 9(02).
      *
       01  WSS-TAB-CAMBIO.
           05 WSS-CAMBIO-OCORRE       OCCURS 20 TIMES.
              10 WSS-CAMBIO-MOEDA     PIC X(03).
              10 WSS-CAMBIO-TAXA      PIC 9(03)V9(06).
      *
       01  WSS-TAB-CLIENTES.
           05 WSS-CLIENTE-OCORRE      OCCURS 200 TIMES.
              10 WSS-CLI-CODIGO       PIC X(06).
              10 WSS-CLI-MOEDA        PIC X(03).
      *
       01  WSS-LINHA-PENDENTE         PIC X(80)   VALUE SPACES.
      *
       01  WSS-LINHA-CABECALHO.
           05 FILLER                  PIC X(11)  VALUE 'ORCAMENTO: '.
           05 WSS-CAB-ORCAMENTO       PIC 9(06).
           05 FILLER                  PIC X(11)  VALUE '  CLIENTE: '.
           05 WSS-CAB-CLIENTE         PIC X(06).
           05 FILLER                  PIC X(09)  VALUE '  MOEDA: '.
           05 WSS-CAB-MOEDA           PIC X(03).
           05 FILLER                  PIC X(08)  VALUE '  DATA: '.
           05 WSS-CAB-DIA             PIC 9(02).
           05 FILLER                  PIC X(01)  VALUE '/'.
           05 WSS-CAB-MES             PIC 9(02).
           05 FILLER                  PIC X(01)  VALUE '/'.
           05 WSS-CAB-ANO             PIC 9(04).
           05 FILLER                  PIC X(04)  VALUE SPACES.
           05 FILLER                  PIC X(08)  VALUE 'PAGINA: '.
           05 WSS-CAB-PAGINA          PIC ZZZ9.
      *
       01  WSS-LINHA-TITULOS.
           05 FILLER                  PIC X(40)
                  VALUE '  T MATER DESCRICAO DO MATERIAL      ARE'.
           05 FILLER                  PIC X(40)
                  VALUE 'A VALOR UNIT MOE   CUSTO EM BRL         '.
      *
       01  WSS-LINHA-ITEM.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WSS-ITM-TIPO            PIC X(01).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-ITM-MATERIAL        PIC 9(05).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-ITM-DESCRICAO       PIC X(20).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-ITM-AREA            PIC ZZZZZZ9,99.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-ITM-VALOR-UNIT      PIC ZZZZZZ9,99.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-ITM-MOEDA           PIC X(03).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-ITM-CUSTO-BRL       PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-ITM-OBS             PIC X(07).
      *
       01  WSS-LINHA-TOTAL.
           05 FILLER                  PIC X(20)  VALUE SPACES.
           05 WSS-TOT-TEXTO           PIC X(32).
           05 WSS-TOT-VALOR           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                  PIC X(11)  VALUE SPACES.
      *
       01  WSS-LINHA-AVISO.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WSS-AVI-TEXTO           PIC X(78).
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

           IF NOT FIM-FIGCUSTO
              PERFORM ROT-LER-ORCREG
                 THRU ROT-LER-ORCREG-EXIT
              PERFORM ROT-LER-FIGCUSTO
                 THRU ROT-LER-FIGCUSTO-EXIT
              PERFORM ROT-PROCESSA-ORCAMENTO
                 THRU ROT-PROCESSA-ORCAMENTO-EXIT
                 UNTIL FIM-FIGCUSTO
           END-IF.

           PERFORM ROT-ENCERRAMENTO
              THRU ROT-ENCERRAMENTO-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
      * VALIDA A DATA DE EMISSAO, ABRE OS ARQUIVOS E CARREGA O     *
      * CAMBIO E OS PARAMETROS DO ORCAMENTO                        *
      *-----------------------------------------------------------*
       ROT-ABERTURA.

           MOVE LKS-DATA-EXECUCAO TO LKS-CD-DATA.

           CALL 'CHKDATA' USING LKS-CHECK-DATE.

           IF LKS-CD-INVALIDA
              DISPLAY '*** DATA DE EMISSAO INVALIDA *** PARM = '
                       LKS-DATA-EXECUCAO
              MOVE RC-PARM-DATA-INVALIDA TO WSS-RETORNO-FINAL
              MOVE 'S' TO WSS-FIM-FIGCUSTO
              GO TO ROT-ABERTURA-EXIT
           END-IF.

           MOVE LKS-DATA-EXECUCAO TO WSS-DATA-EMISSAO.

           OPEN INPUT  FIGCUSTO.

           IF FLG-FIGCUSTO NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO FIGCUSTO *** FLG = '
                       FLG-FIGCUSTO
              MOVE 'S' TO WSS-FIM-FIGCUSTO
           END-IF.

           OPEN INPUT  ORCREG.

           IF FLG-ORCREG NOT = '00'
              DISPLAY '*** ORCREG INDISPONIVEL - NENHUM EMITIDO ***'
              MOVE 'S' TO WSS-FIM-ORCREG
           END-IF.

           OPEN INPUT  CATET001.

           IF FLG-CAT001 NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO CATET001 *** FLG = '
                       FLG-CAT001
              MOVE 'S' TO WSS-FIM-FIGCUSTO
           END-IF.

           OPEN OUTPUT ORCNOVO.

           IF FLG-ORCNOVO NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO ORCNOVO *** FLG = '
                       FLG-ORCNOVO
              MOVE 'S' TO WSS-FIM-FIGCUSTO
           END-IF.

           OPEN OUTPUT ORCDOC.

           IF FLG-ORCDOC NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO ORCDOC *** FLG = '
                       FLG-ORCDOC
           END-IF.

           PERFORM ROT-CARREGA-CAMBIO
              THRU ROT-CARREGA-CAMBIO-EXIT.

           PERFORM ROT-CARREGA-ORCPARM
              THRU ROT-CARREGA-ORCPARM-EXIT.

           MOVE 'BRL' TO WSS-MOEDA-PROCURADA.

           PERFORM ROT-BUSCA-TAXA
              THRU ROT-BUSCA-TAXA-EXIT.

           MOVE WSS-TAXA-ACHADA TO WSS-TAXA-BRL.

       ROT-ABERTURA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CARREGA A TABELA DE CAMBIO DO ARQUIVO CAMBTAB (MOEDA +     *
      * TAXA PARA DOLAR), NOS MOLDES DO COBOL005                   *
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
      * CARREGA OS PERCENTUAIS DE MARGEM E IMPOSTOS E A MOEDA DE   *
      * CADA CLIENTE DO ORCPARM                                    *
      *-----------------------------------------------------------*
       ROT-CARREGA-ORCPARM.

           OPEN INPUT ORCPARM.

           IF FLG-ORCPARM = '00'
              PERFORM ROT-LER-ORCPARM
                 THRU ROT-LER-ORCPARM-EXIT
                 UNTIL FIM-ORCPARM
              CLOSE ORCPARM
           ELSE
              DISPLAY '*** ORCPARM INDISPONIVEL - SEM MARGEM/IMPOSTO'
                      ' ***'
           END-IF.

       ROT-CARREGA-ORCPARM-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE UM PARAMETRO DO ORCAMENTO                               *
      *-----------------------------------------------------------*
       ROT-LER-ORCPARM.

           READ ORCPARM
              AT END
                 MOVE 'S' TO WSS-FIM-ORCPARM
           END-READ.

           IF FIM-ORCPARM
              GO TO ROT-LER-ORCPARM-EXIT
           END-IF.

           IF FLG-ORCPARM NOT = '00'
              DISPLAY '*** ERRO NA LEITURA DO ORCPARM *** FLG = '
                       FLG-ORCPARM
              MOVE 'S' TO WSS-FIM-ORCPARM
              GO TO ROT-LER-ORCPARM-EXIT
           END-IF.

           EVALUATE TRUE
              WHEN ORCPARM-PERCENTUAIS
                 IF ORCPARM-PERC-MARGEM NUMERIC
                    MOVE ORCPARM-PERC-MARGEM  TO WSS-PERC-MARGEM
                 END-IF
                 IF ORCPARM-PERC-IMPOSTO NUMERIC
                    MOVE ORCPARM-PERC-IMPOSTO TO WSS-PERC-IMPOSTO
                 END-IF
              WHEN ORCPARM-CLIENTE
                 IF WSS-QTD-CLIENTES < WSS-MAX-CLIENTES
                    ADD 1 TO WSS-QTD-CLIENTES
                    MOVE ORCPARM-COD-CLIENTE
                      TO WSS-CLI-CODIGO (WSS-QTD-CLIENTES)
                    MOVE ORCPARM-MOEDA-CLIENTE
                      TO WSS-CLI-MOEDA (WSS-QTD-CLIENTES)
                 ELSE
                    DISPLAY '*** TABELA DE CLIENTES ESGOTADA ***'
                 END-IF
              WHEN OTHER
                 DISPLAY '*** ORCPARM COM TIPO INVALIDO *** TIPO = '
                          ORCPARM-TIPO
           END-EVALUATE.

       ROT-LER-ORCPARM-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE A PROXIMA FIGURA CUSTEADA; NO FIM O ORCAMENTO CORRENTE  *
      * RECEBE A CHAVE ALTA PARA FECHAR O ULTIMO GRUPO             *
      *-----------------------------------------------------------*
       ROT-LER-FIGCUSTO.

           READ FIGCUSTO
              AT END
                 MOVE 'S' TO WSS-FIM-FIGCUSTO
           END-READ.

           IF NOT FIM-FIGCUSTO
              IF FLG-FIGCUSTO = '00'
                 ADD 1 TO WSS-CONT-LIDAS
              ELSE
                 DISPLAY '*** ERRO NA LEITURA DO FIGCUSTO *** FLG = '
                          FLG-FIGCUSTO
                 MOVE 'S' TO WSS-FIM-FIGCUSTO
              END-IF
           END-IF.

       ROT-LER-FIGCUSTO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE O PROXIMO ORCAMENTO JA EMITIDO DO CADASTRO ORDENADO     *
      *-----------------------------------------------------------*
       ROT-LER-ORCREG.

           IF FIM-ORCREG
              MOVE WSS-CHAVE-ALTA TO WSS-CHAVE-REG
              GO TO ROT-LER-ORCREG-EXIT
           END-IF.

           READ ORCREG
              AT END
                 MOVE 'S'            TO WSS-FIM-ORCREG
                 MOVE WSS-CHAVE-ALTA TO WSS-CHAVE-REG
           END-READ.

           IF NOT FIM-ORCREG
              IF FLG-ORCREG = '00'
                 MOVE ORCREG-ORCAMENTO TO WSS-CHAVE-REG
              ELSE
                 DISPLAY '*** ERRO NA LEITURA DO ORCREG *** FLG = '
                          FLG-ORCREG
                 MOVE 'S'            TO WSS-FIM-ORCREG
                 MOVE WSS-CHAVE-ALTA TO WSS-CHAVE-REG
              END-IF
           END-IF.

       ROT-LER-ORCREG-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * TRATA UM GRUPO DE FIGURAS COM O MESMO NUMERO DE ORCAMENTO  *
      * - SEM NUMERO, OU JA EMITIDO, O GRUPO E SO CONTADO          *
      *-----------------------------------------------------------*
       ROT-PROCESSA-ORCAMENTO.

           MOVE FIGB0001C-ORCAMENTO TO WSS-ORCAMENTO-ATUAL.
           MOVE FIGB0001C-CLIENTE   TO WSS-CLIENTE-ATUAL.

           IF FIGB0001C-ORCAMENTO NOT NUMERIC
              OR FIGB0001C-ORCAMENTO = ZERO
              MOVE ZERO TO WSS-ORCAMENTO-ATUAL
              PERFORM ROT-PULA-FIGURA
                 THRU ROT-PULA-FIGURA-EXIT
                 UNTIL FIM-FIGCUSTO
                    OR (FIGB0001C-ORCAMENTO NUMERIC
                        AND FIGB0001C-ORCAMENTO NOT = ZERO)
              GO TO ROT-PROCESSA-ORCAMENTO-EXIT
           END-IF.

           PERFORM ROT-LER-ORCREG
              THRU ROT-LER-ORCREG-EXIT
              UNTIL WSS-CHAVE-REG NOT < WSS-ORCAMENTO-ATUAL.

           IF WSS-CHAVE-REG = WSS-ORCAMENTO-ATUAL
              PERFORM ROT-PULA-FIGURA
                 THRU ROT-PULA-FIGURA-EXIT
                 UNTIL FIM-FIGCUSTO
                    OR FIGB0001C-ORCAMENTO NOT = WSS-ORCAMENTO-ATUAL
              GO TO ROT-PROCESSA-ORCAMENTO-EXIT
           END-IF.

           PERFORM ROT-INICIA-ORCAMENTO
              THRU ROT-INICIA-ORCAMENTO-EXIT.

           PERFORM ROT-IMPRIME-ITEM
              THRU ROT-IMPRIME-ITEM-EXIT
              UNTIL FIM-FIGCUSTO
                 OR FIGB0001C-ORCAMENTO NOT = WSS-ORCAMENTO-ATUAL.

           PERFORM ROT-FECHA-ORCAMENTO
              THRU ROT-FECHA-ORCAMENTO-EXIT.

       ROT-PROCESSA-ORCAMENTO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * PASSA POR UMA FIGURA QUE NAO ENTRA EM DOCUMENTO            *
      *-----------------------------------------------------------*
       ROT-PULA-FIGURA.

           IF WSS-ORCAMENTO-ATUAL = ZERO
              ADD 1 TO WSS-CONT-SEM-ORCAMENTO
           ELSE
              ADD 1 TO WSS-CONT-JA-EMITIDAS
           END-IF.

           PERFORM ROT-LER-FIGCUSTO
              THRU ROT-LER-FIGCUSTO-EXIT.

       ROT-PULA-FIGURA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * PREPARA UM NOVO ORCAMENTO - ZERA OS ACUMULADORES, BUSCA A  *
      * MOEDA DO CLIENTE E A SUA TAXA E ABRE A PRIMEIRA PAGINA     *
      *-----------------------------------------------------------*
       ROT-INICIA-ORCAMENTO.

           MOVE ZERO TO WSS-QTD-ITENS.
           MOVE ZERO TO WSS-CUSTO-ORC-BRL.
           MOVE 'N'  TO WSS-ORCAMENTO-INCOMPLETO.
           MOVE 'BRL' TO WSS-MOEDA-CLIENTE.
           MOVE ZERO TO WSS-IDX-CLIENTE-ACHADO.

           PERFORM ROT-PROCURA-CLIENTE
              THRU ROT-PROCURA-CLIENTE-EXIT
              VARYING WSS-IDX-CLIENTE FROM 1 BY 1
              UNTIL WSS-IDX-CLIENTE > WSS-QTD-CLIENTES
                 OR WSS-IDX-CLIENTE-ACHADO > ZERO.

           MOVE WSS-MOEDA-CLIENTE TO WSS-MOEDA-PROCURADA.

           PERFORM ROT-BUSCA-TAXA
              THRU ROT-BUSCA-TAXA-EXIT.

           MOVE WSS-TAXA-ACHADA TO WSS-TAXA-CLIENTE.

           MOVE ZERO TO WSS-NUM-PAGINA.

           PERFORM ROT-IMPRIME-CABECALHO
              THRU ROT-IMPRIME-CABECALHO-EXIT.

       ROT-INICIA-ORCAMENTO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * COMPARA UMA ENTRADA DA TABELA DE CLIENTES COM O CLIENTE DO *
      * ORCAMENTO                                                  *
      *-----------------------------------------------------------*
       ROT-PROCURA-CLIENTE.

           IF WSS-CLI-CODIGO (WSS-IDX-CLIENTE) = WSS-CLIENTE-ATUAL
              MOVE WSS-IDX-CLIENTE TO WSS-IDX-CLIENTE-ACHADO
              MOVE WSS-CLI-MOEDA (WSS-IDX-CLIENTE)
                TO WSS-MOEDA-CLIENTE
           END-IF.

       ROT-PROCURA-CLIENTE-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME UM ITEM DO ORCAMENTO - DESCRICAO DO MATERIAL NO    *
      * CATET001 E CUSTO CONVERTIDO PARA REAIS PELA TAXA DA MOEDA  *
      * DO ITEM; MOEDA SEM TAXA DEIXA O ORCAMENTO INCOMPLETO       *
      *-----------------------------------------------------------*
       ROT-IMPRIME-ITEM.

           ADD 1 TO WSS-QTD-ITENS.

           MOVE SPACES TO WSS-ITM-OBS.

           MOVE 'N'                TO WSS-ACHOU-MESTRE.
           MOVE FIGB0001C-MATERIAL TO CATB0001-CODIGO.

           READ CATET001
              KEY IS CATB0001-CODIGO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'S' TO WSS-ACHOU-MESTRE
           END-READ.

           IF ACHOU-MESTRE
              MOVE CATB0001-DESCRICAO TO WSS-ITM-DESCRICAO
           ELSE
              MOVE '*** SEM CADASTRO ***' TO WSS-ITM-DESCRICAO
           END-IF.

           IF FIGB0001C-MOEDA = SPACES
              OR FIGB0001C-MOEDA = 'BRL'
              MOVE FIGB0001C-CUSTO TO WSS-CUSTO-ITEM-BRL
           ELSE
              MOVE FIGB0001C-MOEDA TO WSS-MOEDA-PROCURADA
              PERFORM ROT-BUSCA-TAXA
                 THRU ROT-BUSCA-TAXA-EXIT
              MOVE WSS-TAXA-ACHADA TO WSS-TAXA-ITEM
              IF WSS-TAXA-ITEM = ZERO
                 OR WSS-TAXA-BRL = ZERO
                 MOVE ZERO         TO WSS-CUSTO-ITEM-BRL
                 MOVE 'S/TAXA'     TO WSS-ITM-OBS
                 MOVE 'S'          TO WSS-ORCAMENTO-INCOMPLETO
              ELSE
                 COMPUTE WSS-CUSTO-ITEM-BRL ROUNDED =
                    FIGB0001C-CUSTO * WSS-TAXA-ITEM / WSS-TAXA-BRL
              END-IF
           END-IF.

           ADD WSS-CUSTO-ITEM-BRL TO WSS-CUSTO-ORC-BRL.

           MOVE FIGB0001C-TIPO       TO WSS-ITM-TIPO.
           MOVE FIGB0001C-MATERIAL   TO WSS-ITM-MATERIAL.
           MOVE FIGB0001C-AREA       TO WSS-ITM-AREA.
           MOVE FIGB0001C-VALOR-UNIT TO WSS-ITM-VALOR-UNIT.
           MOVE FIGB0001C-MOEDA      TO WSS-ITM-MOEDA.
           MOVE WSS-CUSTO-ITEM-BRL   TO WSS-ITM-CUSTO-BRL.
           MOVE WSS-LINHA-ITEM       TO ORCDOC-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           PERFORM ROT-LER-FIGCUSTO
              THRU ROT-LER-FIGCUSTO-EXIT.

       ROT-IMPRIME-ITEM-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * FECHA O ORCAMENTO - APLICA MARGEM E IMPOSTOS, CONVERTE O   *
      * TOTAL PARA A MOEDA DO CLIENTE, IMPRIME OS TOTAIS E GRAVA O *
      * REGISTRO NO CADASTRO DE ORCAMENTOS                         *
      *-----------------------------------------------------------*
       ROT-FECHA-ORCAMENTO.

           COMPUTE WSS-VALOR-MARGEM ROUNDED =
              WSS-CUSTO-ORC-BRL * WSS-PERC-MARGEM / 100.

           COMPUTE WSS-PRECO-SEM-IMPOSTO =
              WSS-CUSTO-ORC-BRL + WSS-VALOR-MARGEM.

           COMPUTE WSS-VALOR-IMPOSTO ROUNDED =
              WSS-PRECO-SEM-IMPOSTO * WSS-PERC-IMPOSTO / 100.

           COMPUTE WSS-TOTAL-ORC-BRL =
              WSS-PRECO-SEM-IMPOSTO + WSS-VALOR-IMPOSTO.

           IF WSS-MOEDA-CLIENTE = 'BRL'
              MOVE WSS-TOTAL-ORC-BRL TO WSS-TOTAL-ORC-MOEDA
           ELSE
              IF WSS-TAXA-CLIENTE = ZERO
                 OR WSS-TAXA-BRL = ZERO
                 MOVE ZERO TO WSS-TOTAL-ORC-MOEDA
                 MOVE 'S'  TO WSS-ORCAMENTO-INCOMPLETO
              ELSE
                 COMPUTE WSS-TOTAL-ORC-MOEDA ROUNDED =
                    WSS-TOTAL-ORC-BRL * WSS-TAXA-BRL
                    / WSS-TAXA-CLIENTE
              END-IF
           END-IF.

           MOVE SPACES TO ORCDOC-LINHA.
           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           MOVE 'CUSTO DOS MATERIAIS (BRL)      ='
             TO WSS-TOT-TEXTO.
           MOVE WSS-CUSTO-ORC-BRL TO WSS-TOT-VALOR.
           PERFORM ROT-IMPRIME-TOTAL
              THRU ROT-IMPRIME-TOTAL-EXIT.

           MOVE 'MARGEM (BRL)                   ='
             TO WSS-TOT-TEXTO.
           MOVE WSS-VALOR-MARGEM TO WSS-TOT-VALOR.
           PERFORM ROT-IMPRIME-TOTAL
              THRU ROT-IMPRIME-TOTAL-EXIT.

           MOVE 'PRECO SEM IMPOSTOS (BRL)       ='
             TO WSS-TOT-TEXTO.
           MOVE WSS-PRECO-SEM-IMPOSTO TO WSS-TOT-VALOR.
           PERFORM ROT-IMPRIME-TOTAL
              THRU ROT-IMPRIME-TOTAL-EXIT.

           MOVE 'IMPOSTOS (BRL)                 ='
             TO WSS-TOT-TEXTO.
           MOVE WSS-VALOR-IMPOSTO TO WSS-TOT-VALOR.
           PERFORM ROT-IMPRIME-TOTAL
              THRU ROT-IMPRIME-TOTAL-EXIT.

           MOVE 'TOTAL DO ORCAMENTO (BRL)       ='
             TO WSS-TOT-TEXTO.
           MOVE WSS-TOTAL-ORC-BRL TO WSS-TOT-VALOR.
           PERFORM ROT-IMPRIME-TOTAL
              THRU ROT-IMPRIME-TOTAL-EXIT.

           MOVE SPACES TO WSS-TOT-TEXTO.
           STRING 'TOTAL NA MOEDA DO CLIENTE (' DELIMITED BY SIZE
                  WSS-MOEDA-CLIENTE             DELIMITED BY SIZE
                  ') ='                         DELIMITED BY SIZE
                  INTO WSS-TOT-TEXTO.
           MOVE WSS-TOTAL-ORC-MOEDA TO WSS-TOT-VALOR.
           PERFORM ROT-IMPRIME-TOTAL
              THRU ROT-IMPRIME-TOTAL-EXIT.

           IF ORCAMENTO-INCOMPLETO
              MOVE SPACES TO ORCDOC-LINHA
              PERFORM ROT-IMPRIME-LINHA
                 THRU ROT-IMPRIME-LINHA-EXIT
              MOVE '*** ORCAMENTO INCOMPLETO - MOEDA SEM TAXA ***'
                TO WSS-AVI-TEXTO
              MOVE WSS-LINHA-AVISO TO ORCDOC-LINHA
              PERFORM ROT-IMPRIME-LINHA
                 THRU ROT-IMPRIME-LINHA-EXIT
              ADD 1 TO WSS-CONT-INCOMPLETOS
           ELSE
              ADD 1 TO WSS-CONT-EMITIDOS
           END-IF.

           MOVE SPACES                TO ORCB0001.
           MOVE WSS-ORCAMENTO-ATUAL   TO ORCB0001-ORCAMENTO.
           MOVE WSS-CLIENTE-ATUAL     TO ORCB0001-CLIENTE.
           MOVE WSS-DATA-EMISSAO      TO ORCB0001-DATA-EMISSAO.
           MOVE WSS-QTD-ITENS         TO ORCB0001-QTD-ITENS.
           MOVE WSS-CUSTO-ORC-BRL     TO ORCB0001-CUSTO-BRL.
           MOVE WSS-PERC-MARGEM       TO ORCB0001-PERC-MARGEM.
           MOVE WSS-PERC-IMPOSTO      TO ORCB0001-PERC-IMPOSTO.
           MOVE WSS-TOTAL-ORC-BRL     TO ORCB0001-TOTAL-BRL.
           MOVE WSS-MOEDA-CLIENTE     TO ORCB0001-MOEDA-CLIENTE.
           MOVE WSS-TOTAL-ORC-MOEDA   TO ORCB0001-TOTAL-MOEDA.

           IF ORCAMENTO-INCOMPLETO
              MOVE 'I' TO ORCB0001-SITUACAO
           ELSE
              MOVE 'E' TO ORCB0001-SITUACAO
           END-IF.

           IF FLG-ORCNOVO = '00'
              WRITE ORCB0001
           END-IF.

       ROT-FECHA-ORCAMENTO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME UMA LINHA DE TOTAL DO ORCAMENTO                    *
      *-----------------------------------------------------------*
       ROT-IMPRIME-TOTAL.

           MOVE WSS-LINHA-TOTAL TO ORCDOC-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

       ROT-IMPRIME-TOTAL-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * BUSCA A TAXA DA MOEDA PROCURADA NA TABELA DE CAMBIO - SEM  *
      * TAXA, DEVOLVE ZERO                                         *
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
      * IMPRIME O CABECALHO DE UMA PAGINA DO DOCUMENTO DO          *
      * ORCAMENTO CORRENTE                                         *
      *-----------------------------------------------------------*
       ROT-IMPRIME-CABECALHO.

           ADD 1 TO WSS-NUM-PAGINA.

           MOVE WSS-ORCAMENTO-ATUAL TO WSS-CAB-ORCAMENTO.
           MOVE WSS-CLIENTE-ATUAL   TO WSS-CAB-CLIENTE.
           MOVE WSS-MOEDA-CLIENTE   TO WSS-CAB-MOEDA.
           MOVE WSS-EMI-DIA         TO WSS-CAB-DIA.
           MOVE WSS-EMI-MES         TO WSS-CAB-MES.
           MOVE WSS-EMI-ANO         TO WSS-CAB-ANO.
           MOVE WSS-NUM-PAGINA      TO WSS-CAB-PAGINA.
           MOVE WSS-LINHA-CABECALHO TO ORCDOC-LINHA.

           IF FLG-ORCDOC = '00'
              WRITE ORCDOC-LINHA
              MOVE SPACES            TO ORCDOC-LINHA
              WRITE ORCDOC-LINHA
              MOVE WSS-LINHA-TITULOS TO ORCDOC-LINHA
              WRITE ORCDOC-LINHA
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
              MOVE ORCDOC-LINHA TO WSS-LINHA-PENDENTE
              PERFORM ROT-IMPRIME-CABECALHO
                 THRU ROT-IMPRIME-CABECALHO-EXIT
              MOVE WSS-LINHA-PENDENTE TO ORCDOC-LINHA
           END-IF.

           IF FLG-ORCDOC = '00'
              WRITE ORCDOC-LINHA
           END-IF.

           ADD 1 TO WSS-LINHAS-PAGINA.

       ROT-IMPRIME-LINHA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * FECHA OS ARQUIVOS E EXIBE OS TOTAIS DA EMISSAO - ORCAMENTO *
      * INCOMPLETO DEVOLVE RC 4                                    *
      *-----------------------------------------------------------*
       ROT-ENCERRAMENTO.

           IF WSS-RETORNO-FINAL = RC-PARM-DATA-INVALIDA
              GO TO ROT-ENCERRAMENTO-FIM
           END-IF.

           CLOSE FIGCUSTO.
           CLOSE ORCREG.
           CLOSE CATET001.
           CLOSE ORCNOVO.
           CLOSE ORCDOC.

           IF WSS-CONT-INCOMPLETOS > ZERO
              MOVE RC-REJEITOS-ENCONTRADOS TO WSS-RETORNO-FINAL
           END-IF.

           DISPLAY '***************************************'.
           DISPLAY '* FIGURAS LIDAS          = ' WSS-CONT-LIDAS.
           DISPLAY '* FIGURAS SEM ORCAMENTO  = '
                    WSS-CONT-SEM-ORCAMENTO.
           DISPLAY '* FIGURAS JA EMITIDAS    = '
                    WSS-CONT-JA-EMITIDAS.
           DISPLAY '* ORCAMENTOS EMITIDOS    = ' WSS-CONT-EMITIDOS.
           DISPLAY '* ORCAMENTOS INCOMPLETOS = '
                    WSS-CONT-INCOMPLETOS.
           DISPLAY '***************************************'.

       ROT-ENCERRAMENTO-FIM.

           MOVE WSS-RETORNO-FINAL TO RETURN-CODE.

       ROT-ENCERRAMENTO-EXIT.

           EXIT.

       END PROGRAM COBOL050.

      ********************* FIM DO PROGRAMA ****************************
