      *                  REFEITO SO NO RELATORIO - O FIGCUSTO E O
      *                  FIGCREJ SAO DISP=MOD E A RESSUBMISSAO
      *                  REAPENSAVA A NOITE INTEIRA DE CUSTOS
      * 15/10/2026  VRB  O FIGSAIDA PASSA A 52 POSICOES - O NUMERO DO
      *                  ORCAMENTO E O CODIGO DO CLIENTE SEGUEM PARA O
      *                  FIGCUSTO (EMISSAO DOS ORCAMENTOS, COBOL050) E
      *                  A IMAGEM DO FIGCREJ ACOMPANHA (92 POSICOES)
      * 15/10/2026  VRB  O PRECO PASSA A VIR DO SUBPROGRAMA CATPRECO
      *                  (LEITURA DO CATET001, PENDENTES DO CATPENDM E
      *                  CONVERSAO DO CAMBTAB) NA DATA DE ENTREGA DO
      *                  ORCAMENTO (ARQUIVO ORCENTR, LAYOUT ORCB0001E)
      *                  QUANDO FUTURA - O ORCAMENTO DE ENTREGA FUTURA
      *                  SAI COM O PRECO QUE ESTARA VALENDO. MATERIAL
      *                  ARQUIVADO OU EXCLUIDO ATE A DATA GANHA MOTIVO
      *                  PROPRIO NO FIGCREJ
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
         SELECT FIGSAIDA        ASSIGN TO FIGSAIDA
         FILE STATUS FLG-FIGSAIDA.
      *
         SELECT OPTIONAL ORCENTR ASSIGN TO ORCENTR
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-ORCENTR.
      *
         SELECT FIGCUSTO        ASSIGN TO FIGCUSTO
         FILE STATUS FLG-FIGCUSTO.
      *
         SELECT FIGCREJ         ASSIGN TO FIGCREJ
         FILE STATUS FLG-FIGCREJ.
      *
         SELECT RELCUS001       ASSIGN TO RELCUS001
         FILE STATUS FLG-RELCUS001.
      *
       FD  FIGSAIDA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 52 CHARACTERS.
      *
           COPY "FIGB0001S".
      *
       FD  ORCENTR
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY "ORCB0001E".
      *
       FD  FIGCUSTO
           LABEL RECORDS ARE STANDARD
      *
       FD  FIGCREJ
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 92 CHARACTERS.
      *
       01  FIGCREJ-REGISTRO.
           05 FIGCREJ-IMAGEM          PIC X(52).
           05 FIGCREJ-MOTIVO          PIC X(40).
      *
       FD  RELCUS001
           LABEL RECORDS ARE OMITTED
       WORKING-STORAGE SECTION.
      *
       77  FLG-FIGSAIDA               PIC X(02).
       77  FLG-ORCENTR                PIC X(02).
       77  FLG-FIGCUSTO               PIC X(02).
       77  FLG-FIGCREJ                PIC X(02).
       77  FLG-RELCUS001              PIC X(02).
       77  WSS-FIM-FIGSAIDA           PIC X(01)   VALUE 'N'.
           88 FIM-FIGSAIDA                        VALUE 'S'.
       77  WSS-FIM-ORCENTR            PIC X(01)   VALUE 'N'.
           88 FIM-ORCENTR                         VALUE 'S'.
       77  WSS-CONT-LIDAS             PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-CUSTEADAS         PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-REJEITADAS        PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-ENTREGA-FUTURA    PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-COM-PENDENTE      PIC 9(07)   VALUE ZERO.
       77  WSS-MOTIVO-REJEICAO        PIC X(40)   VALUE SPACES.
       77  WSS-CATALOGO-ABERTO        PIC X(01)   VALUE 'N'.
           88 CATALOGO-ABERTO                     VALUE 'S'.
       77  WSS-DATA-REFERENCIA        PIC 9(08)   VALUE ZERO.
       77  WSS-CUSTO                  PIC 9(11)V99 VALUE ZERO.
       77  WSS-CUSTO-USD              PIC 9(11)V99 VALUE ZERO.
       77  WSS-TOTAL-CUSTO            PIC 9(13)V99 VALUE ZERO.
       77  WSS-TOTAL-CUSTO-USD        PIC 9(13)V99 VALUE ZERO.
       77  WSS-QTD-ENTREGAS           PIC 9(04)   VALUE ZERO.
       77  WSS-MAX-ENTREGAS           PIC 9(04)   VALUE 1000.
       77  WSS-IDX-ENTREGA            PIC 9(04)   VALUE ZERO.
       77  WSS-IDX-ENTREGA-ACHADA     PIC 9(04)   VALUE ZERO.
       77  WSS-LINHAS-PAGINA          PIC 9(02)   VALUE ZERO.
       77  WSS-MAX-LINHAS             PIC 9(02)   VALUE 20.
       77  WSS-NUM-PAGINA             PIC 9(04)   VALUE ZERO.
      *
       01  WSS-TAB-ENTREGAS.
           05 WSS-ENTREGA-OCORRE      OCCURS 1000 TIMES.
              10 WSS-ENT-ORCAMENTO    PIC 9(06).
              10 WSS-ENT-DATA         PIC 9(08).
      *
       01  WSS-LINHA-CABECALHO.
           05 FILLER                  PIC X(10)  VALUE 'RELATORIO:'.
           05 WSS-CUS-CUSTO           PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                  PIC X(05)  VALUE ' USD='.
           05 WSS-CUS-CUSTO-USD       PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-CUS-PENDENTE        PIC X(01).
           05 FILLER                  PIC X(05)  VALUE SPACES.
      *
       01  WSS-LINHA-REJEICAO.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           COPY "RETCODES".
      *
           COPY "CICLSTEP".
      *
           COPY "CATPRECO".
      *
       77  WSS-NOME-STEP              PIC X(08)   VALUE 'STEP020'.
       77  WSS-JA-COMPLETO            PIC X(01)   VALUE 'N'.
           STOP RUN.

      *-----------------------------------------------------------*
      * ABRE OS ARQUIVOS E O CATALOGO (CATPRECO), CARREGA AS DATAS *
      * DE ENTREGA DOS ORCAMENTOS E IMPRIME O PRIMEIRO CABECALHO   *
      *-----------------------------------------------------------*
       ROT-ABERTURA.

              MOVE 'S' TO WSS-FIM-FIGSAIDA
           END-IF.

           MOVE 'A' TO LKS-PV-FUNCAO.

           CALL 'CATPRECO' USING LKS-CAT-PRECO.

           IF LKS-PV-OK
              MOVE 'S' TO WSS-CATALOGO-ABERTO
           ELSE
              DISPLAY '*** ERRO NA ABERTURA DO CATALOGO (CATPRECO) ***'
              MOVE 'S' TO WSS-FIM-FIGSAIDA
           END-IF.

                       FLG-RELCUS001
           END-IF.

           PERFORM ROT-CARREGA-ENTREGAS
              THRU ROT-CARREGA-ENTREGAS-EXIT.

           PERFORM ROT-IMPRIME-CABECALHO
              THRU ROT-IMPRIME-CABECALHO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * CARREGA A TABELA DE DATAS DE ENTREGA DO ARQUIVO ORCENTR -   *
      * SEM O ARQUIVO TODO ORCAMENTO E PRECIFICADO NA DATA DO CICLO *
      *-----------------------------------------------------------*
       ROT-CARREGA-ENTREGAS.

           OPEN INPUT ORCENTR.

           IF FLG-ORCENTR = '00'
              PERFORM ROT-LER-ORCENTR
                 THRU ROT-LER-ORCENTR-EXIT
                 UNTIL FIM-ORCENTR
              CLOSE ORCENTR
           ELSE
              DISPLAY '*** ORCENTR INDISPONIVEL - PRECO NA DATA DO '
                      'CICLO ***'
           END-IF.

       ROT-CARREGA-ENTREGAS-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE UMA DATA DE ENTREGA PARA A TABELA - DATA NAO NUMERICA E *
      * IGNORADA (O ORCAMENTO FICA NA DATA DO CICLO)               *
      *-----------------------------------------------------------*
       ROT-LER-ORCENTR.

           READ ORCENTR
              AT END
                 MOVE 'S' TO WSS-FIM-ORCENTR
           END-READ.

           IF FIM-ORCENTR
              GO TO ROT-LER-ORCENTR-EXIT
           END-IF.

           IF FLG-ORCENTR NOT = '00'
              MOVE 'S' TO WSS-FIM-ORCENTR
              GO TO ROT-LER-ORCENTR-EXIT
           END-IF.

           IF ORCB0001E-ORCAMENTO NOT NUMERIC
              OR ORCB0001E-DATA-ENTREGA NOT NUMERIC
              GO TO ROT-LER-ORCENTR-EXIT
           END-IF.

           IF WSS-QTD-ENTREGAS NOT < WSS-MAX-ENTREGAS
              DISPLAY '*** TABELA DE ENTREGAS ESGOTADA ***'
              MOVE 'S' TO WSS-FIM-ORCENTR
              GO TO ROT-LER-ORCENTR-EXIT
           END-IF.

           ADD 1 TO WSS-QTD-ENTREGAS.

           MOVE ORCB0001E-ORCAMENTO
             TO WSS-ENT-ORCAMENTO (WSS-QTD-ENTREGAS).
           MOVE ORCB0001E-DATA-ENTREGA
             TO WSS-ENT-DATA      (WSS-QTD-ENTREGAS).

       ROT-LER-ORCENTR-EXIT.

           EXIT.

              GO TO ROT-CUSTEIA-FIGURA-EXIT
           END-IF.

           PERFORM ROT-DATA-REFERENCIA
              THRU ROT-DATA-REFERENCIA-EXIT.

           MOVE 'C'                 TO LKS-PV-FUNCAO.
           MOVE FIGB0001S-MATERIAL  TO LKS-PV-CODIGO.
           MOVE WSS-DATA-REFERENCIA TO LKS-PV-DATA-REFERENCIA.
           MOVE 'USD'               TO LKS-PV-MOEDA-DESTINO.

           CALL 'CATPRECO' USING LKS-CAT-PRECO.

           IF NOT LKS-PV-OK
              EVALUATE TRUE
                 WHEN LKS-PV-NAO-CADASTRADO
                    MOVE 'MATERIAL SEM CADASTRO NO CATET001'
                      TO WSS-MOTIVO-REJEICAO
                 WHEN LKS-PV-ARQUIVADO
                    MOVE 'MATERIAL NO ARQUIVO MORTO (CATARQ)'
                      TO WSS-MOTIVO-REJEICAO
                 WHEN LKS-PV-NAO-ATIVO
                    MOVE 'MATERIAL NAO ATIVO NO CATALOGO'
                      TO WSS-MOTIVO-REJEICAO
                 WHEN LKS-PV-EXCLUIDO
                    MOVE 'MATERIAL EXCLUIDO ATE A DATA DE ENTREGA'
                      TO WSS-MOTIVO-REJEICAO
                 WHEN OTHER
                    MOVE 'ERRO NA CONSULTA DE PRECO DO MATERIAL'
                      TO WSS-MOTIVO-REJEICAO
              END-EVALUATE
              PERFORM ROT-REJEITA-FIGURA
                 THRU ROT-REJEITA-FIGURA-EXIT
              GO TO ROT-CUSTEIA-FIGURA-EXIT
           END-IF.

           COMPUTE WSS-CUSTO ROUNDED =
              FIGB0001S-AREA * LKS-PV-VALOR.

      *    MOEDA SEM TAXA NO CAMBTAB SAI COM CONVERTIDO ZERADO
           COMPUTE WSS-CUSTO-USD ROUNDED =
              WSS-CUSTO * LKS-PV-FATOR.

           IF LKS-PV-COM-PENDENTE
              ADD 1 TO WSS-CONT-COM-PENDENTE
           END-IF.

           ADD 1         TO WSS-CONT-CUSTEADAS.
           ADD WSS-CUSTO TO WSS-TOTAL-CUSTO.
           MOVE FIGB0001S-MATERIAL  TO FIGB0001C-MATERIAL.
           MOVE FIGB0001S-AREA      TO FIGB0001C-AREA.
           MOVE FIGB0001S-PERIMETRO TO FIGB0001C-PERIMETRO.
           MOVE LKS-PV-VALOR        TO FIGB0001C-VALOR-UNIT.
           MOVE LKS-PV-MOEDA        TO FIGB0001C-MOEDA.
           MOVE WSS-CUSTO           TO FIGB0001C-CUSTO.
           MOVE WSS-CUSTO-USD       TO FIGB0001C-CUSTO-USD.
           MOVE FIGB0001S-ORCAMENTO TO FIGB0001C-ORCAMENTO.
           MOVE FIGB0001S-CLIENTE   TO FIGB0001C-CLIENTE.
           MOVE LKS-PV-PENDENTE     TO FIGB0001C-PENDENTE.

      *    NA RETOMADA O CUSTO JA FOI GRAVADO PELA EXECUCAO
      *    ORIGINAL - O FIGCUSTO E DISP=MOD E DUPLICARIA
           MOVE FIGB0001S-AREA      TO WSS-CUS-AREA.
           MOVE WSS-CUSTO           TO WSS-CUS-CUSTO.
           MOVE WSS-CUSTO-USD       TO WSS-CUS-CUSTO-USD.

           IF LKS-PV-COM-PENDENTE
              MOVE 'P'              TO WSS-CUS-PENDENTE
           ELSE
              MOVE SPACE            TO WSS-CUS-PENDENTE
           END-IF.

           MOVE WSS-LINHA-CUSTEIO   TO RELCUS001-LINHA.

           PERFORM ROT-IMPRIME-LINHA
           EXIT.

      *-----------------------------------------------------------*
      * DATA DE REFERENCIA DO PRECO - A DATA DE ENTREGA DO         *
      * ORCAMENTO QUANDO POSTERIOR A DATA DO CICLO, SENAO A PROPRIA *
      * DATA DO CICLO                                               *
      *-----------------------------------------------------------*
       ROT-DATA-REFERENCIA.

           MOVE LKS-DATA-EXECUCAO TO WSS-DATA-REFERENCIA.
           MOVE ZERO              TO WSS-IDX-ENTREGA-ACHADA.

           IF FIGB0001S-ORCAMENTO NOT NUMERIC
              OR FIGB0001S-ORCAMENTO = ZERO
              GO TO ROT-DATA-REFERENCIA-EXIT
           END-IF.

           PERFORM ROT-PROCURA-ENTREGA
              THRU ROT-PROCURA-ENTREGA-EXIT
              VARYING WSS-IDX-ENTREGA FROM 1 BY 1
              UNTIL WSS-IDX-ENTREGA > WSS-QTD-ENTREGAS
                 OR WSS-IDX-ENTREGA-ACHADA > ZERO.

           IF WSS-IDX-ENTREGA-ACHADA > ZERO
              IF WSS-ENT-DATA (WSS-IDX-ENTREGA-ACHADA)
                 > LKS-DATA-EXECUCAO
                 MOVE WSS-ENT-DATA (WSS-IDX-ENTREGA-ACHADA)
                   TO WSS-DATA-REFERENCIA
                 ADD 1 TO WSS-CONT-ENTREGA-FUTURA
              END-IF
           END-IF.

       ROT-DATA-REFERENCIA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * COMPARA UMA ENTRADA DA TABELA DE ENTREGAS COM O ORCAMENTO  *
      * DA FIGURA                                                  *
      *-----------------------------------------------------------*
       ROT-PROCURA-ENTREGA.

           IF WSS-ENT-ORCAMENTO (WSS-IDX-ENTREGA) = FIGB0001S-ORCAMENTO
              MOVE WSS-IDX-ENTREGA TO WSS-IDX-ENTREGA-ACHADA
           END-IF.

       ROT-PROCURA-ENTREGA-EXIT.

           EXIT.

              THRU ROT-IMPRIME-LINHA-EXIT.

           CLOSE FIGSAIDA.
           IF CATALOGO-ABERTO
              MOVE 'F' TO LKS-PV-FUNCAO
              CALL 'CATPRECO' USING LKS-CAT-PRECO
           END-IF.
           CLOSE FIGCUSTO.
           CLOSE FIGCREJ.
           CLOSE RELCUS001.
           DISPLAY '* FIGURAS CUSTEADAS  = ' WSS-CONT-CUSTEADAS.
           DISPLAY '* FIGURAS REJEITADAS = '
                    WSS-CONT-REJEITADAS.
           DISPLAY '* ENTREGA FUTURA     = '
                    WSS-CONT-ENTREGA-FUTURA.
           DISPLAY '* COM PENDENTE (P)   = '
                    WSS-CONT-COM-PENDENTE.
           DISPLAY '***************************************'.

           IF NOT JA-COMPLETO
