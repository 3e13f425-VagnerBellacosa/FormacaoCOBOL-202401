      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : SUBPROGRAMA COMUM DE CONSULTA DE PRECO DO CATALOGO
      *            (BLOCO LKS-CAT-PRECO, COPY CATPRECO), COMPANHEIRO
      *            DO CHKDATA E DO DATCALC - RECEBE O CODIGO, A DATA
      *            DE REFERENCIA E A MOEDA DESTINO E DEVOLVE O PRECO
      *            EM VIGOR NAQUELA DATA, A SITUACAO DO ITEM, O VALOR
      *            CONVERTIDO PELO CAMBTAB E SE UM MOVIMENTO PENDENTE
      *            DE EFETIVACAO (CATPENDM) FOI APLICADO. OS
      *            PENDENTES COM DATA EFETIVA ATE A REFERENCIA SAO
      *            APLICADOS SOBRE O REGISTRO DO CATET001 NA ORDEM DA
      *            DATA EFETIVA E COM AS MESMAS REGRAS DO COBOL006
      *            (ALTERACAO SOBREPOE OS CAMPOS, MOEDA EM BRANCO
      *            PRESERVA A VIGENTE, ITEM BLOQUEADO NAO MUDA DE
      *            VALOR), PARA QUE O ORCAMENTO DE UMA ENTREGA FUTURA
      *            SAIA COM O PRECO QUE ESTARA VALENDO. CODIGO SEM
      *            CADASTRO E PROCURADO NO ARQUIVO MORTO (CATARQ) PARA
      *            DISTINGUIR O ARQUIVADO DO DESCONHECIDO
      * CPD      : INEFE
      *****************************************************************
      * HISTORICO DE ALTERACOES
      * 15/10/2026  VRB  VERSAO ORIGINAL DO PROGRAMA
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. CATPRECO.
       AUTHOR. VAGNER BELLACOSA.
       DATE-WRITTEN. 15/10/26 @ 22:00:00.
       DATE-COMPILED. 2026-10-15.
      *
      **********************
       ENVIRONMENT DIVISION.
      **********************
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
         SELECT CATET001        ASSIGN TO CATET001
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS CATB0001-CODIGO
         FILE STATUS FLG-CAT001.
      *
         SELECT OPTIONAL CATPENDM ASSIGN TO CATPENDM
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-CATPENDM.
      *
         SELECT OPTIONAL CATARQ  ASSIGN TO CATARQ
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-CATARQ.
      *
         SELECT OPTIONAL CAMBTAB ASSIGN TO CAMBTAB
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-CAMBTAB.
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
       FD  CATARQ
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
      *
       01  CATARQ-REGISTRO.
           05 CATARQ-IMAGEM.
              10 CATARQ-CODIGO        PIC X(05).
              10 CATARQ-DESCRICAO     PIC X(30).
              10 CATARQ-TIPO          PIC X(01).
              10 CATARQ-VALOR         PIC 9(07)V99.
              10 FILLER               PIC X(08).
              10 CATARQ-MOEDA         PIC X(03).
              10 CATARQ-SITUACAO      PIC X(01).
              10 FILLER               PIC X(23).
           05 CATARQ-DATA-MOVIMENTO   PIC 9(08).
           05 FILLER                  PIC X(12).
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
       WORKING-STORAGE SECTION.
      *
       77  FLG-CAT001                 PIC X(02).
       77  FLG-CATPENDM               PIC X(02).
       77  FLG-CATARQ                 PIC X(02).
       77  FLG-CAMBTAB                PIC X(02).
       77  WSS-FIM-CATPENDM           PIC X(01)   VALUE 'N'.
           88 FIM-CATPENDM                        VALUE 'S'.
       77  WSS-FIM-CATARQ             PIC X(01)   VALUE 'N'.
           88 FIM-CATARQ                          VALUE 'S'.
       77  WSS-FIM-CAMBTAB            PIC X(01)   VALUE 'N'.
           88 FIM-CAMBTAB                         VALUE 'S'.
       77  WSS-ABERTO                 PIC X(01)   VALUE 'N'.
           88 CATALOGO-ABERTO                     VALUE 'S'.
       77  WSS-EXISTE                 PIC X(01)   VALUE 'N'.
           88 ITEM-EXISTE                         VALUE 'S'.
       77  WSS-EXCLUIDO               PIC X(01)   VALUE 'N'.
           88 ITEM-EXCLUIDO                       VALUE 'S'.
       77  WSS-FIM-PENDENTES          PIC X(01)   VALUE 'N'.
           88 FIM-PENDENTES                       VALUE 'S'.
      *
       77  WSS-QTD-MOEDAS             PIC 9(02)   VALUE ZERO.
       77  WSS-MAX-MOEDAS             PIC 9(02)   VALUE 20.
       77  WSS-IDX-MOEDA              PIC 9(02)   VALUE ZERO.
       77  WSS-IDX-MOEDA-ACHADA       PIC 9(02)   VALUE ZERO.
       77  WSS-MOEDA-PROCURADA        PIC X(03)   VALUE SPACES.
       77  WSS-TAXA-ACHADA            PIC 9(03)V9(06) VALUE ZERO.
       77  WSS-MOEDA-ORIGEM           PIC X(03)   VALUE SPACES.
       77  WSS-MOEDA-DESTINO          PIC X(03)   VALUE SPACES.
       77  WSS-TAXA-ORIGEM            PIC 9(03)V9(06) VALUE ZERO.
       77  WSS-TAXA-DESTINO           PIC 9(03)V9(06) VALUE ZERO.
      *
       77  WSS-QTD-PENDENTES          PIC 9(03)   VALUE ZERO.
       77  WSS-MAX-PENDENTES          PIC 9(03)   VALUE 500.
       77  WSS-IDX-PEN                PIC 9(03)   VALUE ZERO.
       77  WSS-IDX-PEN-MENOR          PIC 9(03)   VALUE ZERO.
       77  WSS-CHAVE-PEN              PIC 9(11)   VALUE ZERO.
       77  WSS-CHAVE-MENOR            PIC 9(11)   VALUE ZERO.
       77  WSS-CHAVE-ULTIMA           PIC 9(11)   VALUE ZERO.
      *
      *    ITEM EM MONTAGEM - REGISTRO DO CATET001 COM OS PENDENTES
      *    EFETIVOS ATE A DATA DE REFERENCIA JA APLICADOS
      *
       01  WSS-ITEM.
           05 WSS-ITEM-DESCRICAO      PIC X(30).
           05 WSS-ITEM-TIPO           PIC X(01).
           05 WSS-ITEM-VALOR          PIC 9(07)V99.
           05 WSS-ITEM-MOEDA          PIC X(03).
           05 WSS-ITEM-SITUACAO       PIC X(01).
              88 WSS-ITEM-ATIVO                  VALUE 'A' SPACE.
              88 WSS-ITEM-BLOQUEADO              VALUE 'B'.
      *
       01  WSS-TAB-CAMBIO.
           05 WSS-CAMBIO-OCORRE       OCCURS 20 TIMES.
              10 WSS-CAMBIO-MOEDA     PIC X(03).
              10 WSS-CAMBIO-TAXA      PIC 9(03)V9(06).
      *
      *    MOVIMENTOS PENDENTES DE EFETIVACAO NA ORDEM DO CATPENDM
      *
       01  WSS-TAB-PENDENTES.
           05 WSS-PENDENTE-OCORRE     OCCURS 500 TIMES.
              10 WSS-PEN-CODIGO       PIC 9(05).
              10 WSS-PEN-ACAO         PIC X(01).
              10 WSS-PEN-DATA         PIC 9(08).
              10 WSS-PEN-DESCRICAO    PIC X(30).
              10 WSS-PEN-TIPO         PIC X(01).
              10 WSS-PEN-VALOR        PIC 9(07)V99.
              10 WSS-PEN-MOEDA        PIC X(03).
              10 WSS-PEN-SITUACAO     PIC X(01).
      *
           COPY "CHKDATA".
      *
       LINKAGE SECTION.
      *
           COPY "CATPRECO".

      *-------------------------------------
       PROCEDURE DIVISION USING LKS-CAT-PRECO.
      *
       ROT-PRINCIPAL.

           EVALUATE TRUE
              WHEN LKS-PV-ABRE
                 PERFORM ROT-ABRE
                    THRU ROT-ABRE-EXIT
              WHEN LKS-PV-CONSULTA
                 PERFORM ROT-CONSULTA
                    THRU ROT-CONSULTA-EXIT
              WHEN LKS-PV-FECHA
                 PERFORM ROT-FECHA
                    THRU ROT-FECHA-EXIT
              WHEN OTHER
                 MOVE '9' TO LKS-PV-RETORNO
           END-EVALUATE.

           GOBACK.

      *-----------------------------------------------------------*
      * ABRE O CATET001 E CARREGA AS TABELAS DE CAMBIO E DE        *
      * PENDENTES - SEM O CAMBTAB NAO HA CONVERSAO, SEM O CATPENDM *
      * VALE SO O PRECO DO CATALOGO                                *
      *-----------------------------------------------------------*
       ROT-ABRE.

           MOVE '0' TO LKS-PV-RETORNO.

           IF CATALOGO-ABERTO
              GO TO ROT-ABRE-EXIT
           END-IF.

           OPEN INPUT CATET001.

           IF FLG-CAT001 NOT = '00'
              DISPLAY '*** CATPRECO - ERRO NA ABERTURA DO CATET001 *** '
                      'FLG = ' FLG-CAT001
              MOVE '9' TO LKS-PV-RETORNO
              GO TO ROT-ABRE-EXIT
           END-IF.

           MOVE 'S' TO WSS-ABERTO.

           MOVE ZERO TO WSS-QTD-MOEDAS.
           MOVE 'N'  TO WSS-FIM-CAMBTAB.

           OPEN INPUT CAMBTAB.

           IF FLG-CAMBTAB = '00'
              PERFORM ROT-LER-CAMBTAB
                 THRU ROT-LER-CAMBTAB-EXIT
                 UNTIL FIM-CAMBTAB
              CLOSE CAMBTAB
           ELSE
              DISPLAY '*** CATPRECO - CAMBTAB INDISPONIVEL - SEM '
                      'CONVERSAO ***'
           END-IF.

           MOVE ZERO TO WSS-QTD-PENDENTES.
           MOVE 'N'  TO WSS-FIM-CATPENDM.

           OPEN INPUT CATPENDM.

           IF FLG-CATPENDM = '00'
              PERFORM ROT-LER-CATPENDM
                 THRU ROT-LER-CATPENDM-EXIT
                 UNTIL FIM-CATPENDM
              CLOSE CATPENDM
           ELSE
              DISPLAY '*** CATPRECO - CATPENDM INDISPONIVEL - SEM '
                      'PENDENTES ***'
           END-IF.

       ROT-ABRE-EXIT.

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
                    DISPLAY '*** CATPRECO - TABELA DE CAMBIO '
                            'ESGOTADA ***'
                    MOVE 'S' TO WSS-FIM-CAMBTAB
                 END-IF
              ELSE
                 MOVE 'S' TO WSS-FIM-CAMBTAB
              END-IF
           END-IF.

       ROT-LER-CAMBTAB-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE UM MOVIMENTO PENDENTE PARA A TABELA - HEADER, TRAILER E *
      * MOVIMENTO SEM DATA EFETIVA NUMERICA SAO IGNORADOS          *
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
              DISPLAY '*** CATPRECO - ERRO NA LEITURA DO CATPENDM *** '
                      'FLG = ' FLG-CATPENDM
              MOVE 'S' TO WSS-FIM-CATPENDM
              GO TO ROT-LER-CATPENDM-EXIT
           END-IF.

           IF CATB0001M-HDR-INDICADOR = 'HEADR'
              OR CATB0001M-TRL-INDICADOR = 'TRAIL'
              GO TO ROT-LER-CATPENDM-EXIT
           END-IF.

           IF CATB0001M-CODIGO NOT NUMERIC
              OR CATB0001M-DATA-EFETIVA NOT NUMERIC
              GO TO ROT-LER-CATPENDM-EXIT
           END-IF.

           IF WSS-QTD-PENDENTES NOT < WSS-MAX-PENDENTES
              DISPLAY '*** CATPRECO - TABELA DE PENDENTES ESGOTADA *** '
                      'COD = ' CATB0001M-CODIGO
              MOVE 'S' TO WSS-FIM-CATPENDM
              GO TO ROT-LER-CATPENDM-EXIT
           END-IF.

           ADD 1 TO WSS-QTD-PENDENTES.

           MOVE CATB0001M-CODIGO
             TO WSS-PEN-CODIGO    (WSS-QTD-PENDENTES).
           MOVE CATB0001M-ACAO
             TO WSS-PEN-ACAO      (WSS-QTD-PENDENTES).
           MOVE CATB0001M-DATA-EFETIVA
             TO WSS-PEN-DATA      (WSS-QTD-PENDENTES).
           MOVE CATB0001M-DESCRICAO
             TO WSS-PEN-DESCRICAO (WSS-QTD-PENDENTES).
           MOVE CATB0001M-TIPO
             TO WSS-PEN-TIPO      (WSS-QTD-PENDENTES).
           MOVE CATB0001M-MOEDA
             TO WSS-PEN-MOEDA     (WSS-QTD-PENDENTES).
           MOVE CATB0001M-SITUACAO
             TO WSS-PEN-SITUACAO  (WSS-QTD-PENDENTES).

           IF CATB0001M-VALOR NUMERIC
              MOVE CATB0001M-VALOR
                TO WSS-PEN-VALOR  (WSS-QTD-PENDENTES)
           ELSE
              MOVE ZERO
                TO WSS-PEN-VALOR  (WSS-QTD-PENDENTES)
           END-IF.

       ROT-LER-CATPENDM-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CONSULTA O PRECO DO CODIGO EM VIGOR NA DATA DE REFERENCIA  *
      *-----------------------------------------------------------*
       ROT-CONSULTA.

           MOVE SPACES TO LKS-PV-DESCRICAO
                          LKS-PV-TIPO
                          LKS-PV-MOEDA
                          LKS-PV-SITUACAO.
           MOVE ZERO   TO LKS-PV-VALOR
                          LKS-PV-FATOR
                          LKS-PV-VALOR-CONVERTIDO
                          LKS-PV-DATA-EFETIVA
                          LKS-PV-DATA-FUTURO
                          LKS-PV-DATA-ARQUIVO.
           MOVE 'N'    TO LKS-PV-CONVERSAO
                          LKS-PV-PENDENTE
                          LKS-PV-FUTURO.

           IF NOT CATALOGO-ABERTO
              MOVE '9' TO LKS-PV-RETORNO
              GO TO ROT-CONSULTA-EXIT
           END-IF.

           MOVE LKS-PV-DATA-REFERENCIA TO LKS-CD-DATA.

           CALL 'CHKDATA' USING LKS-CHECK-DATE.

           IF LKS-CD-INVALIDA
              MOVE '8' TO LKS-PV-RETORNO
              GO TO ROT-CONSULTA-EXIT
           END-IF.

           MOVE 'N' TO WSS-EXISTE.
           MOVE 'N' TO WSS-EXCLUIDO.
           MOVE LKS-PV-CODIGO TO CATB0001-CODIGO.

           READ CATET001
              KEY IS CATB0001-CODIGO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'S'                TO WSS-EXISTE
                 MOVE CATB0001-DESCRICAO TO WSS-ITEM-DESCRICAO
                 MOVE CATB0001-TIPO      TO WSS-ITEM-TIPO
                 MOVE CATB0001-VALOR     TO WSS-ITEM-VALOR
                 MOVE CATB0001-MOEDA     TO WSS-ITEM-MOEDA
                 MOVE CATB0001-SITUACAO  TO WSS-ITEM-SITUACAO
           END-READ.

           MOVE ZERO TO WSS-CHAVE-ULTIMA.
           MOVE 'N'  TO WSS-FIM-PENDENTES.

           PERFORM ROT-APLICA-PROXIMO
              THRU ROT-APLICA-PROXIMO-EXIT
              UNTIL FIM-PENDENTES.

           IF NOT ITEM-EXISTE
              IF ITEM-EXCLUIDO
                 MOVE '4' TO LKS-PV-RETORNO
              ELSE
                 PERFORM ROT-PROCURA-ARQUIVO
                    THRU ROT-PROCURA-ARQUIVO-EXIT
              END-IF
              GO TO ROT-CONSULTA-EXIT
           END-IF.

           MOVE WSS-ITEM-DESCRICAO TO LKS-PV-DESCRICAO.
           MOVE WSS-ITEM-TIPO      TO LKS-PV-TIPO.
           MOVE WSS-ITEM-VALOR     TO LKS-PV-VALOR.
           MOVE WSS-ITEM-MOEDA     TO LKS-PV-MOEDA.
           MOVE WSS-ITEM-SITUACAO  TO LKS-PV-SITUACAO.

           IF WSS-ITEM-ATIVO
              MOVE '0' TO LKS-PV-RETORNO
           ELSE
              MOVE '3' TO LKS-PV-RETORNO
           END-IF.

           PERFORM ROT-CONVERTE
              THRU ROT-CONVERTE-EXIT.

       ROT-CONSULTA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LOCALIZA O PROXIMO PENDENTE DO CODIGO, EM ORDEM DE DATA    *
      * EFETIVA E DE CHEGADA, JA EFETIVO NA DATA DE REFERENCIA, E  *
      * O APLICA; DE PASSAGEM REGISTRA A PRIMEIRA DATA POSTERIOR   *
      *-----------------------------------------------------------*
       ROT-APLICA-PROXIMO.

           MOVE ZERO TO WSS-CHAVE-MENOR.
           MOVE ZERO TO WSS-IDX-PEN-MENOR.

           PERFORM ROT-TESTA-PENDENTE
              THRU ROT-TESTA-PENDENTE-EXIT
              VARYING WSS-IDX-PEN FROM 1 BY 1
              UNTIL WSS-IDX-PEN > WSS-QTD-PENDENTES.

           IF WSS-IDX-PEN-MENOR = ZERO
              MOVE 'S' TO WSS-FIM-PENDENTES
              GO TO ROT-APLICA-PROXIMO-EXIT
           END-IF.

           MOVE WSS-CHAVE-MENOR TO WSS-CHAVE-ULTIMA.

           PERFORM ROT-APLICA-PENDENTE
              THRU ROT-APLICA-PENDENTE-EXIT.

       ROT-APLICA-PROXIMO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * AVALIA UMA ENTRADA DA TABELA DE PENDENTES PARA O CODIGO    *
      * CONSULTADO                                                 *
      *-----------------------------------------------------------*
       ROT-TESTA-PENDENTE.

           IF WSS-PEN-CODIGO (WSS-IDX-PEN) NOT = LKS-PV-CODIGO
              GO TO ROT-TESTA-PENDENTE-EXIT
           END-IF.

           IF WSS-PEN-DATA (WSS-IDX-PEN) > LKS-PV-DATA-REFERENCIA
              IF LKS-PV-DATA-FUTURO = ZERO
                 OR WSS-PEN-DATA (WSS-IDX-PEN) < LKS-PV-DATA-FUTURO
                 MOVE 'S' TO LKS-PV-FUTURO
                 MOVE WSS-PEN-DATA (WSS-IDX-PEN) TO LKS-PV-DATA-FUTURO
              END-IF
              GO TO ROT-TESTA-PENDENTE-EXIT
           END-IF.

           COMPUTE WSS-CHAVE-PEN =
              WSS-PEN-DATA (WSS-IDX-PEN) * 1000 + WSS-IDX-PEN.

           IF WSS-CHAVE-PEN > WSS-CHAVE-ULTIMA
              IF WSS-CHAVE-MENOR = ZERO
                 OR WSS-CHAVE-PEN < WSS-CHAVE-MENOR
                 MOVE WSS-CHAVE-PEN TO WSS-CHAVE-MENOR
                 MOVE WSS-IDX-PEN   TO WSS-IDX-PEN-MENOR
              END-IF
           END-IF.

       ROT-TESTA-PENDENTE-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * APLICA O PENDENTE SOBRE O ITEM EM MONTAGEM COM AS REGRAS   *
      * DO COBOL006 - MOVIMENTO QUE O COBOL006 REJEITARIA (CHAVE   *
      * JA EXISTENTE NA INCLUSAO, INEXISTENTE NAS DEMAIS, VALOR    *
      * NOVO EM ITEM BLOQUEADO, SITUACAO INVALIDA) NAO MUDA NADA   *
      *-----------------------------------------------------------*
       ROT-APLICA-PENDENTE.

           MOVE WSS-IDX-PEN-MENOR TO WSS-IDX-PEN.

           EVALUATE WSS-PEN-ACAO (WSS-IDX-PEN)
              WHEN 'A'
                 IF ITEM-EXISTE
                    GO TO ROT-APLICA-PENDENTE-EXIT
                 END-IF
                 MOVE 'S' TO WSS-EXISTE
                 MOVE 'N' TO WSS-EXCLUIDO
                 MOVE WSS-PEN-DESCRICAO (WSS-IDX-PEN)
                   TO WSS-ITEM-DESCRICAO
                 MOVE WSS-PEN-TIPO      (WSS-IDX-PEN) TO WSS-ITEM-TIPO
                 MOVE WSS-PEN-VALOR     (WSS-IDX-PEN) TO WSS-ITEM-VALOR
                 MOVE WSS-PEN-MOEDA     (WSS-IDX-PEN) TO WSS-ITEM-MOEDA
                 IF WSS-PEN-SITUACAO (WSS-IDX-PEN) = SPACE
                    MOVE 'A' TO WSS-ITEM-SITUACAO
                 ELSE
                    MOVE WSS-PEN-SITUACAO (WSS-IDX-PEN)
                      TO WSS-ITEM-SITUACAO
                 END-IF
              WHEN 'C'
                 IF NOT ITEM-EXISTE
                    GO TO ROT-APLICA-PENDENTE-EXIT
                 END-IF
                 IF WSS-ITEM-BLOQUEADO
                    AND WSS-PEN-VALOR (WSS-IDX-PEN) NOT = WSS-ITEM-VALOR
                    GO TO ROT-APLICA-PENDENTE-EXIT
                 END-IF
                 MOVE WSS-PEN-DESCRICAO (WSS-IDX-PEN)
                   TO WSS-ITEM-DESCRICAO
                 MOVE WSS-PEN-TIPO      (WSS-IDX-PEN) TO WSS-ITEM-TIPO
                 MOVE WSS-PEN-VALOR     (WSS-IDX-PEN) TO WSS-ITEM-VALOR
                 IF WSS-PEN-MOEDA (WSS-IDX-PEN) NOT = SPACES
                    MOVE WSS-PEN-MOEDA  (WSS-IDX-PEN) TO WSS-ITEM-MOEDA
                 END-IF
              WHEN 'D'
                 IF NOT ITEM-EXISTE
                    GO TO ROT-APLICA-PENDENTE-EXIT
                 END-IF
                 MOVE 'N' TO WSS-EXISTE
                 MOVE 'S' TO WSS-EXCLUIDO
              WHEN 'S'
                 IF NOT ITEM-EXISTE
                    GO TO ROT-APLICA-PENDENTE-EXIT
                 END-IF
                 IF WSS-PEN-SITUACAO (WSS-IDX-PEN) NOT = 'A'
                    AND WSS-PEN-SITUACAO (WSS-IDX-PEN) NOT = 'B'
                    AND WSS-PEN-SITUACAO (WSS-IDX-PEN) NOT = 'D'
                    AND WSS-PEN-SITUACAO (WSS-IDX-PEN) NOT = 'P'
                    GO TO ROT-APLICA-PENDENTE-EXIT
                 END-IF
                 MOVE WSS-PEN-SITUACAO (WSS-IDX-PEN)
                   TO WSS-ITEM-SITUACAO
              WHEN OTHER
                 GO TO ROT-APLICA-PENDENTE-EXIT
           END-EVALUATE.

           MOVE 'S' TO LKS-PV-PENDENTE.
           MOVE WSS-PEN-DATA (WSS-IDX-PEN) TO LKS-PV-DATA-EFETIVA.

       ROT-APLICA-PENDENTE-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CODIGO SEM CADASTRO NA DATA - PROCURA NO ARQUIVO MORTO     *
      * PARA DEVOLVER ARQUIVADO (COM A DATA E A ULTIMA IMAGEM) EM  *
      * VEZ DE DESCONHECIDO                                        *
      *-----------------------------------------------------------*
       ROT-PROCURA-ARQUIVO.

           MOVE '1' TO LKS-PV-RETORNO.
           MOVE 'N' TO WSS-FIM-CATARQ.

           OPEN INPUT CATARQ.

           IF FLG-CATARQ NOT = '00'
              GO TO ROT-PROCURA-ARQUIVO-EXIT
           END-IF.

           PERFORM ROT-LER-CATARQ
              THRU ROT-LER-CATARQ-EXIT
              UNTIL FIM-CATARQ.

           CLOSE CATARQ.

       ROT-PROCURA-ARQUIVO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE UM REGISTRO DO ARQUIVO MORTO E PARA NO CODIGO PROCURADO *
      *-----------------------------------------------------------*
       ROT-LER-CATARQ.

           READ CATARQ
              AT END
                 MOVE 'S' TO WSS-FIM-CATARQ
           END-READ.

           IF FIM-CATARQ
              GO TO ROT-LER-CATARQ-EXIT
           END-IF.

           IF FLG-CATARQ NOT = '00'
              MOVE 'S' TO WSS-FIM-CATARQ
              GO TO ROT-LER-CATARQ-EXIT
           END-IF.

           IF CATARQ-CODIGO = LKS-PV-CODIGO
              MOVE 'S'                   TO WSS-FIM-CATARQ
              MOVE '2'                   TO LKS-PV-RETORNO
              MOVE CATARQ-DESCRICAO      TO LKS-PV-DESCRICAO
              MOVE CATARQ-TIPO           TO LKS-PV-TIPO
              MOVE CATARQ-MOEDA          TO LKS-PV-MOEDA
              MOVE CATARQ-SITUACAO       TO LKS-PV-SITUACAO
              MOVE CATARQ-DATA-MOVIMENTO TO LKS-PV-DATA-ARQUIVO
              IF CATARQ-VALOR NUMERIC
                 MOVE CATARQ-VALOR       TO LKS-PV-VALOR
              END-IF
           END-IF.

       ROT-LER-CATARQ-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CONVERTE O PRECO PARA A MOEDA DESTINO - FATOR = TAXA DA    *
      * MOEDA DO ITEM / TAXA DA MOEDA DESTINO (MOEDA EM BRANCO     *
      * VALE 'BRL'; O DOLAR, BASE DAS TAXAS, VALE 1 QUANDO NAO     *
      * ESTIVER NA TABELA); MOEDA SEM TAXA DEVOLVE ZERO            *
      *-----------------------------------------------------------*
       ROT-CONVERTE.

           IF WSS-ITEM-MOEDA = SPACES
              MOVE 'BRL'            TO WSS-MOEDA-ORIGEM
           ELSE
              MOVE WSS-ITEM-MOEDA   TO WSS-MOEDA-ORIGEM
           END-IF.

           IF LKS-PV-MOEDA-DESTINO = SPACES
              MOVE 'BRL'                 TO WSS-MOEDA-DESTINO
           ELSE
              MOVE LKS-PV-MOEDA-DESTINO  TO WSS-MOEDA-DESTINO
           END-IF.

           IF WSS-MOEDA-ORIGEM = WSS-MOEDA-DESTINO
              MOVE 1   TO LKS-PV-FATOR
              MOVE 'S' TO LKS-PV-CONVERSAO
              MOVE WSS-ITEM-VALOR TO LKS-PV-VALOR-CONVERTIDO
              GO TO ROT-CONVERTE-EXIT
           END-IF.

           MOVE WSS-MOEDA-ORIGEM TO WSS-MOEDA-PROCURADA.

           PERFORM ROT-BUSCA-TAXA
              THRU ROT-BUSCA-TAXA-EXIT.

           MOVE WSS-TAXA-ACHADA TO WSS-TAXA-ORIGEM.

           MOVE WSS-MOEDA-DESTINO TO WSS-MOEDA-PROCURADA.

           PERFORM ROT-BUSCA-TAXA
              THRU ROT-BUSCA-TAXA-EXIT.

           MOVE WSS-TAXA-ACHADA TO WSS-TAXA-DESTINO.

           IF WSS-TAXA-ORIGEM = ZERO
              OR WSS-TAXA-DESTINO = ZERO
              GO TO ROT-CONVERTE-EXIT
           END-IF.

           COMPUTE LKS-PV-FATOR ROUNDED =
              WSS-TAXA-ORIGEM / WSS-TAXA-DESTINO.

           COMPUTE LKS-PV-VALOR-CONVERTIDO ROUNDED =
              WSS-ITEM-VALOR * WSS-TAXA-ORIGEM / WSS-TAXA-DESTINO.

           MOVE 'S' TO LKS-PV-CONVERSAO.

       ROT-CONVERTE-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LOCALIZA A TAXA DA MOEDA PROCURADA (ZERO SE NAO HOUVER)    *
      *-----------------------------------------------------------*
       ROT-BUSCA-TAXA.

           MOVE ZERO TO WSS-IDX-MOEDA-ACHADA.
           MOVE ZERO TO WSS-TAXA-ACHADA.

           PERFORM ROT-PROCURA-MOEDA
              THRU ROT-PROCURA-MOEDA-EXIT
              VARYING WSS-IDX-MOEDA FROM 1 BY 1
              UNTIL WSS-IDX-MOEDA > WSS-QTD-MOEDAS
                 OR WSS-IDX-MOEDA-ACHADA > ZERO.

           IF WSS-IDX-MOEDA-ACHADA = ZERO
              AND WSS-MOEDA-PROCURADA = 'USD'
              MOVE 1 TO WSS-TAXA-ACHADA
           END-IF.

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
      * FECHA O CATET001 - A PROXIMA ABERTURA RECARREGA AS TABELAS *
      *-----------------------------------------------------------*
       ROT-FECHA.

           MOVE '0' TO LKS-PV-RETORNO.

           IF CATALOGO-ABERTO
              CLOSE CATET001
              MOVE 'N' TO WSS-ABERTO
           END-IF.

       ROT-FECHA-EXIT.

           EXIT.

       END PROGRAM CATPRECO.

      ********************** FIM DO PROGRAMA ***************************
