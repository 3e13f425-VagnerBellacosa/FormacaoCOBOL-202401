      *                  (HEADER COM DATA/ORIGEM E TRAILER COM
      *                  QUANTIDADE/HASH), EXIGENCIA DO CONTROLE DE
      *                  HEADER/TRAILER DO CATMOVTO NO COBOL006
      * 15/10/2026  VRB  INCLUIDO O CADASTRO DE FORNECEDORES (FORCAD,
      *                  LAYOUT FORB0001F, MESMA ORDEM DO FEED),
      *                  CONSULTADO ANTES DO DE/PARA - FORNECEDOR SEM
      *                  CADASTRO OU BLOQUEADO E PRECO EM MOEDA
      *                  DIFERENTE DA CADASTRADA VAO PARA O FORPEND
      *                  COM MOTIVO PROPRIO; FEED SEM MOEDA ASSUME A
      *                  DO FORNECEDOR. O RELFOR001 PASSA A MOSTRAR O
      *                  NOME DO FORNECEDOR NA QUEBRA DAS EXCECOES
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
      *
         SELECT FORXREF         ASSIGN TO FORXREF
         FILE STATUS FLG-FORXREF.
      *
         SELECT FORCAD          ASSIGN TO FORCAD
         FILE STATUS FLG-FORCAD.
      *
         SELECT CATET001        ASSIGN TO CATET001
         ORGANIZATION IS INDEXED
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY "FORB0001X".
      *
       FD  FORCAD
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY "FORB0001F".
      *
       FD  CATET001
           LABEL RECORDS ARE STANDARD
      *
       77  FLG-FORFEED                PIC X(02).
       77  FLG-FORXREF                PIC X(02).
       77  FLG-FORCAD                 PIC X(02).
       77  FLG-CAT001                 PIC X(02).
       77  FLG-FORMOVTO               PIC X(02).
       77  FLG-FORPEND                PIC X(02).
           88 FIM-FORFEED                         VALUE 'S'.
       77  WSS-FIM-FORXREF            PIC X(01)   VALUE 'N'.
           88 FIM-FORXREF                         VALUE 'S'.
       77  WSS-FIM-FORCAD             PIC X(01)   VALUE 'N'.
           88 FIM-FORCAD                          VALUE 'S'.
       77  WSS-CONT-LIDOS             PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-TRADUZIDOS        PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-PENDENTES         PIC 9(07)   VALUE ZERO.
       77  WSS-NUM-PAGINA             PIC 9(04)   VALUE ZERO.
       77  WSS-DATA-HOJE              PIC 9(08)   VALUE ZERO.
       77  WSS-LOTE-HASH              PIC 9(11)   VALUE ZERO.
       77  WSS-MOEDA-FEED             PIC X(03)   VALUE SPACES.
       77  WSS-ACHOU-FORNECEDOR       PIC X(01)   VALUE 'N'.
           88 ACHOU-FORNECEDOR                    VALUE 'S'.
       77  WSS-CONT-FORN-RECUSADOS    PIC 9(07)   VALUE ZERO.
      *
       01  WSS-CHAVE-FEED.
           05 WSS-FEED-FORNECEDOR     PIC 9(05).
       01  WSS-CHAVE-XREF.
           05 WSS-XREF-FORNECEDOR     PIC 9(05).
           05 WSS-XREF-ITEM           PIC X(15).
      *
       01  WSS-CHAVE-FORCAD.
           05 WSS-FCAD-FORNECEDOR     PIC 9(05).
      *
       01  WSS-CHAVE-FEED-FORN.
           05 WSS-FFOR-FORNECEDOR     PIC 9(05).
      *
       01  WSS-ULT-FORN-IMPRESSO.
           05 WSS-UFI-FORNECEDOR      PIC 9(05).
      *
       01  WSS-CHAVE-ALTA             PIC X(20)   VALUE HIGH-VALUES.
      *
           05 WSS-EXC-PRECO           PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WSS-EXC-MOTIVO          PIC X(38).
      *
       01  WSS-LINHA-FORNECEDOR.
           05 FILLER                  PIC X(12)  VALUE 'FORNECEDOR: '.
           05 WSS-FOR-FORNECEDOR      PIC 9(05).
           05 FILLER                  PIC X(03)  VALUE ' - '.
           05 WSS-FOR-NOME            PIC X(30).
           05 FILLER                  PIC X(08)  VALUE ' MOEDA: '.
           05 WSS-FOR-MOEDA           PIC X(03).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WSS-FOR-SITUACAO        PIC X(17).
      *
           COPY "VARTAB".
      *
           IF NOT FIM-TRADUCAO
              PERFORM ROT-LER-FORXREF
                 THRU ROT-LER-FORXREF-EXIT
              PERFORM ROT-LER-FORCAD
                 THRU ROT-LER-FORCAD-EXIT
              PERFORM ROT-PROCESSA-FEED
                 THRU ROT-PROCESSA-FEED-EXIT
                 UNTIL FIM-FORFEED
              MOVE 'S' TO WSS-FIM-FORFEED
           END-IF.

           OPEN INPUT  FORCAD.

           IF FLG-FORCAD NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO FORCAD *** FLG = '
                       FLG-FORCAD
              MOVE 'S' TO WSS-FIM-TRADUCAO
              MOVE 'S' TO WSS-FIM-FORFEED
           END-IF.

           OPEN INPUT  CATET001.

           IF FLG-CAT001 NOT = '00'
              WRITE CATB0001M
           END-IF.

           MOVE ZERO TO WSS-UFI-FORNECEDOR.

           PERFORM ROT-IMPRIME-CABECALHO
              THRU ROT-IMPRIME-CABECALHO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE O PROXIMO FORNECEDOR DO CADASTRO; NO FIM DO ARQUIVO A   *
      * CHAVE RECEBE O VALOR ALTO PARA ESGOTAR O CASAMENTO         *
      *-----------------------------------------------------------*
       ROT-LER-FORCAD.

           READ FORCAD
              AT END
                 MOVE 'S'            TO WSS-FIM-FORCAD
                 MOVE WSS-CHAVE-ALTA TO WSS-CHAVE-FORCAD
           END-READ.

           IF NOT FIM-FORCAD
              IF FLG-FORCAD = '00'
                 MOVE FORB0001F-FORNECEDOR TO WSS-FCAD-FORNECEDOR
              ELSE
                 DISPLAY '*** ERRO NA LEITURA DO FORCAD *** FLG = '
                          FLG-FORCAD
                 MOVE 'S'            TO WSS-FIM-FORCAD
                 MOVE WSS-CHAVE-ALTA TO WSS-CHAVE-FORCAD
              END-IF
           END-IF.

       ROT-LER-FORCAD-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE UMA LINHA DO FEED, VALIDA O FORNECEDOR, LOCALIZA O      *
      * DE/PARA E TRADUZ OU PENDENCIA O ITEM                       *
      *-----------------------------------------------------------*
       ROT-PROCESSA-FEED.

                 ADD 1 TO WSS-CONT-LIDOS
                 MOVE FORB0001-FORNECEDOR TO WSS-FEED-FORNECEDOR
                 MOVE FORB0001-ITEM-FORN  TO WSS-FEED-ITEM
                 PERFORM ROT-TRATA-LINHA-FEED
                    THRU ROT-TRATA-LINHA-FEED-EXIT
              ELSE
                 DISPLAY '*** ERRO NA LEITURA DO FORFEED *** FLG = '
                          FLG-FORFEED

           EXIT.

      *-----------------------------------------------------------*
      * CONFERE O FORNECEDOR DA LINHA NO CADASTRO ANTES DO DE/PARA *
      * - SEM CADASTRO, BLOQUEADO OU PRECO EM MOEDA DIFERENTE DA   *
      * CADASTRADA VAI PARA O FORPEND SEM CHEGAR AO CATMOVTO       *
      *-----------------------------------------------------------*
       ROT-TRATA-LINHA-FEED.

           MOVE FORB0001-FORNECEDOR TO WSS-FFOR-FORNECEDOR.

           PERFORM ROT-POSICIONA-FORCAD
              THRU ROT-POSICIONA-FORCAD-EXIT.

           IF NOT FIM-FORCAD
              AND WSS-CHAVE-FORCAD = WSS-CHAVE-FEED-FORN
              MOVE 'S' TO WSS-ACHOU-FORNECEDOR
           ELSE
              MOVE 'N' TO WSS-ACHOU-FORNECEDOR
           END-IF.

           IF NOT ACHOU-FORNECEDOR
              MOVE 'FORNECEDOR SEM CADASTRO NO FORCAD'
                TO WSS-MOTIVO-PENDENCIA
              PERFORM ROT-RECUSA-FORNECEDOR
                 THRU ROT-RECUSA-FORNECEDOR-EXIT
              GO TO ROT-TRATA-LINHA-FEED-EXIT
           END-IF.

           IF NOT FORB0001F-ATIVO
              MOVE 'FORNECEDOR BLOQUEADO NO FORCAD'
                TO WSS-MOTIVO-PENDENCIA
              PERFORM ROT-RECUSA-FORNECEDOR
                 THRU ROT-RECUSA-FORNECEDOR-EXIT
              GO TO ROT-TRATA-LINHA-FEED-EXIT
           END-IF.

      *    FEED SEM MOEDA E COTADO NA MOEDA DO FORNECEDOR
           IF FORB0001-MOEDA = SPACES
              MOVE FORB0001F-MOEDA TO WSS-MOEDA-FEED
           ELSE
              MOVE FORB0001-MOEDA  TO WSS-MOEDA-FEED
           END-IF.

           IF FORB0001F-MOEDA NOT = SPACES
              AND WSS-MOEDA-FEED NOT = FORB0001F-MOEDA
              MOVE 'MOEDA DIFERENTE DA DO FORNECEDOR'
                TO WSS-MOTIVO-PENDENCIA
              PERFORM ROT-RECUSA-FORNECEDOR
                 THRU ROT-RECUSA-FORNECEDOR-EXIT
              GO TO ROT-TRATA-LINHA-FEED-EXIT
           END-IF.

           PERFORM ROT-POSICIONA-XREF
              THRU ROT-POSICIONA-XREF-EXIT.

           IF NOT FIM-FORXREF
              AND WSS-CHAVE-XREF = WSS-CHAVE-FEED
              PERFORM ROT-TRADUZ-ITEM
                 THRU ROT-TRADUZ-ITEM-EXIT
           ELSE
              MOVE 'ITEM SEM DE/PARA NO FORXREF'
                TO WSS-MOTIVO-PENDENCIA
              PERFORM ROT-PENDENCIA-ITEM
                 THRU ROT-PENDENCIA-ITEM-EXIT
           END-IF.

       ROT-TRATA-LINHA-FEED-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * AVANCA O CADASTRO DE FORNECEDORES ATE O FORNECEDOR DA      *
      * LINHA DO FEED (OS DOIS ARQUIVOS ESTAO EM ORDEM DE          *
      * FORNECEDOR)                                                *
      *-----------------------------------------------------------*
       ROT-POSICIONA-FORCAD.

           PERFORM ROT-LER-FORCAD
              THRU ROT-LER-FORCAD-EXIT
              UNTIL WSS-CHAVE-FORCAD NOT < WSS-CHAVE-FEED-FORN.

       ROT-POSICIONA-FORCAD-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * PENDENCIA DA LINHA RECUSADA PELO CADASTRO DE FORNECEDORES  *
      *-----------------------------------------------------------*
       ROT-RECUSA-FORNECEDOR.

           ADD 1 TO WSS-CONT-FORN-RECUSADOS.

           PERFORM ROT-PENDENCIA-ITEM
              THRU ROT-PENDENCIA-ITEM-EXIT.

       ROT-RECUSA-FORNECEDOR-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * AVANCA O DE/PARA ATE A CHAVE DO FEED EM PROCESSAMENTO (OS  *
      * DOIS ARQUIVOS ESTAO ORDENADOS POR FORNECEDOR + ITEM)       *
           MOVE CATB0001-TIPO          TO CATB0001M-TIPO.
           MOVE FORB0001-PRECO         TO CATB0001M-VALOR.
           MOVE CATB0001-DATA-CADASTRO TO CATB0001M-DATA-CADASTRO.
           MOVE WSS-MOEDA-FEED         TO CATB0001M-MOEDA.
           MOVE ZEROS                  TO CATB0001M-DATA-EFETIVA.

           IF FLG-FORMOVTO = '00'
              WRITE FORPEND-REGISTRO
           END-IF.

           IF FORB0001-FORNECEDOR NOT = WSS-UFI-FORNECEDOR
              PERFORM ROT-IMPRIME-FORNECEDOR
                 THRU ROT-IMPRIME-FORNECEDOR-EXIT
           END-IF.

           MOVE FORB0001-FORNECEDOR  TO WSS-EXC-FORNECEDOR.
           MOVE FORB0001-ITEM-FORN   TO WSS-EXC-ITEM.
           MOVE FORB0001-PRECO       TO WSS-EXC-PRECO.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME A QUEBRA DE FORNECEDOR DO RELATORIO DE EXCECOES,   *
      * COM O NOME E A MOEDA DO CADASTRO                           *
      *-----------------------------------------------------------*
       ROT-IMPRIME-FORNECEDOR.

           MOVE FORB0001-FORNECEDOR TO WSS-UFI-FORNECEDOR.
           MOVE FORB0001-FORNECEDOR TO WSS-FOR-FORNECEDOR.

           IF ACHOU-FORNECEDOR
              MOVE FORB0001F-NOME  TO WSS-FOR-NOME
              MOVE FORB0001F-MOEDA TO WSS-FOR-MOEDA
              IF FORB0001F-ATIVO
                 MOVE SPACES       TO WSS-FOR-SITUACAO
              ELSE
                 MOVE '(BLOQUEADO)' TO WSS-FOR-SITUACAO
              END-IF
           ELSE
              MOVE '*** SEM CADASTRO NO FORCAD ***' TO WSS-FOR-NOME
              MOVE SPACES          TO WSS-FOR-MOEDA
              MOVE SPACES          TO WSS-FOR-SITUACAO
           END-IF.

           IF WSS-LINHAS-PAGINA NOT < WSS-MAX-LINHAS
              PERFORM ROT-IMPRIME-CABECALHO
                 THRU ROT-IMPRIME-CABECALHO-EXIT
           END-IF.

           MOVE WSS-LINHA-FORNECEDOR TO RELFOR001-LINHA.

           IF FLG-RELFOR001 = '00'
              WRITE RELFOR001-LINHA
           END-IF.

           ADD 1 TO WSS-LINHAS-PAGINA.

       ROT-IMPRIME-FORNECEDOR-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME O CABECALHO DE UMA NOVA PAGINA DO RELATORIO        *
      *-----------------------------------------------------------*

           CLOSE FORFEED.
           CLOSE FORXREF.
           CLOSE FORCAD.
           CLOSE CATET001.
           CLOSE FORMOVTO.
           CLOSE FORPEND.
                    WSS-CONT-TRADUZIDOS.
           DISPLAY '* ITENS PENDENTES       = '
                    WSS-CONT-PENDENTES.
           DISPLAY '* RECUSADOS NO FORCAD   = '
                    WSS-CONT-FORN-RECUSADOS.
           DISPLAY '***************************************'.

       ROT-ENCERRAMENTO-EXIT.
