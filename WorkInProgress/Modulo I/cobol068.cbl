      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : CONVERSAO UNICA DOS ARQUIVOS ACUMULADOS DO MOTOR DE
      *            FIGURAS PARA O FIGTRAN DE 33 POSICOES (NUMERO DO
      *            ORCAMENTO E CODIGO DO CLIENTE) - LE NO TAMANHO
      *            ANTIGO E GRAVA AS COPIAS NO LAYOUT ATUAL:
      *            - FIGREJ   (FIGB0001R,  80 -> 92 POSICOES);
      *            - FIGCREJ  (IMAGEM FIGB0001S + MOTIVO, 80 -> 92);
      *            - FIGRECIC (FIGB0001,   21 -> 33 POSICOES).
      *            A IMAGEM DA TRANSACAO GANHA O ORCAMENTO ZERADO
      *            (FIGURA FORA DE ORCAMENTO) E O CLIENTE EM BRANCO;
      *            OS DEMAIS CAMPOS SAO COPIADOS. CADA ARQUIVO
      *            CONCILIA LIDOS = GRAVADOS NO RELCNV002; REGISTRO
      *            QUE NAO TEM A CARA DO LAYOUT ANTIGO (DATA, RECICLOS
      *            OU MATERIAL NAO NUMERICOS - CASO DE ARQUIVO JA
      *            CONVERTIDO) E LISTADO E DEVOLVE RC 918, E O JCL
      *            (CONVFIG1) NAO TROCA NENHUM ARQUIVO
      * CPD      : INEFE
      *****************************************************************
      * HISTORICO DE ALTERACOES
      * 15/10/2026  VRB  VERSAO ORIGINAL DO PROGRAMA
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL068.
       AUTHOR. VAGNER BELLACOSA.
       DATE-WRITTEN. 15/10/26 @ 16:00:00.
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
         SELECT FIGREJ          ASSIGN TO FIGREJ
         FILE STATUS FLG-FIGREJ.
      *
         SELECT FIGREJN         ASSIGN TO FIGREJN
         FILE STATUS FLG-FIGREJN.
      *
         SELECT FIGCREJ         ASSIGN TO FIGCREJ
         FILE STATUS FLG-FIGCREJ.
      *
         SELECT FIGCREJN        ASSIGN TO FIGCREJN
         FILE STATUS FLG-FIGCREJN.
      *
         SELECT FIGRECIC        ASSIGN TO FIGRECIC
         FILE STATUS FLG-FIGRECIC.
      *
         SELECT FIGRECN         ASSIGN TO FIGRECN
         FILE STATUS FLG-FIGRECN.
      *
         SELECT RELCNV002       ASSIGN TO RELCNV002
         FILE STATUS FLG-RELCNV002.
      *
      ***************
       DATA DIVISION.
      ***************
      *
       FILE SECTION.
      *
       FD  FIGREJ
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  FIGREJ-REGISTRO             PIC X(80).
      *
       FD  FIGREJN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 92 CHARACTERS.
      *
       01  FIGREJN-REGISTRO            PIC X(92).
      *
       FD  FIGCREJ
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  FIGCREJ-REGISTRO            PIC X(80).
      *
       FD  FIGCREJN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 92 CHARACTERS.
      *
       01  FIGCREJN-REGISTRO.
           05 FIGCREJN-IMAGEM         PIC X(52).
           05 FIGCREJN-MOTIVO         PIC X(40).
      *
       FD  FIGRECIC
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 21 CHARACTERS.
      *
       01  FIGRECIC-REGISTRO           PIC X(21).
      *
       FD  FIGRECN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 33 CHARACTERS.
      *
       01  FIGRECN-REGISTRO            PIC X(33).
      *
       FD  RELCNV002
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  RELCNV002-LINHA             PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       77  FLG-FIGREJ                 PIC X(02).
       77  FLG-FIGREJN                PIC X(02).
       77  FLG-FIGCREJ                PIC X(02).
       77  FLG-FIGCREJN               PIC X(02).
       77  FLG-FIGRECIC               PIC X(02).
       77  FLG-FIGRECN                PIC X(02).
       77  FLG-RELCNV002              PIC X(02).
       77  WSS-FIM-ARQUIVO            PIC X(01)   VALUE 'N'.
           88 FIM-ARQUIVO                         VALUE 'S'.
       77  WSS-TEM-DIVERGENCIA        PIC X(01)   VALUE 'N'.
       77  WSS-CONT-LIDOS             PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-GRAVADOS          PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-INVALIDOS         PIC 9(07)   VALUE ZERO.
       77  WSS-LINHAS-PAGINA          PIC 9(02)   VALUE ZERO.
       77  WSS-MAX-LINHAS             PIC 9(02)   VALUE 20.
       77  WSS-NUM-PAGINA             PIC 9(04)   VALUE ZERO.
       77  WSS-LINHA-SALVA            PIC X(80)   VALUE SPACES.
      *
      *    LAYOUTS ANTIGOS (FIGTRAN DE 21 POSICOES) - SO ESTE
      *    PROGRAMA OS CONHECE
      *
       01  WSS-REJ-ANTIGO.
           05 WSS-ANT-REJ-REGISTRO    PIC X(21).
           05 WSS-ANT-REJ-MOTIVO      PIC X(40).
           05 WSS-ANT-REJ-DATA        PIC X(08).
           05 WSS-ANT-REJ-RECICLOS    PIC X(02).
           05 FILLER                  PIC X(09).
      *
       01  WSS-CREJ-ANTIGO.
           05 WSS-ANT-CREJ-DADOS.
              10 FILLER               PIC X(34).
              10 WSS-ANT-CREJ-MATERIAL PIC X(05).
           05 FILLER                  PIC X(01).
           05 WSS-ANT-CREJ-MOTIVO     PIC X(40).
      *
       01  WSS-RECIC-ANTIGO.
           05 FILLER                  PIC X(16).
           05 WSS-ANT-RECIC-MATERIAL  PIC X(05).
      *
       01  WSS-LINHA-CABECALHO.
           05 FILLER                  PIC X(10)  VALUE 'RELATORIO:'.
           05 WSS-CAB-TITULO          PIC X(40)
                  VALUE 'CONVERSAO DAS FIGURAS PARA 33 POSICOES'.
           05 FILLER                  PIC X(10)  VALUE SPACES.
           05 FILLER                  PIC X(08)  VALUE 'PAGINA: '.
           05 WSS-CAB-PAGINA          PIC ZZZ9.
           05 FILLER                  PIC X(08)  VALUE SPACES.
      *
       01  WSS-LINHA-ARQUIVO.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WSS-ARQ-NOME            PIC X(08).
           05 FILLER                  PIC X(07)  VALUE ' LIDOS='.
           05 WSS-ARQ-LIDOS           PIC ZZZZZZ9.
           05 FILLER                  PIC X(10)  VALUE ' GRAVADOS='.
           05 WSS-ARQ-GRAVADOS        PIC ZZZZZZ9.
           05 FILLER                  PIC X(11)  VALUE ' INVALIDOS='.
           05 WSS-ARQ-INVALIDOS       PIC ZZZZZZ9.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-ARQ-SITUACAO        PIC X(08).
           05 FILLER                  PIC X(12)  VALUE SPACES.
      *
       01  WSS-LINHA-INVALIDO.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WSS-INV-ARQUIVO         PIC X(08).
           05 FILLER                  PIC X(04)  VALUE ' -> '.
           05 WSS-INV-REGISTRO        PIC X(66).
      *
           COPY "FIGB0001".
      *
           COPY "FIGB0001S".
      *
           COPY "FIGB0001R".
      *
           COPY "RETCODES".

      ********************
       PROCEDURE DIVISION.
      ********************

       ROT-PRINCIPAL.

           PERFORM ROT-ABERTURA
              THRU ROT-ABERTURA-EXIT.

           PERFORM ROT-CONVERTE-FIGREJ
              THRU ROT-CONVERTE-FIGREJ-EXIT.

           PERFORM ROT-CONVERTE-FIGCREJ
              THRU ROT-CONVERTE-FIGCREJ-EXIT.

           PERFORM ROT-CONVERTE-FIGRECIC
              THRU ROT-CONVERTE-FIGRECIC-EXIT.

           PERFORM ROT-ENCERRAMENTO
              THRU ROT-ENCERRAMENTO-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
      * ABRE O RELATORIO DA CONVERSAO                              *
      *-----------------------------------------------------------*
       ROT-ABERTURA.

           OPEN OUTPUT RELCNV002.

           IF FLG-RELCNV002 NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO RELCNV002 *** FLG = '
                       FLG-RELCNV002
           END-IF.

           PERFORM ROT-IMPRIME-CABECALHO
              THRU ROT-IMPRIME-CABECALHO-EXIT.

       ROT-ABERTURA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CONVERTE OS REJEITOS DO CALCULO (FIGREJ) PARA O FIGREJN    *
      *-----------------------------------------------------------*
       ROT-CONVERTE-FIGREJ.

           MOVE ZERO TO WSS-CONT-LIDOS.
           MOVE ZERO TO WSS-CONT-GRAVADOS.
           MOVE ZERO TO WSS-CONT-INVALIDOS.
           MOVE 'N'  TO WSS-FIM-ARQUIVO.

           OPEN INPUT  FIGREJ.
           OPEN OUTPUT FIGREJN.

           IF FLG-FIGREJ NOT = '00'
              OR FLG-FIGREJN NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO CIRCUITO FIGREJ ***'
              MOVE 'S' TO WSS-FIM-ARQUIVO
              MOVE 'S' TO WSS-TEM-DIVERGENCIA
           END-IF.

           PERFORM ROT-LER-FIGREJ
              THRU ROT-LER-FIGREJ-EXIT
              UNTIL FIM-ARQUIVO.

           CLOSE FIGREJ.
           CLOSE FIGREJN.

           MOVE 'FIGREJ  ' TO WSS-ARQ-NOME.

           PERFORM ROT-CONCILIA-ARQUIVO
              THRU ROT-CONCILIA-ARQUIVO-EXIT.

       ROT-CONVERTE-FIGREJ-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE UM REJEITO DO CALCULO E GRAVA A VERSAO CONVERTIDA - A   *
      * IMAGEM DA TRANSACAO PASSA PELO LAYOUT FIGB0001 ATUAL       *
      *-----------------------------------------------------------*
       ROT-LER-FIGREJ.

           READ FIGREJ INTO WSS-REJ-ANTIGO
              AT END
                 MOVE 'S' TO WSS-FIM-ARQUIVO
                 GO TO ROT-LER-FIGREJ-EXIT
           END-READ.

           IF FLG-FIGREJ NOT = '00'
              DISPLAY '*** ERRO NA LEITURA DO FIGREJ *** FLG = '
                       FLG-FIGREJ
              MOVE 'S' TO WSS-FIM-ARQUIVO
              MOVE 'S' TO WSS-TEM-DIVERGENCIA
              GO TO ROT-LER-FIGREJ-EXIT
           END-IF.

           ADD 1 TO WSS-CONT-LIDOS.

           IF WSS-ANT-REJ-DATA NOT NUMERIC
              OR WSS-ANT-REJ-RECICLOS NOT NUMERIC
              ADD 1 TO WSS-CONT-INVALIDOS
              MOVE 'FIGREJ  '     TO WSS-INV-ARQUIVO
              MOVE WSS-REJ-ANTIGO TO WSS-INV-REGISTRO
              PERFORM ROT-IMPRIME-INVALIDO
                 THRU ROT-IMPRIME-INVALIDO-EXIT
           END-IF.

           MOVE WSS-ANT-REJ-REGISTRO TO FIGB0001.
           MOVE ZERO                 TO FIGB0001-ORCAMENTO.
           MOVE SPACES               TO FIGB0001-CLIENTE.

           MOVE SPACES               TO FIGB0001-REJ.
           MOVE FIGB0001             TO FIGB0001-REJ-REGISTRO.
           MOVE WSS-ANT-REJ-MOTIVO   TO FIGB0001-REJ-MOTIVO.
           MOVE WSS-ANT-REJ-DATA     TO FIGB0001-REJ-DATA.
           MOVE WSS-ANT-REJ-RECICLOS TO FIGB0001-REJ-RECICLOS.

           MOVE FIGB0001-REJ TO FIGREJN-REGISTRO.
           WRITE FIGREJN-REGISTRO.

           IF FLG-FIGREJN = '00'
              ADD 1 TO WSS-CONT-GRAVADOS
           END-IF.

       ROT-LER-FIGREJ-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CONVERTE OS REJEITOS DO CUSTEIO (FIGCREJ) PARA O FIGCREJN  *
      *-----------------------------------------------------------*
       ROT-CONVERTE-FIGCREJ.

           MOVE ZERO TO WSS-CONT-LIDOS.
           MOVE ZERO TO WSS-CONT-GRAVADOS.
           MOVE ZERO TO WSS-CONT-INVALIDOS.
           MOVE 'N'  TO WSS-FIM-ARQUIVO.

           OPEN INPUT  FIGCREJ.
           OPEN OUTPUT FIGCREJN.

           IF FLG-FIGCREJ NOT = '00'
              OR FLG-FIGCREJN NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO CIRCUITO FIGCREJ ***'
              MOVE 'S' TO WSS-FIM-ARQUIVO
              MOVE 'S' TO WSS-TEM-DIVERGENCIA
           END-IF.

           PERFORM ROT-LER-FIGCREJ
              THRU ROT-LER-FIGCREJ-EXIT
              UNTIL FIM-ARQUIVO.

           CLOSE FIGCREJ.
           CLOSE FIGCREJN.

           MOVE 'FIGCREJ ' TO WSS-ARQ-NOME.

           PERFORM ROT-CONCILIA-ARQUIVO
              THRU ROT-CONCILIA-ARQUIVO-EXIT.

       ROT-CONVERTE-FIGCREJ-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE UM REJEITO DO CUSTEIO E GRAVA A VERSAO CONVERTIDA - A   *
      * IMAGEM DO RESULTADO PASSA PELO LAYOUT FIGB0001S ATUAL      *
      *-----------------------------------------------------------*
       ROT-LER-FIGCREJ.

           READ FIGCREJ INTO WSS-CREJ-ANTIGO
              AT END
                 MOVE 'S' TO WSS-FIM-ARQUIVO
                 GO TO ROT-LER-FIGCREJ-EXIT
           END-READ.

           IF FLG-FIGCREJ NOT = '00'
              DISPLAY '*** ERRO NA LEITURA DO FIGCREJ *** FLG = '
                       FLG-FIGCREJ
              MOVE 'S' TO WSS-FIM-ARQUIVO
              MOVE 'S' TO WSS-TEM-DIVERGENCIA
              GO TO ROT-LER-FIGCREJ-EXIT
           END-IF.

           ADD 1 TO WSS-CONT-LIDOS.

           IF WSS-ANT-CREJ-MATERIAL NOT NUMERIC
              ADD 1 TO WSS-CONT-INVALIDOS
              MOVE 'FIGCREJ '      TO WSS-INV-ARQUIVO
              MOVE WSS-CREJ-ANTIGO TO WSS-INV-REGISTRO
              PERFORM ROT-IMPRIME-INVALIDO
                 THRU ROT-IMPRIME-INVALIDO-EXIT
           END-IF.

           MOVE WSS-ANT-CREJ-DADOS  TO FIGB0001S.
           MOVE ZERO                TO FIGB0001S-ORCAMENTO.
           MOVE SPACES              TO FIGB0001S-CLIENTE.

           MOVE FIGB0001S           TO FIGCREJN-IMAGEM.
           MOVE WSS-ANT-CREJ-MOTIVO TO FIGCREJN-MOTIVO.

           WRITE FIGCREJN-REGISTRO.

           IF FLG-FIGCREJN = '00'
              ADD 1 TO WSS-CONT-GRAVADOS
           END-IF.

       ROT-LER-FIGCREJ-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CONVERTE AS FIGURAS RECICLADAS AINDA NAO ABSORVIDAS        *
      * (FIGRECIC) PARA O FIGRECN                                  *
      *-----------------------------------------------------------*
       ROT-CONVERTE-FIGRECIC.

           MOVE ZERO TO WSS-CONT-LIDOS.
           MOVE ZERO TO WSS-CONT-GRAVADOS.
           MOVE ZERO TO WSS-CONT-INVALIDOS.
           MOVE 'N'  TO WSS-FIM-ARQUIVO.

           OPEN INPUT  FIGRECIC.
           OPEN OUTPUT FIGRECN.

           IF FLG-FIGRECIC NOT = '00'
              OR FLG-FIGRECN NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO CIRCUITO FIGRECIC ***'
              MOVE 'S' TO WSS-FIM-ARQUIVO
              MOVE 'S' TO WSS-TEM-DIVERGENCIA
           END-IF.

           PERFORM ROT-LER-FIGRECIC
              THRU ROT-LER-FIGRECIC-EXIT
              UNTIL FIM-ARQUIVO.

           CLOSE FIGRECIC.
           CLOSE FIGRECN.

           MOVE 'FIGRECIC' TO WSS-ARQ-NOME.

           PERFORM ROT-CONCILIA-ARQUIVO
              THRU ROT-CONCILIA-ARQUIVO-EXIT.

       ROT-CONVERTE-FIGRECIC-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE UMA FIGURA RECICLADA E GRAVA A VERSAO CONVERTIDA        *
      *-----------------------------------------------------------*
       ROT-LER-FIGRECIC.

           READ FIGRECIC INTO WSS-RECIC-ANTIGO
              AT END
                 MOVE 'S' TO WSS-FIM-ARQUIVO
                 GO TO ROT-LER-FIGRECIC-EXIT
           END-READ.

           IF FLG-FIGRECIC NOT = '00'
              DISPLAY '*** ERRO NA LEITURA DO FIGRECIC *** FLG = '
                       FLG-FIGRECIC
              MOVE 'S' TO WSS-FIM-ARQUIVO
              MOVE 'S' TO WSS-TEM-DIVERGENCIA
              GO TO ROT-LER-FIGRECIC-EXIT
           END-IF.

           ADD 1 TO WSS-CONT-LIDOS.

           IF WSS-ANT-RECIC-MATERIAL NOT NUMERIC
              ADD 1 TO WSS-CONT-INVALIDOS
              MOVE 'FIGRECIC'       TO WSS-INV-ARQUIVO
              MOVE WSS-RECIC-ANTIGO TO WSS-INV-REGISTRO
              PERFORM ROT-IMPRIME-INVALIDO
                 THRU ROT-IMPRIME-INVALIDO-EXIT
           END-IF.

           MOVE WSS-RECIC-ANTIGO TO FIGB0001.
           MOVE ZERO             TO FIGB0001-ORCAMENTO.
           MOVE SPACES           TO FIGB0001-CLIENTE.

           MOVE FIGB0001 TO FIGRECN-REGISTRO.
           WRITE FIGRECN-REGISTRO.

           IF FLG-FIGRECN = '00'
              ADD 1 TO WSS-CONT-GRAVADOS
           END-IF.

       ROT-LER-FIGRECIC-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LISTA O REGISTRO FORA DO LAYOUT ANTIGO - ELE E GRAVADO     *
      * ASSIM MESMO, PARA A CONTAGEM FECHAR, MAS A CONVERSAO E     *
      * RECUSADA                                                   *
      *-----------------------------------------------------------*
       ROT-IMPRIME-INVALIDO.

           MOVE WSS-LINHA-INVALIDO TO RELCNV002-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

       ROT-IMPRIME-INVALIDO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CONCILIA O ARQUIVO CONVERTIDO (LIDOS = GRAVADOS, SEM       *
      * REGISTRO INVALIDO) E IMPRIME A LINHA DO ARQUIVO            *
      *-----------------------------------------------------------*
       ROT-CONCILIA-ARQUIVO.

           MOVE WSS-CONT-LIDOS     TO WSS-ARQ-LIDOS.
           MOVE WSS-CONT-GRAVADOS  TO WSS-ARQ-GRAVADOS.
           MOVE WSS-CONT-INVALIDOS TO WSS-ARQ-INVALIDOS.

           IF WSS-CONT-LIDOS = WSS-CONT-GRAVADOS
              AND WSS-CONT-INVALIDOS = ZERO
              MOVE 'OK      ' TO WSS-ARQ-SITUACAO
           ELSE
              MOVE 'DIVERGE ' TO WSS-ARQ-SITUACAO
              MOVE 'S'        TO WSS-TEM-DIVERGENCIA
           END-IF.

           MOVE WSS-LINHA-ARQUIVO TO RELCNV002-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

       ROT-CONCILIA-ARQUIVO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME A LINHA JA MONTADA EM RELCNV002-LINHA              *
      *-----------------------------------------------------------*
       ROT-IMPRIME-LINHA.

           IF WSS-LINHAS-PAGINA NOT < WSS-MAX-LINHAS
              MOVE RELCNV002-LINHA TO WSS-LINHA-SALVA
              PERFORM ROT-IMPRIME-CABECALHO
                 THRU ROT-IMPRIME-CABECALHO-EXIT
              MOVE WSS-LINHA-SALVA TO RELCNV002-LINHA
           END-IF.

           IF FLG-RELCNV002 = '00'
              WRITE RELCNV002-LINHA
           END-IF.

           ADD 1 TO WSS-LINHAS-PAGINA.

       ROT-IMPRIME-LINHA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME O CABECALHO DO RELATORIO                           *
      *-----------------------------------------------------------*
       ROT-IMPRIME-CABECALHO.

           ADD 1 TO WSS-NUM-PAGINA.

           MOVE WSS-NUM-PAGINA      TO WSS-CAB-PAGINA.
           MOVE WSS-LINHA-CABECALHO TO RELCNV002-LINHA.

           IF FLG-RELCNV002 = '00'
              WRITE RELCNV002-LINHA
           END-IF.

           MOVE ZERO TO WSS-LINHAS-PAGINA.

       ROT-IMPRIME-CABECALHO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * FECHA O RELATORIO E SINALIZA O RETORNO NAO ZERO QUANDO     *
      * ALGUM ARQUIVO NAO CONCILIOU - O JCL SO TROCA OS ARQUIVOS   *
      * COM RETORNO ZERO                                           *
      *-----------------------------------------------------------*
       ROT-ENCERRAMENTO.

           CLOSE RELCNV002.

           IF WSS-TEM-DIVERGENCIA = 'S'
              DISPLAY '*** ERRO GRAVE                        ***'
              DISPLAY '*** CONVERSAO NAO CONCILIA - VER RELCNV002'
              MOVE RC-CONVERSAO-NAO-CONCILIADA TO RETURN-CODE
           ELSE
              DISPLAY '*** CONVERSAO CONCILIADA - ARQUIVOS PRONTOS'
              MOVE RC-SUCESSO TO RETURN-CODE
           END-IF.

       ROT-ENCERRAMENTO-EXIT.

           EXIT.

       END PROGRAM COBOL068.

      ********************* FIM DO PROGRAMA ****************************
