      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : CONVERSAO UNICA DA TRILHA DE AUDITORIA PARA A DATA
      *            DO EVENTO COM ANO DE 4 DIGITOS - LE O AUDLOG VIVO,
      *            O ARQUIVAMENTO ANUAL (ARCAUDL) E O AUDLOGV AINDA
      *            NAO RECOLHIDO (DESCARREGADO PELO JCL), TODOS NO
      *            LAYOUT ANTIGO (DATA AAMMDD, HORA NAS POSICOES
      *            7-14), E GRAVA AS COPIAS NO LAYOUT AUDB0001 ATUAL
      *            (DATA AAAAMMDD, HORA NAS POSICOES 9-16). O SECULO
      *            VEM DA JANELA FIXA (ANO < 50 = 20AA, DEMAIS =
      *            19AA) E A DATA CONVERTIDA E CONFERIDA NO CHKDATA.
      *            CADA ARQUIVO CONCILIA LIDOS = GRAVADOS NO RELCNV001;
      *            CONTAGEM DIVERGENTE OU DATA INCONVERSIVEL DEVOLVE
      *            RC 918 E O JCL (CONVAUD1) NAO TROCA NENHUM ARQUIVO.
      *            RODAR DE NOVO SOBRE ARQUIVO JA CONVERTIDO TAMBEM E
      *            RECUSADO: O '20' DO ANO CAI NO LUGAR DO MES
      *            ANTIGO E A DATA NAO PASSA NO CHKDATA
      * CPD      : INEFE
      *****************************************************************
      * HISTORICO DE ALTERACOES
      * 15/10/2026  VRB  VERSAO ORIGINAL DO PROGRAMA
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL055.
       AUTHOR. VAGNER BELLACOSA.
       DATE-WRITTEN. 15/10/26 @ 17:00:00.
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
         SELECT AUDLOG          ASSIGN TO AUDLOG
         FILE STATUS FLG-AUDLOG.
      *
         SELECT AUDLOGN         ASSIGN TO AUDLOGN
         FILE STATUS FLG-AUDLOGN.
      *
         SELECT ARCAUDL         ASSIGN TO ARCAUDL
         FILE STATUS FLG-ARCAUDL.
      *
         SELECT ARCAUDLN        ASSIGN TO ARCAUDLN
         FILE STATUS FLG-ARCAUDLN.
      *
         SELECT AUDLOGV         ASSIGN TO AUDLOGV
         FILE STATUS FLG-AUDLOGV.
      *
         SELECT AUDLOGVN        ASSIGN TO AUDLOGVN
         FILE STATUS FLG-AUDLOGVN.
      *
         SELECT RELCNV001       ASSIGN TO RELCNV001
         FILE STATUS FLG-RELCNV001.
      *
      ***************
       DATA DIVISION.
      ***************
      *
       FILE SECTION.
      *
       FD  AUDLOG
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 55 CHARACTERS.
      *
       01  AUDLOG-REGISTRO             PIC X(55).
      *
       FD  AUDLOGN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 55 CHARACTERS.
      *
       01  AUDLOGN-REGISTRO            PIC X(55).
      *
       FD  ARCAUDL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 55 CHARACTERS.
      *
       01  ARCAUDL-REGISTRO            PIC X(55).
      *
       FD  ARCAUDLN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 55 CHARACTERS.
      *
       01  ARCAUDLN-REGISTRO           PIC X(55).
      *
       FD  AUDLOGV
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 55 CHARACTERS.
      *
       01  AUDLOGV-REGISTRO            PIC X(55).
      *
       FD  AUDLOGVN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 55 CHARACTERS.
      *
       01  AUDLOGVN-REGISTRO           PIC X(55).
      *
       FD  RELCNV001
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  RELCNV001-LINHA             PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       77  FLG-AUDLOG                 PIC X(02).
       77  FLG-AUDLOGN                PIC X(02).
       77  FLG-ARCAUDL                PIC X(02).
       77  FLG-ARCAUDLN               PIC X(02).
       77  FLG-AUDLOGV                PIC X(02).
       77  FLG-AUDLOGVN               PIC X(02).
       77  FLG-RELCNV001              PIC X(02).
       77  WSS-FIM-ARQUIVO            PIC X(01)   VALUE 'N'.
           88 FIM-ARQUIVO                         VALUE 'S'.
       77  WSS-TEM-DIVERGENCIA        PIC X(01)   VALUE 'N'.
       77  WSS-PIVO-SECULO            PIC 9(02)   VALUE 50.
       77  WSS-CONT-LIDOS             PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-GRAVADOS          PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-INVALIDOS         PIC 9(07)   VALUE ZERO.
       77  WSS-LINHAS-PAGINA          PIC 9(02)   VALUE ZERO.
       77  WSS-MAX-LINHAS             PIC 9(02)   VALUE 20.
       77  WSS-NUM-PAGINA             PIC 9(04)   VALUE ZERO.
       77  WSS-LINHA-SALVA            PIC X(80)   VALUE SPACES.
      *
      *    LAYOUT ANTIGO DO REGISTRO DE AUDITORIA (DATA AAMMDD) -
      *    SO ESTE PROGRAMA O CONHECE
      *
       01  WSS-AUD-ANTIGO.
           05 WSS-ANT-DATA.
              10 WSS-ANT-ANO          PIC 9(02).
              10 WSS-ANT-MES-DIA      PIC 9(04).
           05 WSS-ANT-HORA            PIC 9(08).
           05 WSS-ANT-JOB             PIC X(08).
           05 WSS-ANT-STEP            PIC X(08).
           05 WSS-ANT-EVENTO          PIC X(10).
           05 WSS-ANT-CHAVE           PIC 9(05).
           05 WSS-ANT-SUPERSEDIDO     PIC X(01).
           05 FILLER                  PIC X(09).
      *
       01  WSS-DATA-CONVERTIDA        PIC 9(08)   VALUE ZERO.
       01  WSS-DATA-CONVERTIDA-R REDEFINES WSS-DATA-CONVERTIDA.
           05 WSS-CNV-SECULO          PIC 9(02).
           05 WSS-CNV-ANO             PIC 9(02).
           05 WSS-CNV-MES-DIA         PIC 9(04).
      *
       01  WSS-LINHA-CABECALHO.
           05 FILLER                  PIC X(10)  VALUE 'RELATORIO:'.
           05 WSS-CAB-TITULO          PIC X(40)
                  VALUE 'CONVERSAO DA AUDITORIA PARA AAAAMMDD'.
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
           05 FILLER                  PIC X(04)  VALUE SPACES.
           05 FILLER                  PIC X(17)
                                      VALUE 'DATA INVALIDA -> '.
           05 WSS-INV-REGISTRO        PIC X(55).
           05 FILLER                  PIC X(04)  VALUE SPACES.
      *
           COPY "AUDB0001".
      *
           COPY "RETCODES".
      *
           COPY "CHKDATA".

      ********************
       PROCEDURE DIVISION.
      ********************

       ROT-PRINCIPAL.

           PERFORM ROT-ABERTURA
              THRU ROT-ABERTURA-EXIT.

           PERFORM ROT-CONVERTE-AUDLOG
              THRU ROT-CONVERTE-AUDLOG-EXIT.

           PERFORM ROT-CONVERTE-ARCAUDL
              THRU ROT-CONVERTE-ARCAUDL-EXIT.

           PERFORM ROT-CONVERTE-AUDLOGV
              THRU ROT-CONVERTE-AUDLOGV-EXIT.

           PERFORM ROT-ENCERRAMENTO
              THRU ROT-ENCERRAMENTO-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
      * ABRE O RELATORIO DA CONVERSAO                              *
      *-----------------------------------------------------------*
       ROT-ABERTURA.

           OPEN OUTPUT RELCNV001.

           IF FLG-RELCNV001 NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO RELCNV001 *** FLG = '
                       FLG-RELCNV001
           END-IF.

           PERFORM ROT-IMPRIME-CABECALHO
              THRU ROT-IMPRIME-CABECALHO-EXIT.

       ROT-ABERTURA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CONVERTE O AUDLOG VIVO PARA O AUDLOGN                      *
      *-----------------------------------------------------------*
       ROT-CONVERTE-AUDLOG.

           MOVE ZERO TO WSS-CONT-LIDOS.
           MOVE ZERO TO WSS-CONT-GRAVADOS.
           MOVE ZERO TO WSS-CONT-INVALIDOS.
           MOVE 'N'  TO WSS-FIM-ARQUIVO.

           OPEN INPUT  AUDLOG.
           OPEN OUTPUT AUDLOGN.

           IF FLG-AUDLOG NOT = '00'
              OR FLG-AUDLOGN NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO CIRCUITO AUDLOG ***'
              MOVE 'S' TO WSS-FIM-ARQUIVO
              MOVE 'S' TO WSS-TEM-DIVERGENCIA
           END-IF.

           PERFORM ROT-LER-AUDLOG
              THRU ROT-LER-AUDLOG-EXIT
              UNTIL FIM-ARQUIVO.

           CLOSE AUDLOG.
           CLOSE AUDLOGN.

           MOVE 'AUDLOG  ' TO WSS-ARQ-NOME.

           PERFORM ROT-CONCILIA-ARQUIVO
              THRU ROT-CONCILIA-ARQUIVO-EXIT.

       ROT-CONVERTE-AUDLOG-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE UM EVENTO DO AUDLOG E GRAVA A VERSAO CONVERTIDA         *
      *-----------------------------------------------------------*
       ROT-LER-AUDLOG.

           READ AUDLOG INTO WSS-AUD-ANTIGO
              AT END
                 MOVE 'S' TO WSS-FIM-ARQUIVO
                 GO TO ROT-LER-AUDLOG-EXIT
           END-READ.

           IF FLG-AUDLOG NOT = '00'
              DISPLAY '*** ERRO NA LEITURA DO AUDLOG *** FLG = '
                       FLG-AUDLOG
              MOVE 'S' TO WSS-FIM-ARQUIVO
              MOVE 'S' TO WSS-TEM-DIVERGENCIA
              GO TO ROT-LER-AUDLOG-EXIT
           END-IF.

           ADD 1 TO WSS-CONT-LIDOS.

           PERFORM ROT-CONVERTE-REGISTRO
              THRU ROT-CONVERTE-REGISTRO-EXIT.

           MOVE AUDB0001 TO AUDLOGN-REGISTRO.
           WRITE AUDLOGN-REGISTRO.

           IF FLG-AUDLOGN = '00'
              ADD 1 TO WSS-CONT-GRAVADOS
           END-IF.

       ROT-LER-AUDLOG-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CONVERTE O ARQUIVAMENTO ANUAL PARA O ARCAUDLN              *
      *-----------------------------------------------------------*
       ROT-CONVERTE-ARCAUDL.

           MOVE ZERO TO WSS-CONT-LIDOS.
           MOVE ZERO TO WSS-CONT-GRAVADOS.
           MOVE ZERO TO WSS-CONT-INVALIDOS.
           MOVE 'N'  TO WSS-FIM-ARQUIVO.

           OPEN INPUT  ARCAUDL.
           OPEN OUTPUT ARCAUDLN.

           IF FLG-ARCAUDL NOT = '00'
              OR FLG-ARCAUDLN NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO CIRCUITO ARCAUDL ***'
              MOVE 'S' TO WSS-FIM-ARQUIVO
              MOVE 'S' TO WSS-TEM-DIVERGENCIA
           END-IF.

           PERFORM ROT-LER-ARCAUDL
              THRU ROT-LER-ARCAUDL-EXIT
              UNTIL FIM-ARQUIVO.

           CLOSE ARCAUDL.
           CLOSE ARCAUDLN.

           MOVE 'ARCAUDL ' TO WSS-ARQ-NOME.

           PERFORM ROT-CONCILIA-ARQUIVO
              THRU ROT-CONCILIA-ARQUIVO-EXIT.

       ROT-CONVERTE-ARCAUDL-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE UM EVENTO ARQUIVADO E GRAVA A VERSAO CONVERTIDA         *
      *-----------------------------------------------------------*
       ROT-LER-ARCAUDL.

           READ ARCAUDL INTO WSS-AUD-ANTIGO
              AT END
                 MOVE 'S' TO WSS-FIM-ARQUIVO
                 GO TO ROT-LER-ARCAUDL-EXIT
           END-READ.

           IF FLG-ARCAUDL NOT = '00'
              DISPLAY '*** ERRO NA LEITURA DO ARCAUDL *** FLG = '
                       FLG-ARCAUDL
              MOVE 'S' TO WSS-FIM-ARQUIVO
              MOVE 'S' TO WSS-TEM-DIVERGENCIA
              GO TO ROT-LER-ARCAUDL-EXIT
           END-IF.

           ADD 1 TO WSS-CONT-LIDOS.

           PERFORM ROT-CONVERTE-REGISTRO
              THRU ROT-CONVERTE-REGISTRO-EXIT.

           MOVE AUDB0001 TO ARCAUDLN-REGISTRO.
           WRITE ARCAUDLN-REGISTRO.

           IF FLG-ARCAUDLN = '00'
              ADD 1 TO WSS-CONT-GRAVADOS
           END-IF.

       ROT-LER-ARCAUDL-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CONVERTE A AUDITORIA ONLINE AINDA NAO RECOLHIDA (AUDLOGV   *
      * DESCARREGADO) PARA O AUDLOGVN, RECARREGADO PELO JCL NO     *
      * CLUSTER REDEFINIDO COM A CHAVE DE 16 POSICOES              *
      *-----------------------------------------------------------*
       ROT-CONVERTE-AUDLOGV.

           MOVE ZERO TO WSS-CONT-LIDOS.
           MOVE ZERO TO WSS-CONT-GRAVADOS.
           MOVE ZERO TO WSS-CONT-INVALIDOS.
           MOVE 'N'  TO WSS-FIM-ARQUIVO.

           OPEN INPUT  AUDLOGV.
           OPEN OUTPUT AUDLOGVN.

           IF FLG-AUDLOGV NOT = '00'
              OR FLG-AUDLOGVN NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO CIRCUITO AUDLOGV ***'
              MOVE 'S' TO WSS-FIM-ARQUIVO
              MOVE 'S' TO WSS-TEM-DIVERGENCIA
           END-IF.

           PERFORM ROT-LER-AUDLOGV
              THRU ROT-LER-AUDLOGV-EXIT
              UNTIL FIM-ARQUIVO.

           CLOSE AUDLOGV.
           CLOSE AUDLOGVN.

           MOVE 'AUDLOGV ' TO WSS-ARQ-NOME.

           PERFORM ROT-CONCILIA-ARQUIVO
              THRU ROT-CONCILIA-ARQUIVO-EXIT.

       ROT-CONVERTE-AUDLOGV-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE UM EVENTO ONLINE E GRAVA A VERSAO CONVERTIDA            *
      *-----------------------------------------------------------*
       ROT-LER-AUDLOGV.

           READ AUDLOGV INTO WSS-AUD-ANTIGO
              AT END
                 MOVE 'S' TO WSS-FIM-ARQUIVO
                 GO TO ROT-LER-AUDLOGV-EXIT
           END-READ.

           IF FLG-AUDLOGV NOT = '00'
              DISPLAY '*** ERRO NA LEITURA DO AUDLOGV *** FLG = '
                       FLG-AUDLOGV
              MOVE 'S' TO WSS-FIM-ARQUIVO
              MOVE 'S' TO WSS-TEM-DIVERGENCIA
              GO TO ROT-LER-AUDLOGV-EXIT
           END-IF.

           ADD 1 TO WSS-CONT-LIDOS.

           PERFORM ROT-CONVERTE-REGISTRO
              THRU ROT-CONVERTE-REGISTRO-EXIT.

           MOVE AUDB0001 TO AUDLOGVN-REGISTRO.
           WRITE AUDLOGVN-REGISTRO.

           IF FLG-AUDLOGVN = '00'
              ADD 1 TO WSS-CONT-GRAVADOS
           END-IF.

       ROT-LER-AUDLOGV-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * MONTA O REGISTRO NO LAYOUT ATUAL A PARTIR DO ANTIGO - O    *
      * SECULO VEM DA JANELA FIXA; DATA QUE NAO PASSA NO CHKDATA E *
      * LISTADA E CONTADA COMO INVALIDA (O REGISTRO E GRAVADO      *
      * ASSIM MESMO, PARA A CONTAGEM FECHAR, MAS A CONVERSAO E     *
      * RECUSADA)                                                  *
      *-----------------------------------------------------------*
       ROT-CONVERTE-REGISTRO.

           MOVE SPACES TO AUDB0001.
           MOVE ZERO   TO WSS-DATA-CONVERTIDA.

           IF WSS-ANT-DATA NUMERIC
              IF WSS-ANT-ANO < WSS-PIVO-SECULO
                 MOVE 20 TO WSS-CNV-SECULO
              ELSE
                 MOVE 19 TO WSS-CNV-SECULO
              END-IF
              MOVE WSS-ANT-ANO      TO WSS-CNV-ANO
              MOVE WSS-ANT-MES-DIA  TO WSS-CNV-MES-DIA
           END-IF.

           MOVE WSS-DATA-CONVERTIDA TO AUDB0001-DATA.
           MOVE WSS-ANT-HORA        TO AUDB0001-HORA.
           MOVE WSS-ANT-JOB         TO AUDB0001-JOB.
           MOVE WSS-ANT-STEP        TO AUDB0001-STEP.
           MOVE WSS-ANT-EVENTO      TO AUDB0001-EVENTO.
           MOVE WSS-ANT-CHAVE       TO AUDB0001-CHAVE.
           MOVE WSS-ANT-SUPERSEDIDO TO AUDB0001-SUPERSEDIDO.

           MOVE WSS-DATA-CONVERTIDA TO LKS-CD-DATA.

           CALL 'CHKDATA' USING LKS-CHECK-DATE.

           IF LKS-CD-INVALIDA
              ADD 1 TO WSS-CONT-INVALIDOS
              MOVE WSS-AUD-ANTIGO     TO WSS-INV-REGISTRO
              MOVE WSS-LINHA-INVALIDO TO RELCNV001-LINHA
              PERFORM ROT-IMPRIME-LINHA
                 THRU ROT-IMPRIME-LINHA-EXIT
           END-IF.

       ROT-CONVERTE-REGISTRO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CONCILIA O ARQUIVO CONVERTIDO (LIDOS = GRAVADOS, SEM DATA  *
      * INVALIDA) E IMPRIME A LINHA DO ARQUIVO                     *
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

           MOVE WSS-LINHA-ARQUIVO TO RELCNV001-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

       ROT-CONCILIA-ARQUIVO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME A LINHA JA MONTADA EM RELCNV001-LINHA              *
      *-----------------------------------------------------------*
       ROT-IMPRIME-LINHA.

           IF WSS-LINHAS-PAGINA NOT < WSS-MAX-LINHAS
              MOVE RELCNV001-LINHA TO WSS-LINHA-SALVA
              PERFORM ROT-IMPRIME-CABECALHO
                 THRU ROT-IMPRIME-CABECALHO-EXIT
              MOVE WSS-LINHA-SALVA TO RELCNV001-LINHA
           END-IF.

           IF FLG-RELCNV001 = '00'
              WRITE RELCNV001-LINHA
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
           MOVE WSS-LINHA-CABECALHO TO RELCNV001-LINHA.

           IF FLG-RELCNV001 = '00'
              WRITE RELCNV001-LINHA
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

           CLOSE RELCNV001.

           IF WSS-TEM-DIVERGENCIA = 'S'
              DISPLAY '*** ERRO GRAVE                        ***'
              DISPLAY '*** CONVERSAO NAO CONCILIA - VER RELCNV001'
              MOVE RC-CONVERSAO-NAO-CONCILIADA TO RETURN-CODE
           ELSE
              DISPLAY '*** CONVERSAO CONCILIADA - ARQUIVOS PRONTOS'
              MOVE RC-SUCESSO TO RETURN-CODE
           END-IF.

       ROT-ENCERRAMENTO-EXIT.

           EXIT.

       END PROGRAM COBOL055.

      ********************* FIM DO PROGRAMA ****************************
