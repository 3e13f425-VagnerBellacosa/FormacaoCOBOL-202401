      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : RELATORIO MATINAL DO PLANTAO - LISTA OS ERROS
      *            GRAVES ('G') DO ARQUIVO CENTRAL DE ERROS (ERRLOG)
      *            DATADOS NO DIA DO CICLO OU NO SEGUINTE (A NOITE
      *            VIRA O DIA), CADA UM COM O RECONHECIMENTO GRAVADO
      *            PELO ANALISTA NA TRANSACAO CAT8 (KSDS ERRACKV
      *            DESCARREGADO NO DD ERRACK) - USUARIO, MOMENTO,
      *            COMENTARIO E TEMPO DE RESPOSTA EM MINUTOS ENTRE O
      *            ERRO E O RECONHECIMENTO (DIAS PELO DATCALC). O
      *            ERRO SEM RECONHECIMENTO SAI COMO PENDENTE. NO
      *            FINAL, TOTAIS DE ERROS, RECONHECIDOS E PENDENTES E
      *            O TEMPO MEDIO E O MAXIMO DE RESPOSTA DO PLANTAO
      * CPD      : INEFE
      *****************************************************************
      * HISTORICO DE ALTERACOES
      * 15/10/2026  VRB  VERSAO ORIGINAL DO PROGRAMA
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL060.
       AUTHOR. VAGNER BELLACOSA.
       DATE-WRITTEN. 15/10/26 @ 23:30:00.
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
         SELECT ERRIN           ASSIGN TO ERRIN
         FILE STATUS FLG-ERRIN.
      *
         SELECT OPTIONAL ERRACK ASSIGN TO ERRACK
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-ERRACK.
      *
         SELECT RELACK002       ASSIGN TO RELACK002
         FILE STATUS FLG-RELACK002.
      *
      ***************
       DATA DIVISION.
      ***************
      *
       FILE SECTION.
      *
       FD  ERRIN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
      *
           COPY "ERRB0001".
      *
       FD  ERRACK
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
      *
           COPY "ERRB0001R".
      *
       FD  RELACK002
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  RELACK002-LINHA             PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       77  FLG-ERRIN                  PIC X(02).
       77  FLG-ERRACK                 PIC X(02).
       77  FLG-RELACK002              PIC X(02).
       77  WSS-FIM-ERRIN              PIC X(01)   VALUE 'N'.
           88 FIM-ERRIN                           VALUE 'S'.
       77  WSS-FIM-ERRACK             PIC X(01)   VALUE 'N'.
           88 FIM-ERRACK                          VALUE 'S'.
       77  WSS-DATA-SEGUINTE          PIC 9(08)   VALUE ZERO.
       77  WSS-QTD-RECONH             PIC 9(04)   VALUE ZERO.
       77  WSS-MAX-RECONH             PIC 9(04)   VALUE 500.
       77  WSS-IDX-RECONH             PIC 9(04)   VALUE ZERO.
       77  WSS-IDX-RECONH-ACHADO      PIC 9(04)   VALUE ZERO.
       77  WSS-QTD-GRAVES             PIC 9(05)   VALUE ZERO.
       77  WSS-QTD-RECONHECIDOS       PIC 9(05)   VALUE ZERO.
       77  WSS-QTD-PENDENTES          PIC 9(05)   VALUE ZERO.
       77  WSS-MINUTOS-ERRO           PIC 9(05)   VALUE ZERO.
       77  WSS-MINUTOS-RECONH         PIC 9(05)   VALUE ZERO.
       77  WSS-MINUTOS-RESPOSTA       PIC S9(07)  VALUE ZERO.
       77  WSS-SOMA-MINUTOS           PIC 9(09)   VALUE ZERO.
       77  WSS-MAIOR-MINUTOS          PIC 9(07)   VALUE ZERO.
       77  WSS-MEDIA-MINUTOS          PIC 9(07)   VALUE ZERO.
      *
       01  WSS-TAB-RECONH.
           05 WSS-RECONH-OCORRE       OCCURS 500 TIMES.
              10 WSS-RECONH-DATA      PIC 9(08).
              10 WSS-RECONH-HORA      PIC 9(08).
              10 WSS-RECONH-USUARIO   PIC X(08).
              10 WSS-RECONH-DATA-REC  PIC 9(08).
              10 WSS-RECONH-HORA-REC  PIC 9(08).
              10 WSS-RECONH-COMENT    PIC X(40).
      *
       01  WSS-HORA-TRAB              PIC 9(08).
       01  WSS-HORA-TRAB-R REDEFINES WSS-HORA-TRAB.
           05 WSS-HTR-HH              PIC 9(02).
           05 WSS-HTR-MM              PIC 9(02).
           05 FILLER                  PIC 9(04).
      *
       01  WSS-LINHA-CABECALHO.
           05 FILLER                  PIC X(10)  VALUE 'RELATORIO:'.
           05 WSS-CAB-TITULO          PIC X(40)
                  VALUE 'RECONHECIMENTO DE ERROS GRAVES - PLANTAO'.
           05 FILLER                  PIC X(08)  VALUE ' CICLO: '.
           05 WSS-CAB-DATA            PIC 9(08).
           05 FILLER                  PIC X(14)  VALUE SPACES.
      *
       01  WSS-LINHA-TITULOS.
           05 FILLER                  PIC X(10)  VALUE ' DATA'.
           05 FILLER                  PIC X(06)  VALUE 'HORA'.
           05 FILLER                  PIC X(09)  VALUE 'PROGRAMA'.
           05 FILLER                  PIC X(04)  VALUE 'COD'.
           05 FILLER                  PIC X(09)  VALUE 'USUARIO'.
           05 FILLER                  PIC X(15)  VALUE 'RECONHECIDO EM'.
           05 FILLER                  PIC X(08)  VALUE 'MINUTOS'.
           05 FILLER                  PIC X(19)  VALUE SPACES.
      *
       01  WSS-LINHA-ERRO.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-LER-DATA            PIC 9(08).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-LER-HH              PIC 9(02).
           05 FILLER                  PIC X(01)  VALUE ':'.
           05 WSS-LER-MM              PIC 9(02).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-LER-PROGRAMA        PIC X(08).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-LER-CODIGO          PIC 9(03).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-LER-USUARIO         PIC X(08).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-LER-RECONHECIMENTO.
              10 WSS-LER-DATA-REC     PIC 9(08).
              10 FILLER               PIC X(01)  VALUE SPACES.
              10 WSS-LER-HH-REC       PIC 9(02).
              10 FILLER               PIC X(01)  VALUE ':'.
              10 WSS-LER-MM-REC       PIC 9(02).
              10 FILLER               PIC X(01)  VALUE SPACES.
              10 WSS-LER-MINUTOS      PIC ZZZZZZ9.
           05 FILLER                  PIC X(20)  VALUE SPACES.
      *
       01  WSS-LINHA-MENSAGEM.
           05 FILLER                  PIC X(10)  VALUE SPACES.
           05 WSS-LME-MENSAGEM        PIC X(60).
           05 FILLER                  PIC X(10)  VALUE SPACES.
      *
       01  WSS-LINHA-COMENTARIO.
           05 FILLER                  PIC X(10)  VALUE SPACES.
           05 FILLER                  PIC X(12)  VALUE 'COMENTARIO: '.
           05 WSS-LCO-COMENTARIO      PIC X(40).
           05 FILLER                  PIC X(18)  VALUE SPACES.
      *
       01  WSS-LINHA-TOTAL.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WSS-TOT-ROTULO          PIC X(40).
           05 WSS-TOT-VALOR           PIC ZZZZZZ9.
           05 FILLER                  PIC X(31)  VALUE SPACES.
      *
           COPY "RETCODES".
      *
           COPY "DATCALC".
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

           PERFORM ROT-CARREGA-RECONH
              THRU ROT-CARREGA-RECONH-EXIT.

           PERFORM ROT-LER-ERRIN
              THRU ROT-LER-ERRIN-EXIT
              UNTIL FIM-ERRIN.

           PERFORM ROT-IMPRIME-TOTAIS
              THRU ROT-IMPRIME-TOTAIS-EXIT.

           PERFORM ROT-ENCERRAMENTO
              THRU ROT-ENCERRAMENTO-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
      * ABRE OS ARQUIVOS, CALCULA O DIA SEGUINTE AO DO CICLO E     *
      * IMPRIME O CABECALHO                                        *
      *-----------------------------------------------------------*
       ROT-ABERTURA.

           OPEN INPUT  ERRIN.

           IF FLG-ERRIN NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO ERRIN *** FLG = '
                       FLG-ERRIN
              MOVE 'S' TO WSS-FIM-ERRIN
           END-IF.

           OPEN OUTPUT RELACK002.

           IF FLG-RELACK002 NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO RELACK002 *** FLG = '
                       FLG-RELACK002
           END-IF.

           MOVE 'S'               TO LKS-DC-FUNCAO.
           MOVE LKS-DATA-EXECUCAO TO LKS-DC-DATA-1.
           MOVE 1                 TO LKS-DC-DIAS.

           CALL 'DATCALC' USING LKS-DATE-CALC.

           MOVE LKS-DC-DATA-RESULTADO TO WSS-DATA-SEGUINTE.

           IF FLG-RELACK002 = '00'
              MOVE LKS-DATA-EXECUCAO   TO WSS-CAB-DATA
              MOVE WSS-LINHA-CABECALHO TO RELACK002-LINHA
              WRITE RELACK002-LINHA
              MOVE SPACES              TO RELACK002-LINHA
              WRITE RELACK002-LINHA
              MOVE WSS-LINHA-TITULOS   TO RELACK002-LINHA
              WRITE RELACK002-LINHA
           END-IF.

       ROT-ABERTURA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CARREGA OS RECONHECIMENTOS DOS ERROS DA NOITE GRAVADOS     *
      * PELA CAT8 - SEM O DD ERRACK, TODOS OS ERROS SAEM PENDENTES *
      *-----------------------------------------------------------*
       ROT-CARREGA-RECONH.

           OPEN INPUT ERRACK.

           IF FLG-ERRACK = '00'
              PERFORM ROT-LER-ERRACK
                 THRU ROT-LER-ERRACK-EXIT
                 UNTIL FIM-ERRACK
              CLOSE ERRACK
           ELSE
              DISPLAY '*** ERRACK INDISPONIVEL - SEM RECONHECIMENTO ***'
           END-IF.

       ROT-CARREGA-RECONH-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE UM RECONHECIMENTO PARA A TABELA - SO OS DOS ERROS DA    *
      * NOITE INTERESSAM                                           *
      *-----------------------------------------------------------*
       ROT-LER-ERRACK.

           READ ERRACK
              AT END
                 MOVE 'S' TO WSS-FIM-ERRACK
           END-READ.

           IF NOT FIM-ERRACK
              IF FLG-ERRACK = '00'
                 IF ERRB0001R-DATA = LKS-DATA-EXECUCAO
                    OR ERRB0001R-DATA = WSS-DATA-SEGUINTE
                    IF WSS-QTD-RECONH < WSS-MAX-RECONH
                       ADD 1 TO WSS-QTD-RECONH
                       MOVE ERRB0001R-DATA
                         TO WSS-RECONH-DATA (WSS-QTD-RECONH)
                       MOVE ERRB0001R-HORA
                         TO WSS-RECONH-HORA (WSS-QTD-RECONH)
                       MOVE ERRB0001R-USUARIO
                         TO WSS-RECONH-USUARIO (WSS-QTD-RECONH)
                       MOVE ERRB0001R-DATA-RECONHEC
                         TO WSS-RECONH-DATA-REC (WSS-QTD-RECONH)
                       MOVE ERRB0001R-HORA-RECONHEC
                         TO WSS-RECONH-HORA-REC (WSS-QTD-RECONH)
                       MOVE ERRB0001R-COMENTARIO
                         TO WSS-RECONH-COMENT (WSS-QTD-RECONH)
                    ELSE
                       DISPLAY '*** TABELA DE RECONHECIMENTOS '
                               'ESGOTADA ***'
                       MOVE 'S' TO WSS-FIM-ERRACK
                    END-IF
                 END-IF
              ELSE
                 MOVE 'S' TO WSS-FIM-ERRACK
              END-IF
           END-IF.

       ROT-LER-ERRACK-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE UM ERRO DO ERRLOG E, SENDO GRAVE E DA NOITE, IMPRIME A  *
      * LINHA COM O RECONHECIMENTO OU A MARCA DE PENDENTE          *
      *-----------------------------------------------------------*
       ROT-LER-ERRIN.

           READ ERRIN
              AT END
                 MOVE 'S' TO WSS-FIM-ERRIN
           END-READ.

           IF FIM-ERRIN
              GO TO ROT-LER-ERRIN-EXIT
           END-IF.

           IF FLG-ERRIN NOT = '00'
              MOVE 'S' TO WSS-FIM-ERRIN
              GO TO ROT-LER-ERRIN-EXIT
           END-IF.

           IF ERRB0001-SEVERIDADE NOT = 'G'
              GO TO ROT-LER-ERRIN-EXIT
           END-IF.

           IF ERRB0001-DATA NOT = LKS-DATA-EXECUCAO
              AND ERRB0001-DATA NOT = WSS-DATA-SEGUINTE
              GO TO ROT-LER-ERRIN-EXIT
           END-IF.

           ADD 1 TO WSS-QTD-GRAVES.

           MOVE ZERO TO WSS-IDX-RECONH-ACHADO.

           PERFORM ROT-PROCURA-RECONH
              THRU ROT-PROCURA-RECONH-EXIT
              VARYING WSS-IDX-RECONH FROM 1 BY 1
              UNTIL WSS-IDX-RECONH > WSS-QTD-RECONH
                 OR WSS-IDX-RECONH-ACHADO > ZERO.

           MOVE ERRB0001-HORA     TO WSS-HORA-TRAB.

           MOVE ERRB0001-DATA     TO WSS-LER-DATA.
           MOVE WSS-HTR-HH        TO WSS-LER-HH.
           MOVE WSS-HTR-MM        TO WSS-LER-MM.
           MOVE ERRB0001-PROGRAMA TO WSS-LER-PROGRAMA.
           MOVE ERRB0001-CODIGO   TO WSS-LER-CODIGO.

           IF WSS-IDX-RECONH-ACHADO = ZERO
              ADD 1 TO WSS-QTD-PENDENTES
              MOVE 'PENDENTE' TO WSS-LER-USUARIO
              MOVE SPACES     TO WSS-LER-RECONHECIMENTO
           ELSE
              ADD 1 TO WSS-QTD-RECONHECIDOS
              PERFORM ROT-CALCULA-RESPOSTA
                 THRU ROT-CALCULA-RESPOSTA-EXIT
           END-IF.

           IF FLG-RELACK002 = '00'
              MOVE WSS-LINHA-ERRO    TO RELACK002-LINHA
              WRITE RELACK002-LINHA
              MOVE ERRB0001-MENSAGEM TO WSS-LME-MENSAGEM
              MOVE WSS-LINHA-MENSAGEM TO RELACK002-LINHA
              WRITE RELACK002-LINHA
              IF WSS-IDX-RECONH-ACHADO > ZERO
                 MOVE WSS-RECONH-COMENT (WSS-IDX-RECONH-ACHADO)
                   TO WSS-LCO-COMENTARIO
                 MOVE WSS-LINHA-COMENTARIO TO RELACK002-LINHA
                 WRITE RELACK002-LINHA
              END-IF
           END-IF.

       ROT-LER-ERRIN-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * COMPARA UMA ENTRADA DA TABELA DE RECONHECIMENTOS COM A     *
      * CHAVE DO ERRO LIDO                                         *
      *-----------------------------------------------------------*
       ROT-PROCURA-RECONH.

           IF WSS-RECONH-DATA (WSS-IDX-RECONH) = ERRB0001-DATA
              AND WSS-RECONH-HORA (WSS-IDX-RECONH) = ERRB0001-HORA
              MOVE WSS-IDX-RECONH TO WSS-IDX-RECONH-ACHADO
           END-IF.

       ROT-PROCURA-RECONH-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * PREENCHE O RECONHECIMENTO DA LINHA E CALCULA O TEMPO DE    *
      * RESPOSTA EM MINUTOS - DIAS ENTRE AS DATAS PELO DATCALC     *
      * MAIS A DIFERENCA DE HORA:MINUTO; RELOGIO FORA DE ORDEM     *
      * CONTA COMO ZERO                                            *
      *-----------------------------------------------------------*
       ROT-CALCULA-RESPOSTA.

           MOVE WSS-RECONH-USUARIO (WSS-IDX-RECONH-ACHADO)
             TO WSS-LER-USUARIO.
           MOVE WSS-RECONH-DATA-REC (WSS-IDX-RECONH-ACHADO)
             TO WSS-LER-DATA-REC.

           COMPUTE WSS-MINUTOS-ERRO = WSS-HTR-HH * 60 + WSS-HTR-MM.

           MOVE WSS-RECONH-HORA-REC (WSS-IDX-RECONH-ACHADO)
             TO WSS-HORA-TRAB.

           MOVE WSS-HTR-HH TO WSS-LER-HH-REC.
           MOVE WSS-HTR-MM TO WSS-LER-MM-REC.

           COMPUTE WSS-MINUTOS-RECONH = WSS-HTR-HH * 60 + WSS-HTR-MM.

           MOVE 'D'           TO LKS-DC-FUNCAO.
           MOVE ERRB0001-DATA TO LKS-DC-DATA-1.
           MOVE WSS-RECONH-DATA-REC (WSS-IDX-RECONH-ACHADO)
             TO LKS-DC-DATA-2.

           CALL 'DATCALC' USING LKS-DATE-CALC.

           IF NOT LKS-DC-OK
              MOVE ZERO TO LKS-DC-DIAS
           END-IF.

           COMPUTE WSS-MINUTOS-RESPOSTA = LKS-DC-DIAS * 1440
                                        + WSS-MINUTOS-RECONH
                                        - WSS-MINUTOS-ERRO.

           IF WSS-MINUTOS-RESPOSTA < ZERO
              MOVE ZERO TO WSS-MINUTOS-RESPOSTA
           END-IF.

           MOVE WSS-MINUTOS-RESPOSTA TO WSS-LER-MINUTOS.

           ADD WSS-MINUTOS-RESPOSTA TO WSS-SOMA-MINUTOS.

           IF WSS-MINUTOS-RESPOSTA > WSS-MAIOR-MINUTOS
              MOVE WSS-MINUTOS-RESPOSTA TO WSS-MAIOR-MINUTOS
           END-IF.

       ROT-CALCULA-RESPOSTA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME OS TOTAIS DA NOITE E O TEMPO DE RESPOSTA DO        *
      * PLANTAO (MEDIO E MAXIMO, SO DOS ERROS RECONHECIDOS)        *
      *-----------------------------------------------------------*
       ROT-IMPRIME-TOTAIS.

           IF WSS-QTD-RECONHECIDOS > ZERO
              DIVIDE WSS-SOMA-MINUTOS BY WSS-QTD-RECONHECIDOS
                GIVING WSS-MEDIA-MINUTOS ROUNDED
           END-IF.

           IF FLG-RELACK002 NOT = '00'
              GO TO ROT-IMPRIME-TOTAIS-EXIT
           END-IF.

           MOVE SPACES TO RELACK002-LINHA.
           WRITE RELACK002-LINHA.

           MOVE 'ERROS GRAVES DA NOITE'     TO WSS-TOT-ROTULO.
           MOVE WSS-QTD-GRAVES              TO WSS-TOT-VALOR.
           MOVE WSS-LINHA-TOTAL             TO RELACK002-LINHA.
           WRITE RELACK002-LINHA.

           MOVE 'RECONHECIDOS PELO PLANTAO' TO WSS-TOT-ROTULO.
           MOVE WSS-QTD-RECONHECIDOS        TO WSS-TOT-VALOR.
           MOVE WSS-LINHA-TOTAL             TO RELACK002-LINHA.
           WRITE RELACK002-LINHA.

           MOVE 'PENDENTES'                 TO WSS-TOT-ROTULO.
           MOVE WSS-QTD-PENDENTES           TO WSS-TOT-VALOR.
           MOVE WSS-LINHA-TOTAL             TO RELACK002-LINHA.
           WRITE RELACK002-LINHA.

           MOVE 'TEMPO MEDIO DE RESPOSTA (MIN)' TO WSS-TOT-ROTULO.
           MOVE WSS-MEDIA-MINUTOS           TO WSS-TOT-VALOR.
           MOVE WSS-LINHA-TOTAL             TO RELACK002-LINHA.
           WRITE RELACK002-LINHA.

           MOVE 'TEMPO MAXIMO DE RESPOSTA (MIN)' TO WSS-TOT-ROTULO.
           MOVE WSS-MAIOR-MINUTOS           TO WSS-TOT-VALOR.
           MOVE WSS-LINHA-TOTAL             TO RELACK002-LINHA.
           WRITE RELACK002-LINHA.

       ROT-IMPRIME-TOTAIS-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * FECHA OS ARQUIVOS E AVISA NO SYSOUT QUANDO AINDA HA ERRO   *
      * GRAVE SEM RECONHECIMENTO                                   *
      *-----------------------------------------------------------*
       ROT-ENCERRAMENTO.

           CLOSE ERRIN.
           CLOSE RELACK002.

           IF WSS-QTD-PENDENTES > ZERO
              DISPLAY '*** ERRO GRAVE SEM RECONHECIMENTO - VER '
                      'RELACK002 ***'
           ELSE
              DISPLAY '*** ERROS GRAVES DA NOITE RECONHECIDOS ***'
           END-IF.

       ROT-ENCERRAMENTO-EXIT.

           EXIT.

       END PROGRAM COBOL060.

      ********************* FIM DO PROGRAMA ****************************
