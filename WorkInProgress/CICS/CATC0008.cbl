      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : TRANSACAO ONLINE CAT8 - RECONHECIMENTO DOS ERROS
      *            GRAVES PELO ANALISTA DE PLANTAO (MAPSET CATM0008).
      *            LISTA, PAGINANDO COM PF8 (PF7 VOLTA AO INICIO), OS
      *            ERROS DE SEVERIDADE 'G' DA DATA INFORMADA (EM
      *            BRANCO VALE O DIA CORRENTE) A PARTIR DO ERRLOGV
      *            PUBLICADO PELO STEP100 DO CICL0001 - O MESMO QUE A
      *            CAT5 MOSTRA - COM O USUARIO QUE JA RECONHECEU CADA
      *            UM OU A MARCA DE PENDENTE. O ANALISTA INFORMA O
      *            NUMERO DA LINHA E UM COMENTARIO; O RECONHECIMENTO
      *            VAI PARA O KSDS ERRACKV (LAYOUT ERRB0001R) COM O
      *            USUARIO E O MOMENTO, E GRAVA UM EVENTO NA TRILHA DE
      *            AUDITORIA (AUDLOGV). ERRO JA RECONHECIDO NAO E
      *            RECONHECIDO DE NOVO. O FECHAMENTO DO CICLO (FUNCAO
      *            'F' DO COBOL017) E RECUSADO ENQUANTO HOUVER ERRO
      *            GRAVE DA DATA SEM RECONHECIMENTO. A TRANSACAO
      *            EXIGE A MARCA DA CAT8 NO PERFIL DO OPERADOR
      *            (AUTPROF) E, AO CONTRARIO DA CAT2/CAT7, FUNCIONA
      *            COM A JANELA BATCH ABERTA - E JUSTAMENTE COM O
      *            CICLO PARADO QUE O PLANTAO PRECISA RECONHECER O ERRO
      * CPD      : INEFE
      *****************************************************************
      * HISTORICO DE ALTERACOES
      * 15/10/2026  VRB  VERSAO ORIGINAL DA TRANSACAO
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. CATC0008.
       AUTHOR. VAGNER BELLACOSA.
       DATE-WRITTEN. 15/10/26 @ 23:00:00.
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
      ***************
       DATA DIVISION.
      ***************
      *
       WORKING-STORAGE SECTION.
      *
           COPY "CATM0008".
      *
           COPY "ERRB0001".
      *
           COPY "ERRB0001R".
      *
           COPY "AUDB0001".
      *
           COPY "AUTB0001".
      *
           COPY "DFHAID".
      *
           COPY "DFHBMSCA".
      *
       77  WSS-RESP                   PIC S9(08) COMP.
       77  WSS-MENSAGEM               PIC X(40)   VALUE SPACES.
       77  WSS-USUARIO                PIC X(08)   VALUE SPACES.
       77  WSS-AUD-EVENTO             PIC X(10)   VALUE SPACES.
       77  WSS-AUD-CODIGO             PIC 9(05)   VALUE ZERO.
       77  WSS-HORA-HHMMSS            PIC 9(08)   VALUE ZERO.
       77  WSS-MSG-CONSOLE            PIC X(40)   VALUE SPACES.
       77  WSS-IDX-LINHA              PIC 9(02)   VALUE ZERO.
       77  WSS-LINHA-ESCOLHIDA        PIC 9(02)   VALUE ZERO.
       77  WSS-FIM-BROWSE             PIC X(01)   VALUE 'N'.
           88 FIM-BROWSE                          VALUE 'S'.
       77  WSS-AUTORIZADO             PIC X(01)   VALUE 'N'.
           88 OPERADOR-AUTORIZADO                 VALUE 'S'.
      *
       01  WSS-DATA-HORA-ABS          PIC S9(15) COMP-3.
      *
       01  WSS-CHAVE-ERRO.
           05 WSS-CHV-DATA            PIC 9(08).
           05 WSS-CHV-HORA            PIC 9(08).
      *
       01  WSS-HORA-ERRO              PIC 9(08).
       01  WSS-HORA-ERRO-R REDEFINES WSS-HORA-ERRO.
           05 WSS-HER-HH              PIC 9(02).
           05 WSS-HER-MM              PIC 9(02).
           05 FILLER                  PIC 9(04).
      *
       01  WSS-CABECALHO-LISTA.
           05 FILLER                  PIC X(03)   VALUE 'LN'.
           05 FILLER                  PIC X(06)   VALUE 'HORA'.
           05 FILLER                  PIC X(09)   VALUE 'PROGRAMA'.
           05 FILLER                  PIC X(04)   VALUE 'COD'.
           05 FILLER                  PIC X(39)   VALUE 'MENSAGEM'.
           05 FILLER                  PIC X(11)   VALUE 'RECONHECIDO'.
      *
       01  WSS-LINHA-LISTA.
           05 WSS-LST-LINHA           PIC Z9.
           05 FILLER                  PIC X(01)   VALUE SPACES.
           05 WSS-LST-HH              PIC 9(02).
           05 FILLER                  PIC X(01)   VALUE ':'.
           05 WSS-LST-MM              PIC 9(02).
           05 FILLER                  PIC X(01)   VALUE SPACES.
           05 WSS-LST-PROGRAMA        PIC X(08).
           05 FILLER                  PIC X(01)   VALUE SPACES.
           05 WSS-LST-CODIGO          PIC 9(03).
           05 FILLER                  PIC X(01)   VALUE SPACES.
           05 WSS-LST-MENSAGEM        PIC X(38).
           05 FILLER                  PIC X(01)   VALUE SPACES.
           05 WSS-LST-USUARIO         PIC X(08).
           05 FILLER                  PIC X(03)   VALUE SPACES.
      *
       01  WSS-COMMAREA.
           05 WSS-COMM-FLAG           PIC X(01)   VALUE SPACES.
           05 WSS-COMM-DATA           PIC 9(08)   VALUE ZERO.
           05 WSS-COMM-CHAVE-PRIMEIRA PIC X(16)   VALUE SPACES.
           05 WSS-COMM-CHAVE-ULTIMA   PIC X(16)   VALUE SPACES.
           05 WSS-COMM-CHAVES.
              10 WSS-COMM-CHAVE-LINHA PIC X(16)
                 OCCURS 10 TIMES.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA.
           05 LKS-COMM-FLAG           PIC X(01).
           05 LKS-COMM-DATA           PIC 9(08).
           05 LKS-COMM-CHAVE-PRIMEIRA PIC X(16).
           05 LKS-COMM-CHAVE-ULTIMA   PIC X(16).
           05 LKS-COMM-CHAVES         PIC X(160).

      ********************
       PROCEDURE DIVISION USING DFHCOMMAREA.
      ********************

       ROT-PRINCIPAL.

           EXEC CICS HANDLE CONDITION
                MAPFAIL  (ROT-TELA-INICIAL)
                ERROR    (ROT-ERRO-GERAL)
           END-EXEC.

           IF EIBCALEN = 0
              PERFORM ROT-TELA-INICIAL
                 THRU ROT-TELA-INICIAL-EXIT
           ELSE
              MOVE DFHCOMMAREA TO WSS-COMMAREA
              IF EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
                 PERFORM ROT-ENCERRAMENTO
                    THRU ROT-ENCERRAMENTO-EXIT
              ELSE
                 PERFORM ROT-NAVEGACAO
                    THRU ROT-NAVEGACAO-EXIT
                 EXEC CICS RETURN
                      TRANSID ('CAT8')
                      COMMAREA (WSS-COMMAREA)
                 END-EXEC
              END-IF
           END-IF.

      *-----------------------------------------------------------*
      * ENVIA A TELA EM BRANCO E AGUARDA A PROXIMA ENTRADA. TAMBEM *
      * E O DESTINO DO HANDLE CONDITION MAPFAIL                    *
      *-----------------------------------------------------------*
       ROT-TELA-INICIAL.

           MOVE SPACES TO CATM0008O.
           MOVE -1     TO PDATAOL.
           MOVE 'INFORME A DATA OU ENTER P/ HOJE. PF3=SAI'
                       TO MSGO.

           EXEC CICS SEND MAP ('CATM0008')
                MAPSET ('CATM0008')
                FROM (CATM0008O)
                ERASE
           END-EXEC.

           EXEC CICS RETURN
                TRANSID ('CAT8')
                COMMAREA (WSS-COMMAREA)
           END-EXEC.

       ROT-TELA-INICIAL-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * RECEBE A TELA E DECIDE ENTRE RECONHECER A LINHA INFORMADA, *
      * VOLTAR AO INICIO (PF7), AVANCAR (PF8) OU REMONTAR A PAGINA *
      * ATUAL (ENTER). TROCA DE DATA RECOMECA A LISTA              *
      *-----------------------------------------------------------*
       ROT-NAVEGACAO.

           EXEC CICS RECEIVE MAP ('CATM0008')
                MAPSET ('CATM0008')
                INTO (CATM0008I)
           END-EXEC.

           MOVE LOW-VALUES TO CATM0008O.
           MOVE SPACES     TO CABECO LISTAO-GRUPO MSGO.
           MOVE ZERO       TO WSS-AUD-CODIGO.

           PERFORM ROT-VERIFICA-PERFIL
              THRU ROT-VERIFICA-PERFIL-EXIT.

           IF NOT OPERADOR-AUTORIZADO
              GO TO ROT-NAVEGACAO-ENVIA
           END-IF.

           IF PDATAI NUMERIC
              AND PDATAI NOT = '00000000'
              IF PDATAI NOT = WSS-COMM-DATA
                 MOVE PDATAI TO WSS-COMM-DATA
                 MOVE SPACES TO WSS-COMM-CHAVE-PRIMEIRA
              END-IF
           ELSE
              IF PDATAI NOT = SPACES AND PDATAI NOT = LOW-VALUES
                 MOVE 'DATA INVALIDA - INFORME AAAAMMDD' TO MSGO
                 GO TO ROT-NAVEGACAO-ENVIA
              END-IF
              IF WSS-COMM-DATA = ZERO
                 EXEC CICS ASKTIME
                      ABSTIME (WSS-DATA-HORA-ABS)
                 END-EXEC
                 EXEC CICS FORMATTIME
                      ABSTIME (WSS-DATA-HORA-ABS)
                      YYYYMMDD (WSS-COMM-DATA)
                 END-EXEC
                 MOVE SPACES TO WSS-COMM-CHAVE-PRIMEIRA
              END-IF
           END-IF.

           IF WSS-COMM-CHAVE-PRIMEIRA = SPACES
              MOVE WSS-COMM-DATA TO WSS-CHV-DATA
              MOVE ZERO          TO WSS-CHV-HORA
              MOVE WSS-CHAVE-ERRO TO WSS-COMM-CHAVE-PRIMEIRA
           END-IF.

           MOVE WSS-CABECALHO-LISTA TO CABECO.

           EVALUATE TRUE
              WHEN NLINI NOT = SPACES AND NLINI NOT = LOW-VALUES
                 PERFORM ROT-RECONHECE-ERRO
                    THRU ROT-RECONHECE-ERRO-EXIT
                 MOVE WSS-COMM-CHAVE-PRIMEIRA TO WSS-CHAVE-ERRO
                 PERFORM ROT-MONTA-LISTA
                    THRU ROT-MONTA-LISTA-EXIT
              WHEN EIBAID = DFHPF7
                 MOVE WSS-COMM-DATA  TO WSS-CHV-DATA
                 MOVE ZERO           TO WSS-CHV-HORA
                 PERFORM ROT-MONTA-LISTA
                    THRU ROT-MONTA-LISTA-EXIT
              WHEN EIBAID = DFHPF8
                 MOVE WSS-COMM-CHAVE-ULTIMA TO WSS-CHAVE-ERRO
                 IF WSS-CHV-HORA < 99999999
                    ADD 1 TO WSS-CHV-HORA
                 END-IF
                 PERFORM ROT-MONTA-LISTA
                    THRU ROT-MONTA-LISTA-EXIT
              WHEN OTHER
                 MOVE WSS-COMM-CHAVE-PRIMEIRA TO WSS-CHAVE-ERRO
                 PERFORM ROT-MONTA-LISTA
                    THRU ROT-MONTA-LISTA-EXIT
           END-EVALUATE.

       ROT-NAVEGACAO-ENVIA.

           MOVE WSS-COMM-DATA TO PDATAO.
           MOVE -1            TO NLINOL.

           EXEC CICS SEND MAP ('CATM0008')
                MAPSET ('CATM0008')
                FROM (CATM0008O)
                DATAONLY
           END-EXEC.

       ROT-NAVEGACAO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * VERIFICA O PERFIL DE AUTORIZACAO DO OPERADOR (AUTPROF) -   *
      * SEM PERFIL, OU SEM A MARCA DA CAT8, A TELA E NEGADA E      *
      * AUDITADA ('AUTH-DENY')                                     *
      *-----------------------------------------------------------*
       ROT-VERIFICA-PERFIL.

           MOVE 'N' TO WSS-AUTORIZADO.

           EXEC CICS ASSIGN
                USERID (WSS-USUARIO)
           END-EXEC.

           MOVE WSS-USUARIO TO AUTB0001-USUARIO.

           EXEC CICS READ FILE ('AUTPROF')
                INTO (AUTB0001)
                RIDFLD (AUTB0001-USUARIO)
                RESP (WSS-RESP)
           END-EXEC.

           IF WSS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'OPERADOR SEM PERFIL DE AUTORIZACAO' TO MSGO
              PERFORM ROT-NEGA-ACESSO
                 THRU ROT-NEGA-ACESSO-EXIT
              GO TO ROT-VERIFICA-PERFIL-EXIT
           END-IF.

           IF NOT AUTB0001-RECONHECE-ERRO
              MOVE 'OPERADOR SEM PERMISSAO DE PLANTAO' TO MSGO
              PERFORM ROT-NEGA-ACESSO
                 THRU ROT-NEGA-ACESSO-EXIT
              GO TO ROT-VERIFICA-PERFIL-EXIT
           END-IF.

           MOVE 'S' TO WSS-AUTORIZADO.

       ROT-VERIFICA-PERFIL-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * AUDITA A TENTATIVA NEGADA - EVENTO 'AUTH-DENY' COM O       *
      * OPERADOR NO CAMPO DE JOB                                   *
      *-----------------------------------------------------------*
       ROT-NEGA-ACESSO.

           MOVE 'AUTH-DENY' TO WSS-AUD-EVENTO.

           PERFORM ROT-GRAVA-AUDITORIA
              THRU ROT-GRAVA-AUDITORIA-EXIT.

       ROT-NEGA-ACESSO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * VALIDA E REGISTRA O RECONHECIMENTO DA LINHA INFORMADA - A  *
      * LINHA TEM DE ESTAR NA PAGINA ATUAL, O COMENTARIO E         *
      * OBRIGATORIO E O ERRO JA RECONHECIDO NAO E REGRAVADO        *
      *-----------------------------------------------------------*
       ROT-RECONHECE-ERRO.

           IF NLINI NOT NUMERIC
              OR NLINI = '00'
              OR NLINI > '10'
              MOVE 'LINHA INVALIDA - INFORME DE 01 A 10' TO MSGO
              GO TO ROT-RECONHECE-ERRO-EXIT
           END-IF.

           MOVE NLINI TO WSS-LINHA-ESCOLHIDA.

           IF WSS-COMM-CHAVE-LINHA (WSS-LINHA-ESCOLHIDA) = SPACES
              MOVE 'LINHA SEM ERRO NA PAGINA ATUAL' TO MSGO
              GO TO ROT-RECONHECE-ERRO-EXIT
           END-IF.

           IF COMENTI = SPACES OR COMENTI = LOW-VALUES
              MOVE 'INFORME O COMENTARIO DO RECONHECIMENTO' TO MSGO
              GO TO ROT-RECONHECE-ERRO-EXIT
           END-IF.

           MOVE WSS-COMM-CHAVE-LINHA (WSS-LINHA-ESCOLHIDA)
             TO WSS-CHAVE-ERRO.
           MOVE WSS-CHV-DATA TO ERRB0001-DATA.
           MOVE WSS-CHV-HORA TO ERRB0001-HORA.

           EXEC CICS READ FILE ('ERRLOGV')
                INTO (ERRB0001)
                RIDFLD (ERRB0001-DATA)
                RESP (WSS-RESP)
           END-EXEC.

           IF WSS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'ERRO NAO ENCONTRADO NO ERRLOGV' TO MSGO
              GO TO ROT-RECONHECE-ERRO-EXIT
           END-IF.

           EXEC CICS ASKTIME
                ABSTIME (WSS-DATA-HORA-ABS)
           END-EXEC.

           MOVE SPACES            TO ERRB0001R.
           MOVE ERRB0001-DATA     TO ERRB0001R-DATA.
           MOVE ERRB0001-HORA     TO ERRB0001R-HORA.
           MOVE ERRB0001-PROGRAMA TO ERRB0001R-PROGRAMA.
           MOVE ERRB0001-CODIGO   TO ERRB0001R-CODIGO.
           MOVE WSS-USUARIO       TO ERRB0001R-USUARIO.
           MOVE COMENTI           TO ERRB0001R-COMENTARIO.
           MOVE ZERO              TO WSS-HORA-HHMMSS.

           EXEC CICS FORMATTIME
                ABSTIME (WSS-DATA-HORA-ABS)
                YYYYMMDD (ERRB0001R-DATA-RECONHEC)
                TIME (WSS-HORA-HHMMSS)
           END-EXEC.

      *    O FORMATTIME TIME PREENCHE SO HHMMSS - AS POSICOES 7-8
      *    ZERADAS COMPLETAM A ESCALA HHMMSSCC DO ERRLOG
           MOVE WSS-HORA-HHMMSS   TO ERRB0001R-HORA-RECONHEC.

           EXEC CICS WRITE FILE ('ERRACKV')
                FROM (ERRB0001R)
                RIDFLD (ERRB0001R-CHAVE)
                RESP (WSS-RESP)
           END-EXEC.

           EVALUATE WSS-RESP
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(DUPREC)
                 MOVE 'ERRO JA RECONHECIDO ANTERIORMENTE' TO MSGO
                 GO TO ROT-RECONHECE-ERRO-EXIT
              WHEN OTHER
                 MOVE 'ERRO NA GRAVACAO DO RECONHECIMENTO' TO MSGO
                 GO TO ROT-RECONHECE-ERRO-EXIT
           END-EVALUATE.

           MOVE 'ERR-RECONH'    TO WSS-AUD-EVENTO.
           MOVE ERRB0001-CODIGO TO WSS-AUD-CODIGO.

           PERFORM ROT-GRAVA-AUDITORIA
              THRU ROT-GRAVA-AUDITORIA-EXIT.

           MOVE SPACES TO NLINO COMENTO.
           MOVE 'RECONHECIMENTO REGISTRADO' TO MSGO.

       ROT-RECONHECE-ERRO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * MONTA UMA PAGINA DA LISTA A PARTIR DA CHAVE EM             *
      * WSS-CHAVE-ERRO, SO COM OS ERROS GRAVES DA DATA             *
      *-----------------------------------------------------------*
       ROT-MONTA-LISTA.

           MOVE SPACES TO LISTAO-GRUPO.
           MOVE SPACES TO WSS-COMM-CHAVES.
           MOVE ZERO   TO WSS-IDX-LINHA.
           MOVE 'N'    TO WSS-FIM-BROWSE.

           MOVE WSS-CHV-DATA TO ERRB0001-DATA.
           MOVE WSS-CHV-HORA TO ERRB0001-HORA.

           EXEC CICS STARTBR FILE ('ERRLOGV')
                RIDFLD (ERRB0001-DATA)
                GTEQ
                RESP (WSS-RESP)
           END-EXEC.

           IF WSS-RESP NOT = DFHRESP(NORMAL)
              IF MSGO = SPACES OR MSGO = LOW-VALUES
                 MOVE 'NENHUM ERRO GRAVE NA DATA' TO MSGO
              END-IF
              GO TO ROT-MONTA-LISTA-EXIT
           END-IF.

           PERFORM ROT-LER-PROXIMO
              THRU ROT-LER-PROXIMO-EXIT
              UNTIL WSS-IDX-LINHA >= 10
                 OR FIM-BROWSE.

           EXEC CICS ENDBR FILE ('ERRLOGV')
           END-EXEC.

           IF MSGO = SPACES OR MSGO = LOW-VALUES
              IF WSS-IDX-LINHA = ZERO
                 MOVE 'NENHUM ERRO GRAVE NA DATA' TO MSGO
              ELSE
                 MOVE 'PF7=INICIO PF8=AVANCA PF3=SAI' TO MSGO
              END-IF
           END-IF.

       ROT-MONTA-LISTA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE O PROXIMO ERRO DO BROWSE E, SENDO GRAVE E DA DATA,      *
      * PREENCHE A PROXIMA LINHA LIVRE DA LISTA                    *
      *-----------------------------------------------------------*
       ROT-LER-PROXIMO.

           EXEC CICS READNEXT FILE ('ERRLOGV')
                INTO (ERRB0001)
                RIDFLD (ERRB0001-DATA)
                RESP (WSS-RESP)
           END-EXEC.

           IF WSS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'S' TO WSS-FIM-BROWSE
              GO TO ROT-LER-PROXIMO-EXIT
           END-IF.

           IF ERRB0001-DATA NOT = WSS-COMM-DATA
              MOVE 'S' TO WSS-FIM-BROWSE
              GO TO ROT-LER-PROXIMO-EXIT
           END-IF.

           IF ERRB0001-SEVERIDADE NOT = 'G'
              GO TO ROT-LER-PROXIMO-EXIT
           END-IF.

           ADD 1 TO WSS-IDX-LINHA.

           MOVE ERRB0001-DATA  TO WSS-CHV-DATA.
           MOVE ERRB0001-HORA  TO WSS-CHV-HORA.
           MOVE WSS-CHAVE-ERRO TO WSS-COMM-CHAVE-LINHA (WSS-IDX-LINHA).
           MOVE WSS-CHAVE-ERRO TO WSS-COMM-CHAVE-ULTIMA.

           IF WSS-IDX-LINHA = 1
              MOVE WSS-CHAVE-ERRO TO WSS-COMM-CHAVE-PRIMEIRA
           END-IF.

           PERFORM ROT-FORMATA-LINHA
              THRU ROT-FORMATA-LINHA-EXIT.

           MOVE WSS-LINHA-LISTA TO LINHAO (WSS-IDX-LINHA).

       ROT-LER-PROXIMO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * FORMATA A LINHA DO ERRO - A ULTIMA COLUNA MOSTRA O USUARIO *
      * QUE JA RECONHECEU O ERRO (ERRACKV) OU 'PENDENTE'           *
      *-----------------------------------------------------------*
       ROT-FORMATA-LINHA.

           MOVE ERRB0001-HORA     TO WSS-HORA-ERRO.

           MOVE WSS-IDX-LINHA     TO WSS-LST-LINHA.
           MOVE WSS-HER-HH        TO WSS-LST-HH.
           MOVE WSS-HER-MM        TO WSS-LST-MM.
           MOVE ERRB0001-PROGRAMA TO WSS-LST-PROGRAMA.
           MOVE ERRB0001-CODIGO   TO WSS-LST-CODIGO.
           MOVE ERRB0001-MENSAGEM TO WSS-LST-MENSAGEM.
           MOVE 'PENDENTE'        TO WSS-LST-USUARIO.

           MOVE ERRB0001-DATA     TO ERRB0001R-DATA.
           MOVE ERRB0001-HORA     TO ERRB0001R-HORA.

           EXEC CICS READ FILE ('ERRACKV')
                INTO (ERRB0001R)
                RIDFLD (ERRB0001R-CHAVE)
                RESP (WSS-RESP)
           END-EXEC.

           IF WSS-RESP = DFHRESP(NORMAL)
              MOVE ERRB0001R-USUARIO TO WSS-LST-USUARIO
           END-IF.

       ROT-FORMATA-LINHA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * GRAVA O EVENTO NA TRILHA DE AUDITORIA (AUDLOGV), COM O     *
      * USUARIO CICS NO CAMPO DE JOB E O CODIGO DO ERRO NA CHAVE,  *
      * NOS MOLDES DA CAT7                                         *
      *-----------------------------------------------------------*
       ROT-GRAVA-AUDITORIA.

           EXEC CICS ASSIGN
                USERID (WSS-USUARIO)
           END-EXEC.

           EXEC CICS ASKTIME
                ABSTIME (WSS-DATA-HORA-ABS)
           END-EXEC.

           EXEC CICS FORMATTIME
                ABSTIME (WSS-DATA-HORA-ABS)
                YYYYMMDD (AUDB0001-DATA)
                TIME (WSS-HORA-HHMMSS)
           END-EXEC.

           MOVE WSS-HORA-HHMMSS       TO AUDB0001-HORA.

           MOVE WSS-USUARIO           TO AUDB0001-JOB.
           MOVE 'CAT8'                TO AUDB0001-STEP.
           MOVE WSS-AUD-EVENTO        TO AUDB0001-EVENTO.
           MOVE WSS-AUD-CODIGO        TO AUDB0001-CHAVE.
           MOVE SPACES                TO AUDB0001-SELO-X.

           EXEC CICS WRITE FILE ('AUDLOGV')
                FROM (AUDB0001)
                RIDFLD (AUDB0001-DATA)
                RESP (WSS-RESP)
           END-EXEC.

           IF WSS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'CAT8 FALHA NA GRAVACAO DO AUDLOGV'
                TO WSS-MSG-CONSOLE
              EXEC CICS WRITE OPERATOR
                   TEXT (WSS-MSG-CONSOLE)
                   TEXTLENGTH (40)
              END-EXEC
           END-IF.

       ROT-GRAVA-AUDITORIA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * ENCERRA A CONVERSACAO (PF3/CLEAR) SEM DEVOLVER TRANSID     *
      *-----------------------------------------------------------*
       ROT-ENCERRAMENTO.

           EXEC CICS SEND TEXT
                FROM ('FIM DO RECONHECIMENTO DE ERROS')
                LENGTH (30)
                ERASE
                FREEKB
           END-EXEC.

           EXEC CICS RETURN END-EXEC.

       ROT-ENCERRAMENTO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * TRATA QUALQUER CONDICAO CICS NAO PREVISTA ACIMA            *
      *-----------------------------------------------------------*
       ROT-ERRO-GERAL.

           MOVE 'ERRO INESPERADO NA TRANSACAO CAT8' TO WSS-MENSAGEM.

           EXEC CICS SEND TEXT
                FROM (WSS-MENSAGEM)
                LENGTH (40)
                ERASE
                FREEKB
           END-EXEC.

           EXEC CICS RETURN END-EXEC.

       ROT-ERRO-GERAL-EXIT.

           EXIT.

       END PROGRAM CATC0008.

      ********************* FIM DO PROGRAMA ****************************
