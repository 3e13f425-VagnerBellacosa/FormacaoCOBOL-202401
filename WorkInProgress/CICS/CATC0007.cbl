      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : TRANSACAO ONLINE CAT7 - LISTA DE APROVACAO DO
      *            SUPERVISOR (MAPSET CATM0007). PAGINA (PF7/PF8) OS
      *            ITENS SUSPENSOS PELO CONTROLE DE VARIACAO DA CARGA
      *            (FILA S - COPIA INDEXADA SUSPCATV DO SUSPCAT) OU
      *            OS MOVIMENTOS PARCADOS PELO CONTROLE DE ALCADA DO
      *            COBOL006 (FILA A - COPIA INDEXADA APROVV DO
      *            CATAPROV), COM OS VALORES ATUAL E PROPOSTO E O
      *            PERCENTUAL OU DELTA APURADO. O SUPERVISOR INFORMA
      *            CODIGO, DECISAO (A=APROVA/R=REJEITA) E MOTIVO; A
      *            DECISAO VAI PARA O KSDS SUSPDECV/APRVDECV (LAYOUT
      *            CATB0001D), DESCARREGADO PELO CATR0001/CATR0002
      *            COMO O SUSPDEC/APRVDEC DO COBOL009/COBOL029, E
      *            PODE SER TROCADA ATE O JOB RODAR. A DECISAO DO
      *            PROPRIO USUARIO QUE SUBMETEU O MOVIMENTO PARCADO
      *            (CATB0001A-ORIGEM) E RECUSADA (QUATRO OLHOS). CADA
      *            DECISAO GRAVA UM EVENTO NA TRILHA DE AUDITORIA
      *            (AUDLOGV), A TRANSACAO EXIGE A MARCA DA CAT7 NO
      *            PERFIL DO OPERADOR (AUTPROF) E E RECUSADA COM A
      *            JANELA BATCH ABERTA, NOS MOLDES DA CAT2/CAT6
      * CPD      : INEFE
      *****************************************************************
      * HISTORICO DE ALTERACOES
      * 15/10/2026  VRB  VERSAO ORIGINAL DA TRANSACAO
      * 15/10/2026  VRB  DATA DO EVENTO DE AUDITORIA GRAVADA EM AAAAMMDD
      *                  (FORMATTIME YYYYMMDD) - A CHAVE DO AUDLOGV
      *                  PASSA A TER 16 POSICOES (DATA + HORA)
      * 15/10/2026  VRB  O EVENTO DE AUDITORIA E GRAVADO COM O SELO DO
      *                  ENCADEAMENTO EM BRANCO - O SELO E CALCULADO
      *                  NO CICLO NOTURNO (COBOL056)
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. CATC0007.
       AUTHOR. VAGNER BELLACOSA.
       DATE-WRITTEN. 15/10/26 @ 14:00:00.
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
           COPY "CATM0007".
      *
           COPY "CATB0001".
      *
           COPY "CATB0001M".
      *
           COPY "CATB0001S".
      *
           COPY "CATB0001A".
      *
           COPY "CATB0001D".
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
       77  WSS-VALOR-EDITADO          PIC ZZZZZZ9,99.
       77  WSS-PERC-EDITADO           PIC ZZZZ9,99.
       77  WSS-IDX-LINHA              PIC 9(02)   VALUE ZERO.
       77  WSS-CHAVE-ITEM             PIC 9(05)   VALUE ZERO.
       77  WSS-ARQ-FILA               PIC X(08)   VALUE SPACES.
       77  WSS-ARQ-DECISAO            PIC X(08)   VALUE SPACES.
       77  WSS-FIM-BROWSE             PIC X(01)   VALUE 'N'.
           88 FIM-BROWSE                          VALUE 'S'.
       77  WSS-CICLO-ABERTO           PIC X(01)   VALUE 'N'.
           88 CICLO-ABERTO                        VALUE 'S'.
       77  WSS-AUTORIZADO             PIC X(01)   VALUE 'N'.
           88 OPERADOR-AUTORIZADO                 VALUE 'S'.
       77  WSS-ITEM-NA-FILA           PIC X(01)   VALUE 'N'.
           88 ITEM-NA-FILA                        VALUE 'S'.
      *
       01  WSS-CICLSTAT-REGISTRO.
           05 WSS-STA-CHAVE           PIC X(08).
           05 WSS-STA-DATA            PIC 9(08).
           05 WSS-STA-SITUACAO        PIC X(01).
           05 WSS-STA-HORA            PIC 9(08).
           05 FILLER                  PIC X(55).
      *
      *    AREA DE LEITURA COMUM AS DUAS FILAS - O SUSPCATV TEM
      *    REGISTRO CATB0001S (110) E O APROVV CATB0001A (120)
      *
       01  WSS-ITEM-REGISTRO          PIC X(120)  VALUE SPACES.
      *
       01  WSS-DATA-HORA-ABS          PIC S9(15) COMP-3.
      *
       01  WSS-CABECALHO-LISTA.
           05 FILLER                  PIC X(06)   VALUE 'CODIGO'.
           05 FILLER                  PIC X(21)   VALUE 'DESCRICAO'.
           05 FILLER                  PIC X(11)   VALUE '     ATUAL'.
           05 FILLER                  PIC X(11)   VALUE '  PROPOSTO'.
           05 WSS-CAB-VARIACAO        PIC X(11)   VALUE SPACES.
           05 FILLER                  PIC X(02)   VALUE 'D'.
           05 FILLER                  PIC X(10)   VALUE 'ORIGEM'.
      *
       01  WSS-LINHA-LISTA.
           05 WSS-LST-CODIGO          PIC 9(05).
           05 FILLER                  PIC X(01)   VALUE SPACES.
           05 WSS-LST-DESCRICAO       PIC X(20).
           05 FILLER                  PIC X(01)   VALUE SPACES.
           05 WSS-LST-ATUAL           PIC ZZZZZZ9,99.
           05 FILLER                  PIC X(01)   VALUE SPACES.
           05 WSS-LST-PROPOSTO        PIC ZZZZZZ9,99.
           05 FILLER                  PIC X(01)   VALUE SPACES.
           05 WSS-LST-VARIACAO        PIC X(10).
           05 FILLER                  PIC X(01)   VALUE SPACES.
           05 WSS-LST-DECISAO         PIC X(01).
           05 FILLER                  PIC X(01)   VALUE SPACES.
           05 WSS-LST-ORIGEM          PIC X(08).
           05 FILLER                  PIC X(02)   VALUE SPACES.
      *
       01  WSS-COMMAREA.
           05 WSS-COMM-FLAG           PIC X(01)   VALUE SPACES.
           05 WSS-COMM-FILA           PIC X(01)   VALUE 'S'.
              88 WSS-FILA-SUSPENSOS               VALUE 'S'.
              88 WSS-FILA-APROVACAO               VALUE 'A'.
           05 WSS-COMM-CHAVE-PRIMEIRA PIC 9(05)   VALUE ZERO.
           05 WSS-COMM-CHAVE-ULTIMA   PIC 9(05)   VALUE ZERO.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA.
           05 LKS-COMM-FLAG           PIC X(01).
           05 LKS-COMM-FILA           PIC X(01).
           05 LKS-COMM-CHAVE-PRIMEIRA PIC 9(05).
           05 LKS-COMM-CHAVE-ULTIMA   PIC 9(05).

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
                      TRANSID ('CAT7')
                      COMMAREA (WSS-COMMAREA)
                 END-EXEC
              END-IF
           END-IF.

      *-----------------------------------------------------------*
      * ENVIA A TELA EM BRANCO E AGUARDA A PROXIMA ENTRADA. TAMBEM *
      * E O DESTINO DO HANDLE CONDITION MAPFAIL                    *
      *-----------------------------------------------------------*
       ROT-TELA-INICIAL.

           MOVE SPACES TO CATM0007O.
           MOVE -1     TO FILAOL.
           MOVE 'INFORME A FILA (S OU A) E TECLE ENTER'
                       TO MSGO.

           EXEC CICS SEND MAP ('CATM0007')
                MAPSET ('CATM0007')
                FROM (CATM0007O)
                ERASE
           END-EXEC.

           EXEC CICS RETURN
                TRANSID ('CAT7')
                COMMAREA (WSS-COMMAREA)
           END-EXEC.

       ROT-TELA-INICIAL-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * RECEBE A TELA E DECIDE ENTRE REGISTRAR A DECISAO INFORMADA,*
      * PAGINAR PARA TRAS (PF7), PARA FRENTE (PF8) OU REMONTAR A   *
      * PAGINA ATUAL (ENTER)                                       *
      *-----------------------------------------------------------*
       ROT-NAVEGACAO.

           EXEC CICS RECEIVE MAP ('CATM0007')
                MAPSET ('CATM0007')
                INTO (CATM0007I)
           END-EXEC.

           MOVE LOW-VALUES TO CATM0007O.
           MOVE SPACES     TO CABECO LISTAO-GRUPO MSGO.

           IF CODI NUMERIC
              MOVE CODI TO WSS-AUD-CODIGO
           ELSE
              MOVE ZERO TO WSS-AUD-CODIGO
           END-IF.

           PERFORM ROT-VERIFICA-CICLO
              THRU ROT-VERIFICA-CICLO-EXIT.

           IF CICLO-ABERTO
              MOVE 'JANELA BATCH ABERTA - TENTE APOS O CICLO'
                   TO MSGO
              GO TO ROT-NAVEGACAO-ENVIA
           END-IF.

           PERFORM ROT-VERIFICA-PERFIL
              THRU ROT-VERIFICA-PERFIL-EXIT.

           IF NOT OPERADOR-AUTORIZADO
              GO TO ROT-NAVEGACAO-ENVIA
           END-IF.

           IF FILAI = 'S' OR FILAI = 'A'
              IF FILAI NOT = WSS-COMM-FILA
                 MOVE FILAI TO WSS-COMM-FILA
                 MOVE ZERO  TO WSS-COMM-CHAVE-PRIMEIRA
                 MOVE ZERO  TO WSS-COMM-CHAVE-ULTIMA
              END-IF
           ELSE
              IF FILAI NOT = SPACES AND FILAI NOT = LOW-VALUES
                 MOVE 'FILA INVALIDA - INFORME S OU A' TO MSGO
                 GO TO ROT-NAVEGACAO-ENVIA
              END-IF
           END-IF.

           IF WSS-FILA-APROVACAO
              MOVE 'APROVV'   TO WSS-ARQ-FILA
              MOVE 'APRVDECV' TO WSS-ARQ-DECISAO
              MOVE '      DELTA'   TO WSS-CAB-VARIACAO
           ELSE
              MOVE 'SUSPCATV' TO WSS-ARQ-FILA
              MOVE 'SUSPDECV' TO WSS-ARQ-DECISAO
              MOVE '  PERCENT %'   TO WSS-CAB-VARIACAO
           END-IF.

           MOVE WSS-CABECALHO-LISTA TO CABECO.

           EVALUATE TRUE
              WHEN CODI NOT = SPACES AND CODI NOT = LOW-VALUES
                 PERFORM ROT-REGISTRA-DECISAO
                    THRU ROT-REGISTRA-DECISAO-EXIT
                 MOVE WSS-COMM-CHAVE-PRIMEIRA TO WSS-CHAVE-ITEM
                 PERFORM ROT-MONTA-LISTA
                    THRU ROT-MONTA-LISTA-EXIT
              WHEN EIBAID = DFHPF7
                 PERFORM ROT-PAGINA-ANTERIOR
                    THRU ROT-PAGINA-ANTERIOR-EXIT
              WHEN EIBAID = DFHPF8
                 MOVE WSS-COMM-CHAVE-ULTIMA TO WSS-CHAVE-ITEM
                 IF WSS-CHAVE-ITEM < 99999
                    ADD 1 TO WSS-CHAVE-ITEM
                 END-IF
                 PERFORM ROT-MONTA-LISTA
                    THRU ROT-MONTA-LISTA-EXIT
              WHEN OTHER
                 MOVE WSS-COMM-CHAVE-PRIMEIRA TO WSS-CHAVE-ITEM
                 PERFORM ROT-MONTA-LISTA
                    THRU ROT-MONTA-LISTA-EXIT
           END-EVALUATE.

       ROT-NAVEGACAO-ENVIA.

           MOVE WSS-COMM-FILA TO FILAO.
           MOVE -1            TO CODOL.

           EXEC CICS SEND MAP ('CATM0007')
                MAPSET ('CATM0007')
                FROM (CATM0007O)
                DATAONLY
           END-EXEC.

       ROT-NAVEGACAO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * VERIFICA O PERFIL DE AUTORIZACAO DO OPERADOR (AUTPROF) -   *
      * SEM PERFIL, OU SEM A MARCA DA CAT7, A LISTA E NEGADA E     *
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

           IF NOT AUTB0001-DECIDE-APROVACAO
              MOVE 'OPERADOR SEM PERMISSAO DE SUPERVISOR' TO MSGO
              PERFORM ROT-NEGA-ACESSO
                 THRU ROT-NEGA-ACESSO-EXIT
              GO TO ROT-VERIFICA-PERFIL-EXIT
           END-IF.

           MOVE 'S' TO WSS-AUTORIZADO.

       ROT-VERIFICA-PERFIL-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * AUDITA A TENTATIVA NEGADA - EVENTO 'AUTH-DENY' COM O       *
      * OPERADOR NO CAMPO DE JOB E O CODIGO INFORMADO NA CHAVE     *
      *-----------------------------------------------------------*
       ROT-NEGA-ACESSO.

           MOVE 'AUTH-DENY' TO WSS-AUD-EVENTO.

           PERFORM ROT-GRAVA-AUDITORIA
              THRU ROT-GRAVA-AUDITORIA-EXIT.

       ROT-NEGA-ACESSO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * VERIFICA A SITUACAO DO CICLO NOTURNO (ARQUIVO CICLSTAT,    *
      * MANTIDO PELO COBOL017) - COM O CICLO ABERTO A TRANSACAO E  *
      * RECUSADA; SEM O REGISTRO OU COM O ARQUIVO INDISPONIVEL,    *
      * SEGUE LIVRE                                                *
      *-----------------------------------------------------------*
       ROT-VERIFICA-CICLO.

           MOVE 'N'        TO WSS-CICLO-ABERTO.
           MOVE 'CICLO   ' TO WSS-STA-CHAVE.

           EXEC CICS READ FILE ('CICLSTAT')
                INTO (WSS-CICLSTAT-REGISTRO)
                RIDFLD (WSS-STA-CHAVE)
                RESP (WSS-RESP)
           END-EXEC.

           IF WSS-RESP = DFHRESP(NORMAL)
              AND WSS-STA-SITUACAO = 'A'
              MOVE 'S' TO WSS-CICLO-ABERTO
           END-IF.

       ROT-VERIFICA-CICLO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * VALIDA E REGISTRA A DECISAO DO SUPERVISOR SOBRE O CODIGO   *
      * INFORMADO - O CODIGO TEM DE ESTAR NA FILA; NA FILA A, O    *
      * USUARIO QUE SUBMETEU O LOTE DO MOVIMENTO NAO PODE DECIDIR  *
      * SOBRE ELE. DECISAO JA CAPTURADA E SUBSTITUIDA (REWRITE)    *
      *-----------------------------------------------------------*
       ROT-REGISTRA-DECISAO.

           IF CODI NOT NUMERIC
              OR CODI = ZEROS
              MOVE 'CODIGO INVALIDO - 5 DIGITOS' TO MSGO
              GO TO ROT-REGISTRA-DECISAO-EXIT
           END-IF.

           IF DECI NOT = 'A' AND DECI NOT = 'R'
              MOVE 'DECISAO INVALIDA - INFORME A OU R' TO MSGO
              GO TO ROT-REGISTRA-DECISAO-EXIT
           END-IF.

           IF RAZAOI = SPACES OR RAZAOI = LOW-VALUES
              MOVE 'INFORME O MOTIVO DA DECISAO' TO MSGO
              GO TO ROT-REGISTRA-DECISAO-EXIT
           END-IF.

           MOVE CODI TO WSS-CHAVE-ITEM.

           PERFORM ROT-LE-ITEM
              THRU ROT-LE-ITEM-EXIT.

           IF NOT ITEM-NA-FILA
              GO TO ROT-REGISTRA-DECISAO-EXIT
           END-IF.

           IF WSS-FILA-APROVACAO
              AND CATB0001A-ORIGEM = WSS-USUARIO
              MOVE 'MOVIMENTO SUBMETIDO PELO PROPRIO USUARIO'
                   TO MSGO
              PERFORM ROT-NEGA-ACESSO
                 THRU ROT-NEGA-ACESSO-EXIT
              GO TO ROT-REGISTRA-DECISAO-EXIT
           END-IF.

           EXEC CICS ASKTIME
                ABSTIME (WSS-DATA-HORA-ABS)
           END-EXEC.

           MOVE SPACES         TO CATB0001D.
           MOVE WSS-CHAVE-ITEM TO CATB0001D-CODIGO.
           MOVE DECI           TO CATB0001D-DECISAO.
           MOVE RAZAOI         TO CATB0001D-MOTIVO.
           MOVE WSS-USUARIO    TO CATB0001D-USUARIO.
           MOVE ZERO           TO WSS-HORA-HHMMSS.

           EXEC CICS FORMATTIME
                ABSTIME (WSS-DATA-HORA-ABS)
                YYYYMMDD (CATB0001D-DATA)
                TIME (WSS-HORA-HHMMSS)
           END-EXEC.

           MOVE WSS-HORA-HHMMSS TO CATB0001D-HORA.

           EXEC CICS READ FILE (WSS-ARQ-DECISAO)
                INTO (WSS-ITEM-REGISTRO)
                RIDFLD (CATB0001D-CODIGO)
                UPDATE
                RESP (WSS-RESP)
           END-EXEC.

           EVALUATE WSS-RESP
              WHEN DFHRESP(NORMAL)
                 EXEC CICS REWRITE FILE (WSS-ARQ-DECISAO)
                      FROM (CATB0001D)
                      RESP (WSS-RESP)
                 END-EXEC
              WHEN DFHRESP(NOTFND)
                 EXEC CICS WRITE FILE (WSS-ARQ-DECISAO)
                      FROM (CATB0001D)
                      RIDFLD (CATB0001D-CODIGO)
                      RESP (WSS-RESP)
                 END-EXEC
           END-EVALUATE.

           IF WSS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'ERRO NA GRAVACAO DA DECISAO' TO MSGO
              GO TO ROT-REGISTRA-DECISAO-EXIT
           END-IF.

           EVALUATE TRUE
              WHEN WSS-FILA-SUSPENSOS AND CATB0001D-APROVADO
                 MOVE 'SUS-APROVA' TO WSS-AUD-EVENTO
              WHEN WSS-FILA-SUSPENSOS
                 MOVE 'SUS-REJEIT' TO WSS-AUD-EVENTO
              WHEN CATB0001D-APROVADO
                 MOVE 'APR-APROVA' TO WSS-AUD-EVENTO
              WHEN OTHER
                 MOVE 'APR-REJEIT' TO WSS-AUD-EVENTO
           END-EVALUATE.

           PERFORM ROT-GRAVA-AUDITORIA
              THRU ROT-GRAVA-AUDITORIA-EXIT.

           MOVE SPACES TO CODO DECO RAZAOO.
           MOVE 'DECISAO REGISTRADA - VALE NO PROXIMO JOB'
                TO MSGO.

       ROT-REGISTRA-DECISAO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE O ITEM DA FILA PELO CODIGO EM WSS-CHAVE-ITEM            *
      *-----------------------------------------------------------*
       ROT-LE-ITEM.

           MOVE 'N' TO WSS-ITEM-NA-FILA.

           EXEC CICS READ FILE (WSS-ARQ-FILA)
                INTO (WSS-ITEM-REGISTRO)
                RIDFLD (WSS-CHAVE-ITEM)
                RESP (WSS-RESP)
           END-EXEC.

           EVALUATE WSS-RESP
              WHEN DFHRESP(NORMAL)
                 MOVE 'S' TO WSS-ITEM-NA-FILA
                 IF WSS-FILA-APROVACAO
                    MOVE WSS-ITEM-REGISTRO TO CATB0001A
                 ELSE
                    MOVE WSS-ITEM-REGISTRO TO CATB0001S
                 END-IF
              WHEN DFHRESP(NOTFND)
                 MOVE 'CODIGO NAO ESTA NA FILA PENDENTE' TO MSGO
              WHEN OTHER
                 MOVE 'ERRO DE ACESSO AO ARQUIVO DA FILA' TO MSGO
           END-EVALUATE.

       ROT-LE-ITEM-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * MONTA UMA PAGINA DA LISTA PARA FRENTE A PARTIR DO CODIGO   *
      * EM WSS-CHAVE-ITEM                                          *
      *-----------------------------------------------------------*
       ROT-MONTA-LISTA.

           MOVE SPACES TO LISTAO-GRUPO.
           MOVE ZERO   TO WSS-IDX-LINHA.
           MOVE 'N'    TO WSS-FIM-BROWSE.

           EXEC CICS STARTBR FILE (WSS-ARQ-FILA)
                RIDFLD (WSS-CHAVE-ITEM)
                GTEQ
                RESP (WSS-RESP)
           END-EXEC.

           IF WSS-RESP NOT = DFHRESP(NORMAL)
              IF MSGO = SPACES OR MSGO = LOW-VALUES
                 MOVE 'NENHUM ITEM PENDENTE NA FILA' TO MSGO
              END-IF
           ELSE
              PERFORM ROT-LER-PROXIMO
                 THRU ROT-LER-PROXIMO-EXIT
                 UNTIL WSS-IDX-LINHA >= 10
                    OR FIM-BROWSE

              EXEC CICS ENDBR FILE (WSS-ARQ-FILA)
              END-EXEC

              IF MSGO = SPACES OR MSGO = LOW-VALUES
                 IF WSS-IDX-LINHA = ZERO
                    MOVE 'NENHUM ITEM PENDENTE NA FILA' TO MSGO
                 ELSE
                    MOVE 'PF7=RECUA PF8=AVANCA PF3=SAI' TO MSGO
                 END-IF
              END-IF
           END-IF.

       ROT-MONTA-LISTA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE O PROXIMO ITEM DO BROWSE E PREENCHE A PROXIMA LINHA     *
      * LIVRE DA LISTA                                             *
      *-----------------------------------------------------------*
       ROT-LER-PROXIMO.

           EXEC CICS READNEXT FILE (WSS-ARQ-FILA)
                INTO (WSS-ITEM-REGISTRO)
                RIDFLD (WSS-CHAVE-ITEM)
                RESP (WSS-RESP)
           END-EXEC.

           IF WSS-RESP = DFHRESP(NORMAL)
              ADD 1 TO WSS-IDX-LINHA
              IF WSS-IDX-LINHA = 1
                 MOVE WSS-CHAVE-ITEM TO WSS-COMM-CHAVE-PRIMEIRA
              END-IF
              MOVE WSS-CHAVE-ITEM TO WSS-COMM-CHAVE-ULTIMA
              PERFORM ROT-FORMATA-LINHA
                 THRU ROT-FORMATA-LINHA-EXIT
              MOVE WSS-LINHA-LISTA TO LINHAO (WSS-IDX-LINHA)
           ELSE
              MOVE 'S' TO WSS-FIM-BROWSE
           END-IF.

       ROT-LER-PROXIMO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * MONTA UMA PAGINA DA LISTA PARA TRAS (PF7), LENDO COM       *
      * READPREV A PARTIR DO PRIMEIRO CODIGO DA PAGINA ATUAL       *
      *-----------------------------------------------------------*
       ROT-PAGINA-ANTERIOR.

           MOVE SPACES TO LISTAO-GRUPO.
           MOVE ZERO   TO WSS-IDX-LINHA.
           MOVE 'N'    TO WSS-FIM-BROWSE.

           MOVE WSS-COMM-CHAVE-PRIMEIRA TO WSS-CHAVE-ITEM.

           EXEC CICS STARTBR FILE (WSS-ARQ-FILA)
                RIDFLD (WSS-CHAVE-ITEM)
                RESP (WSS-RESP)
           END-EXEC.

           IF WSS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'NAO HA PAGINA ANTERIOR' TO MSGO
           ELSE
              PERFORM ROT-LER-ANTERIOR
                 THRU ROT-LER-ANTERIOR-EXIT
                 UNTIL WSS-IDX-LINHA >= 10
                    OR FIM-BROWSE

              EXEC CICS ENDBR FILE (WSS-ARQ-FILA)
              END-EXEC

              IF WSS-IDX-LINHA = ZERO
                 MOVE 'NAO HA PAGINA ANTERIOR' TO MSGO
              ELSE
                 MOVE 'PF7=RECUA PF8=AVANCA PF3=SAI' TO MSGO
              END-IF
           END-IF.

       ROT-PAGINA-ANTERIOR-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE O ITEM ANTERIOR DO BROWSE E PREENCHE A LISTA DE BAIXO   *
      * PARA CIMA                                                  *
      *-----------------------------------------------------------*
       ROT-LER-ANTERIOR.

           EXEC CICS READPREV FILE (WSS-ARQ-FILA)
                INTO (WSS-ITEM-REGISTRO)
                RIDFLD (WSS-CHAVE-ITEM)
                RESP (WSS-RESP)
           END-EXEC.

           IF WSS-RESP = DFHRESP(NORMAL)
              IF WSS-CHAVE-ITEM = WSS-COMM-CHAVE-PRIMEIRA
                 CONTINUE
              ELSE
                 ADD 1 TO WSS-IDX-LINHA
                 IF WSS-IDX-LINHA = 1
                    MOVE WSS-CHAVE-ITEM TO WSS-COMM-CHAVE-ULTIMA
                 END-IF
                 MOVE WSS-CHAVE-ITEM TO WSS-COMM-CHAVE-PRIMEIRA
                 PERFORM ROT-FORMATA-LINHA
                    THRU ROT-FORMATA-LINHA-EXIT
                 MOVE WSS-LINHA-LISTA
                   TO LINHAO (11 - WSS-IDX-LINHA)
              END-IF
           ELSE
              MOVE 'S' TO WSS-FIM-BROWSE
           END-IF.

       ROT-LER-ANTERIOR-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * FORMATA A LINHA DA LISTA A PARTIR DO ITEM LIDO - NA FILA S *
      * O PROPOSTO VEM DO REGISTRO DA CARGA E A VARIACAO E O       *
      * PERCENTUAL APURADO PELO COBOL008; NA FILA A O PROPOSTO VEM *
      * DO MOVIMENTO E A VARIACAO E O DELTA APURADO PELO COBOL006. *
      * A COLUNA D MOSTRA A DECISAO JA CAPTURADA PARA O CODIGO     *
      *-----------------------------------------------------------*
       ROT-FORMATA-LINHA.

           IF WSS-FILA-APROVACAO
              MOVE WSS-ITEM-REGISTRO       TO CATB0001A
              MOVE CATB0001A-MOVIMENTO     TO CATB0001M
              MOVE CATB0001M-CODIGO        TO WSS-LST-CODIGO
              MOVE CATB0001M-DESCRICAO     TO WSS-LST-DESCRICAO
              MOVE CATB0001A-VALOR-VIGENTE TO WSS-LST-ATUAL
              MOVE CATB0001M-VALOR         TO WSS-LST-PROPOSTO
              MOVE CATB0001A-VALOR-DELTA   TO WSS-VALOR-EDITADO
              MOVE WSS-VALOR-EDITADO       TO WSS-LST-VARIACAO
              MOVE CATB0001A-ORIGEM        TO WSS-LST-ORIGEM
           ELSE
              MOVE WSS-ITEM-REGISTRO       TO CATB0001S
              MOVE CATB0001S-REGISTRO      TO CATB0001
              MOVE CATB0001-CODIGO         TO WSS-LST-CODIGO
              MOVE CATB0001-DESCRICAO      TO WSS-LST-DESCRICAO
              MOVE CATB0001S-VALOR-ATUAL   TO WSS-LST-ATUAL
              MOVE CATB0001-VALOR          TO WSS-LST-PROPOSTO
              MOVE CATB0001S-PERC-APURADO  TO WSS-PERC-EDITADO
              MOVE SPACES                  TO WSS-LST-VARIACAO
              STRING WSS-PERC-EDITADO DELIMITED BY SIZE
                     ' %'             DELIMITED BY SIZE
                INTO WSS-LST-VARIACAO
              END-STRING
              MOVE 'CARGA'                 TO WSS-LST-ORIGEM
           END-IF.

           MOVE SPACES TO WSS-LST-DECISAO.

           EXEC CICS READ FILE (WSS-ARQ-DECISAO)
                INTO (CATB0001D)
                RIDFLD (WSS-CHAVE-ITEM)
                RESP (WSS-RESP)
           END-EXEC.

           IF WSS-RESP = DFHRESP(NORMAL)
              MOVE CATB0001D-DECISAO TO WSS-LST-DECISAO
           END-IF.

       ROT-FORMATA-LINHA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * GRAVA O EVENTO NA TRILHA DE AUDITORIA (AUDLOGV), COM O     *
      * USUARIO CICS NO CAMPO DE JOB E O CODIGO DO CATALOGO NA     *
      * CHAVE, NOS MOLDES DA CAT2                                  *
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

      *    O FORMATTIME TIME PREENCHE SO HHMMSS (SEIS POSICOES) -
      *    AS POSICOES 7-8 DO CAMPO DE APOIO, ZERADAS, COMPLETAM A
      *    ESCALA HHMMSSCC USADA PELOS GRAVADORES DO LOTE
           MOVE WSS-HORA-HHMMSS       TO AUDB0001-HORA.

           MOVE WSS-USUARIO           TO AUDB0001-JOB.
           MOVE 'CAT7'                TO AUDB0001-STEP.
           MOVE WSS-AUD-EVENTO        TO AUDB0001-EVENTO.
           MOVE WSS-AUD-CODIGO        TO AUDB0001-CHAVE.
           MOVE SPACES                TO AUDB0001-SELO-X.

           EXEC CICS WRITE FILE ('AUDLOGV')
                FROM (AUDB0001)
                RIDFLD (AUDB0001-DATA)
                RESP (WSS-RESP)
           END-EXEC.

           IF WSS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'CAT7 FALHA NA GRAVACAO DO AUDLOGV'
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
                FROM ('FIM DA LISTA DE APROVACAO')
                LENGTH (25)
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

           MOVE 'ERRO INESPERADO NA TRANSACAO CAT7' TO WSS-MENSAGEM.

           EXEC CICS SEND TEXT
                FROM (WSS-MENSAGEM)
                LENGTH (40)
                ERASE
                FREEKB
           END-EXEC.

           EXEC CICS RETURN END-EXEC.

       ROT-ERRO-GERAL-EXIT.

           EXIT.

       END PROGRAM CATC0007.

      ********************* FIM DO PROGRAMA ****************************
