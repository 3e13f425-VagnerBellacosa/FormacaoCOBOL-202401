      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : TRANSACAO ONLINE APO1 - ACOMPANHAMENTO PELO RH DOS
      *            CASOS DE APOSENTADORIA, VIA TELA 3270 (MAPSET
      *            FOPM0002), NOS MOLDES PSEUDO-CONVERSACIONAIS DA
      *            ELG1 (FOPC0001). O ATENDENTE DIGITA A MATRICULA E
      *            A ACAO: N = ABRE O CASO (NOTIFICADO - SO PARA
      *            FUNCIONARIO APOSENTAVEL 'A' NO ELEGHIST), P =
      *            PEDIDO DE APOSENTADORIA, A = APROVADO (COM A DATA
      *            PREVISTA DA APOSENTADORIA), D = DESISTENCIA, R =
      *            APOSENTADO; ACAO EM BRANCO SO CONSULTA. A DATA DO
      *            EVENTO EM BRANCO VALE HOJE. CADA SITUACAO GUARDA A
      *            SUA DATA NO CADASTRO DE CASOS APOSCASO (LAYOUT
      *            APSB0001), COM O USUARIO CICS DA ULTIMA ACAO
      * CPD      : INEFE
      *****************************************************************
      * HISTORICO DE ALTERACOES
      * 15/10/2026  VRB  VERSAO ORIGINAL DA TRANSACAO
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. FOPC0002.
       AUTHOR. VAGNER BELLACOSA.
       DATE-WRITTEN. 15/10/26 @ 10:00:00.
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
           COPY "FOPM0002".
      *
           COPY "APSB0001".
      *
           COPY "ELGB0001H".
      *
           COPY "CHKDATA".
      *
           COPY "DFHAID".
      *
           COPY "DFHBMSCA".
      *
       77  WSS-RESP                   PIC S9(08) COMP.
       77  WSS-MENSAGEM               PIC X(40)   VALUE SPACES.
       77  WSS-MATRICULA              PIC 9(06)   VALUE ZERO.
       77  WSS-USUARIO                PIC X(08)   VALUE SPACES.
       77  WSS-DATA-AAAAMMDD          PIC 9(08)   VALUE ZERO.
       77  WSS-DATA-EVENTO            PIC 9(08)   VALUE ZERO.
       77  WSS-DATA-PREVISTA          PIC 9(08)   VALUE ZERO.
       77  WSS-DATA-VALIDA            PIC X(01)   VALUE 'N'.
           88 DATA-EVENTO-VALIDA                  VALUE 'S'.
       77  WSS-TRANSICAO              PIC X(01)   VALUE 'N'.
           88 TRANSICAO-VALIDA                    VALUE 'S'.
      *
       01  WSS-DATA-HORA-ABS          PIC S9(15) COMP-3.
      *
       01  WSS-COMMAREA.
           05 WSS-COMM-FLAG           PIC X(01)   VALUE SPACES.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA.
           05 LKS-COMM-FLAG           PIC X(01).

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
              IF EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
                 PERFORM ROT-ENCERRAMENTO
                    THRU ROT-ENCERRAMENTO-EXIT
              ELSE
                 PERFORM ROT-CASO
                    THRU ROT-CASO-EXIT
                 EXEC CICS RETURN
                      TRANSID ('APO1')
                      COMMAREA (WSS-COMMAREA)
                 END-EXEC
              END-IF
           END-IF.

      *-----------------------------------------------------------*
      * ENVIA A TELA EM BRANCO E AGUARDA A PROXIMA ENTRADA. TAMBEM *
      * E O DESTINO DO HANDLE CONDITION MAPFAIL                    *
      *-----------------------------------------------------------*
       ROT-TELA-INICIAL.

           MOVE SPACES TO FOPM0002O.
           MOVE -1     TO MATRIOL.
           MOVE 'MATRICULA, ACAO N/P/A/D/R E ENTER. PF3=SAI'
                       TO MSGO.

           EXEC CICS SEND MAP ('FOPM0002')
                MAPSET ('FOPM0002')
                FROM (FOPM0002O)
                ERASE
           END-EXEC.

           EXEC CICS RETURN
                TRANSID ('APO1')
                COMMAREA (WSS-COMMAREA)
           END-EXEC.

       ROT-TELA-INICIAL-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * RECEBE A TELA, VALIDA A MATRICULA E A DATA DO EVENTO E     *
      * DESVIA PARA A ACAO PEDIDA                                  *
      *-----------------------------------------------------------*
       ROT-CASO.

           EXEC CICS RECEIVE MAP ('FOPM0002')
                MAPSET ('FOPM0002')
                INTO (FOPM0002I)
           END-EXEC.

           MOVE SPACES TO FOPM0002O.

           IF MATRII NOT NUMERIC
              MOVE 'MATRICULA NAO NUMERICA' TO MSGO
              GO TO ROT-CASO-ENVIA
           END-IF.

           MOVE MATRII        TO WSS-MATRICULA.
           MOVE WSS-MATRICULA TO MATRIO.

           PERFORM ROT-DATA-HORA-ATUAL
              THRU ROT-DATA-HORA-ATUAL-EXIT.

           PERFORM ROT-VALIDA-DATA-EVENTO
              THRU ROT-VALIDA-DATA-EVENTO-EXIT.

           IF NOT DATA-EVENTO-VALIDA
              GO TO ROT-CASO-ENVIA
           END-IF.

           EVALUATE ACAOI
              WHEN SPACE
              WHEN LOW-VALUE
                 PERFORM ROT-CONSULTA-CASO
                    THRU ROT-CONSULTA-CASO-EXIT
              WHEN 'N'
                 PERFORM ROT-ABRE-CASO
                    THRU ROT-ABRE-CASO-EXIT
              WHEN 'P'
              WHEN 'A'
              WHEN 'D'
              WHEN 'R'
                 PERFORM ROT-MOVIMENTA-CASO
                    THRU ROT-MOVIMENTA-CASO-EXIT
              WHEN OTHER
                 MOVE 'ACAO INVALIDA - N/P/A/D/R OU BRANCO'
                      TO MSGO
           END-EVALUATE.

       ROT-CASO-ENVIA.

           MOVE -1 TO MATRIOL.

           EXEC CICS SEND MAP ('FOPM0002')
                MAPSET ('FOPM0002')
                FROM (FOPM0002O)
                DATAONLY
           END-EXEC.

       ROT-CASO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * VALIDA A DATA DO EVENTO DIGITADA (EM BRANCO VALE HOJE) -   *
      * DATA DE CALENDARIO VALIDA (CHKDATA) E NAO FUTURA           *
      *-----------------------------------------------------------*
       ROT-VALIDA-DATA-EVENTO.

           MOVE 'N' TO WSS-DATA-VALIDA.

           IF DTEVTI = SPACES OR DTEVTI = LOW-VALUES
              MOVE WSS-DATA-AAAAMMDD TO WSS-DATA-EVENTO
              MOVE 'S' TO WSS-DATA-VALIDA
              GO TO ROT-VALIDA-DATA-EVENTO-EXIT
           END-IF.

           IF DTEVTI NOT NUMERIC
              MOVE 'DATA DO EVENTO NAO NUMERICA' TO MSGO
              GO TO ROT-VALIDA-DATA-EVENTO-EXIT
           END-IF.

           MOVE DTEVTI          TO WSS-DATA-EVENTO.
           MOVE WSS-DATA-EVENTO TO LKS-CD-DATA.

           CALL 'CHKDATA' USING LKS-CHECK-DATE.

           IF LKS-CD-INVALIDA
              MOVE 'DATA DO EVENTO INVALIDA' TO MSGO
              GO TO ROT-VALIDA-DATA-EVENTO-EXIT
           END-IF.

           IF WSS-DATA-EVENTO > WSS-DATA-AAAAMMDD
              MOVE 'DATA DO EVENTO NAO PODE SER FUTURA' TO MSGO
              GO TO ROT-VALIDA-DATA-EVENTO-EXIT
           END-IF.

           MOVE 'S' TO WSS-DATA-VALIDA.

       ROT-VALIDA-DATA-EVENTO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * SO CONSULTA O CASO DA MATRICULA                            *
      *-----------------------------------------------------------*
       ROT-CONSULTA-CASO.

           MOVE WSS-MATRICULA TO APSB0001-MATRICULA.

           EXEC CICS READ FILE ('APOSCASO')
                INTO (APSB0001)
                RIDFLD (APSB0001-MATRICULA)
                RESP (WSS-RESP)
           END-EXEC.

           EVALUATE WSS-RESP
              WHEN DFHRESP(NORMAL)
                 PERFORM ROT-EXIBE-CASO
                    THRU ROT-EXIBE-CASO-EXIT
                 MOVE 'CASO APRESENTADO' TO MSGO
              WHEN DFHRESP(NOTFND)
                 MOVE 'NENHUM CASO ABERTO PARA A MATRICULA'
                      TO MSGO
              WHEN OTHER
                 MOVE 'ERRO DE ACESSO AO ARQUIVO APOSCASO'
                      TO MSGO
           END-EVALUATE.

       ROT-CONSULTA-CASO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * ABRE O CASO (SITUACAO NOTIFICADO) - SO PARA FUNCIONARIO    *
      * APOSENTAVEL ('A') NO ELEGHIST E SEM CASO EM ANDAMENTO; O   *
      * CASO DE QUEM DESISTIU PODE SER REABERTO DO INICIO          *
      *-----------------------------------------------------------*
       ROT-ABRE-CASO.

           MOVE WSS-MATRICULA TO ELGB0001H-MATRICULA.

           EXEC CICS READ FILE ('ELEGHIST')
                INTO (ELGB0001H)
                RIDFLD (ELGB0001H-MATRICULA)
                RESP (WSS-RESP)
           END-EXEC.

           EVALUATE WSS-RESP
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE 'MATRICULA NAO ENCONTRADA NO ELEGHIST'
                      TO MSGO
                 GO TO ROT-ABRE-CASO-EXIT
              WHEN OTHER
                 MOVE 'ERRO DE ACESSO AO ARQUIVO ELEGHIST'
                      TO MSGO
                 GO TO ROT-ABRE-CASO-EXIT
           END-EVALUATE.

           IF NOT ELGB0001H-APOSENTAVEL
              MOVE 'SO ELEGIVEL (A) NO ELEGHIST ABRE CASO' TO MSGO
              GO TO ROT-ABRE-CASO-EXIT
           END-IF.

           MOVE WSS-MATRICULA TO APSB0001-MATRICULA.

           EXEC CICS READ FILE ('APOSCASO')
                INTO (APSB0001)
                RIDFLD (APSB0001-MATRICULA)
                UPDATE
                RESP (WSS-RESP)
           END-EXEC.

           EVALUATE WSS-RESP
              WHEN DFHRESP(NORMAL)
                 IF NOT APSB0001-DESISTENTE
                    EXEC CICS UNLOCK FILE ('APOSCASO')
                    END-EXEC
                    PERFORM ROT-EXIBE-CASO
                       THRU ROT-EXIBE-CASO-EXIT
                    MOVE 'JA EXISTE CASO PARA A MATRICULA' TO MSGO
                    GO TO ROT-ABRE-CASO-EXIT
                 END-IF
                 PERFORM ROT-MONTA-CASO-NOVO
                    THRU ROT-MONTA-CASO-NOVO-EXIT
                 EXEC CICS REWRITE FILE ('APOSCASO')
                      FROM (APSB0001)
                      RESP (WSS-RESP)
                 END-EXEC
              WHEN DFHRESP(NOTFND)
                 PERFORM ROT-MONTA-CASO-NOVO
                    THRU ROT-MONTA-CASO-NOVO-EXIT
                 EXEC CICS WRITE FILE ('APOSCASO')
                      FROM (APSB0001)
                      RIDFLD (APSB0001-MATRICULA)
                      RESP (WSS-RESP)
                 END-EXEC
              WHEN OTHER
                 MOVE 'ERRO DE ACESSO AO ARQUIVO APOSCASO'
                      TO MSGO
                 GO TO ROT-ABRE-CASO-EXIT
           END-EVALUATE.

           IF WSS-RESP = DFHRESP(NORMAL)
              PERFORM ROT-EXIBE-CASO
                 THRU ROT-EXIBE-CASO-EXIT
              MOVE 'CASO ABERTO - FUNCIONARIO NOTIFICADO' TO MSGO
           ELSE
              MOVE 'ERRO NA GRAVACAO DO ARQUIVO APOSCASO' TO MSGO
           END-IF.

       ROT-ABRE-CASO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * MONTA O CASO NOVO NA SITUACAO NOTIFICADO, COM AS DEMAIS    *
      * DATAS ZERADAS                                              *
      *-----------------------------------------------------------*
       ROT-MONTA-CASO-NOVO.

           PERFORM ROT-OBTEM-USUARIO
              THRU ROT-OBTEM-USUARIO-EXIT.

           MOVE SPACES             TO APSB0001.
           MOVE WSS-MATRICULA      TO APSB0001-MATRICULA.
           MOVE ELGB0001H-NOME     TO APSB0001-NOME.
           MOVE 'N'                TO APSB0001-SITUACAO.
           MOVE WSS-DATA-EVENTO    TO APSB0001-DATA-NOTIFICACAO.
           MOVE ZERO               TO APSB0001-DATA-PEDIDO.
           MOVE ZERO               TO APSB0001-DATA-APROVACAO.
           MOVE ZERO               TO APSB0001-DATA-DESISTENCIA.
           MOVE ZERO               TO APSB0001-DATA-APOSENTADORIA.
           MOVE ZERO               TO APSB0001-DATA-PREVISTA.
           MOVE WSS-DATA-EVENTO    TO APSB0001-DATA-ULT-MOVTO.
           MOVE WSS-USUARIO        TO APSB0001-USUARIO.

       ROT-MONTA-CASO-NOVO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * MOVIMENTA O CASO NO CICLO DE VIDA (READ COM UPDATE SEGUIDO *
      * DE REWRITE): P SO DE NOTIFICADO, A SO DE PEDIDO (EXIGE A   *
      * DATA PREVISTA), R SO DE APROVADO E D DE QUALQUER SITUACAO  *
      * EM ANDAMENTO. O EVENTO NAO PODE SER ANTERIOR AO ULTIMO     *
      *-----------------------------------------------------------*
       ROT-MOVIMENTA-CASO.

           MOVE WSS-MATRICULA TO APSB0001-MATRICULA.

           EXEC CICS READ FILE ('APOSCASO')
                INTO (APSB0001)
                RIDFLD (APSB0001-MATRICULA)
                UPDATE
                RESP (WSS-RESP)
           END-EXEC.

           EVALUATE WSS-RESP
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE 'CASO NAO ABERTO - USE A ACAO N' TO MSGO
                 GO TO ROT-MOVIMENTA-CASO-EXIT
              WHEN OTHER
                 MOVE 'ERRO DE ACESSO AO ARQUIVO APOSCASO'
                      TO MSGO
                 GO TO ROT-MOVIMENTA-CASO-EXIT
           END-EVALUATE.

           MOVE 'N' TO WSS-TRANSICAO.

           EVALUATE TRUE
              WHEN ACAOI = 'P' AND APSB0001-NOTIFICADO
                 MOVE 'S' TO WSS-TRANSICAO
              WHEN ACAOI = 'A' AND APSB0001-PEDIDO
                 MOVE 'S' TO WSS-TRANSICAO
              WHEN ACAOI = 'R' AND APSB0001-APROVADO
                 MOVE 'S' TO WSS-TRANSICAO
              WHEN ACAOI = 'D' AND APSB0001-CASO-EM-ABERTO
                 MOVE 'S' TO WSS-TRANSICAO
           END-EVALUATE.

           IF NOT TRANSICAO-VALIDA
              EXEC CICS UNLOCK FILE ('APOSCASO')
              END-EXEC
              PERFORM ROT-EXIBE-CASO
                 THRU ROT-EXIBE-CASO-EXIT
              MOVE 'ACAO NAO PERMITIDA NA SITUACAO ATUAL' TO MSGO
              GO TO ROT-MOVIMENTA-CASO-EXIT
           END-IF.

           IF WSS-DATA-EVENTO < APSB0001-DATA-ULT-MOVTO
              EXEC CICS UNLOCK FILE ('APOSCASO')
              END-EXEC
              PERFORM ROT-EXIBE-CASO
                 THRU ROT-EXIBE-CASO-EXIT
              MOVE 'DATA ANTERIOR A ULTIMA MOVIMENTACAO' TO MSGO
              GO TO ROT-MOVIMENTA-CASO-EXIT
           END-IF.

           IF ACAOI = 'A'
              PERFORM ROT-VALIDA-DATA-PREVISTA
                 THRU ROT-VALIDA-DATA-PREVISTA-EXIT
              IF NOT DATA-EVENTO-VALIDA
                 EXEC CICS UNLOCK FILE ('APOSCASO')
                 END-EXEC
                 PERFORM ROT-EXIBE-CASO
                    THRU ROT-EXIBE-CASO-EXIT
                 MOVE 'DATA PREVISTA INVALIDA OU AUSENTE' TO MSGO
                 GO TO ROT-MOVIMENTA-CASO-EXIT
              END-IF
           END-IF.

           PERFORM ROT-OBTEM-USUARIO
              THRU ROT-OBTEM-USUARIO-EXIT.

           EVALUATE ACAOI
              WHEN 'P'
                 MOVE 'P'               TO APSB0001-SITUACAO
                 MOVE WSS-DATA-EVENTO   TO APSB0001-DATA-PEDIDO
              WHEN 'A'
                 MOVE 'A'               TO APSB0001-SITUACAO
                 MOVE WSS-DATA-EVENTO   TO APSB0001-DATA-APROVACAO
                 MOVE WSS-DATA-PREVISTA TO APSB0001-DATA-PREVISTA
              WHEN 'R'
                 MOVE 'R'               TO APSB0001-SITUACAO
                 MOVE WSS-DATA-EVENTO
                   TO APSB0001-DATA-APOSENTADORIA
              WHEN 'D'
                 MOVE 'D'               TO APSB0001-SITUACAO
                 MOVE WSS-DATA-EVENTO
                   TO APSB0001-DATA-DESISTENCIA
           END-EVALUATE.

           MOVE WSS-DATA-EVENTO TO APSB0001-DATA-ULT-MOVTO.
           MOVE WSS-USUARIO     TO APSB0001-USUARIO.

           EXEC CICS REWRITE FILE ('APOSCASO')
                FROM (APSB0001)
                RESP (WSS-RESP)
           END-EXEC.

           IF WSS-RESP = DFHRESP(NORMAL)
              PERFORM ROT-EXIBE-CASO
                 THRU ROT-EXIBE-CASO-EXIT
              MOVE 'CASO ATUALIZADO COM SUCESSO' TO MSGO
           ELSE
              MOVE 'ERRO NA GRAVACAO DO ARQUIVO APOSCASO' TO MSGO
           END-IF.

       ROT-MOVIMENTA-CASO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * VALIDA A DATA PREVISTA DA APOSENTADORIA, OBRIGATORIA NA    *
      * APROVACAO - DATA VALIDA E NAO ANTERIOR AO EVENTO           *
      *-----------------------------------------------------------*
       ROT-VALIDA-DATA-PREVISTA.

           MOVE 'N' TO WSS-DATA-VALIDA.

           IF DTPRVI NOT NUMERIC
              GO TO ROT-VALIDA-DATA-PREVISTA-EXIT
           END-IF.

           MOVE DTPRVI            TO WSS-DATA-PREVISTA.
           MOVE WSS-DATA-PREVISTA TO LKS-CD-DATA.

           CALL 'CHKDATA' USING LKS-CHECK-DATE.

           IF LKS-CD-VALIDA
              AND WSS-DATA-PREVISTA NOT < WSS-DATA-EVENTO
              MOVE 'S' TO WSS-DATA-VALIDA
           END-IF.

       ROT-VALIDA-DATA-PREVISTA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * DEVOLVE NA TELA O CASO COM A DATA DE CADA SITUACAO         *
      *-----------------------------------------------------------*
       ROT-EXIBE-CASO.

           MOVE APSB0001-MATRICULA TO MATRIO.
           MOVE APSB0001-NOME      TO NOMEO.
           MOVE APSB0001-USUARIO   TO USUARO.

           EVALUATE TRUE
              WHEN APSB0001-NOTIFICADO
                 MOVE 'NOTIFICADO  ' TO SITUO
              WHEN APSB0001-PEDIDO
                 MOVE 'PEDIDO      ' TO SITUO
              WHEN APSB0001-APROVADO
                 MOVE 'APROVADO    ' TO SITUO
              WHEN APSB0001-DESISTENTE
                 MOVE 'DESISTENTE  ' TO SITUO
              WHEN APSB0001-APOSENTADO
                 MOVE 'APOSENTADO  ' TO SITUO
              WHEN OTHER
                 MOVE SPACES         TO SITUO
           END-EVALUATE.

           IF APSB0001-DATA-NOTIFICACAO > ZERO
              MOVE APSB0001-DATA-NOTIFICACAO TO DTNOTO
           END-IF.

           IF APSB0001-DATA-PEDIDO > ZERO
              MOVE APSB0001-DATA-PEDIDO TO DTPEDO
           END-IF.

           IF APSB0001-DATA-APROVACAO > ZERO
              MOVE APSB0001-DATA-APROVACAO TO DTAPRO
           END-IF.

           IF APSB0001-DATA-DESISTENCIA > ZERO
              MOVE APSB0001-DATA-DESISTENCIA TO DTDESO
           END-IF.

           IF APSB0001-DATA-APOSENTADORIA > ZERO
              MOVE APSB0001-DATA-APOSENTADORIA TO DTAPOO
           END-IF.

           IF APSB0001-DATA-PREVISTA > ZERO
              MOVE APSB0001-DATA-PREVISTA TO DTPRVO
           END-IF.

       ROT-EXIBE-CASO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * OBTEM O USUARIO CICS QUE ESTA MOVIMENTANDO O CASO          *
      *-----------------------------------------------------------*
       ROT-OBTEM-USUARIO.

           EXEC CICS ASSIGN
                USERID (WSS-USUARIO)
           END-EXEC.

       ROT-OBTEM-USUARIO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * OBTEM A DATA ATUAL (AAAAMMDD) VIA ASKTIME/FORMATTIME - O   *
      * EIBDATE E JULIANO E NAO SERVE PARA CAMPOS AAAAMMDD         *
      *-----------------------------------------------------------*
       ROT-DATA-HORA-ATUAL.

           EXEC CICS ASKTIME
                ABSTIME (WSS-DATA-HORA-ABS)
           END-EXEC.

           EXEC CICS FORMATTIME
                ABSTIME (WSS-DATA-HORA-ABS)
                YYYYMMDD (WSS-DATA-AAAAMMDD)
           END-EXEC.

       ROT-DATA-HORA-ATUAL-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * ENCERRA A CONVERSACAO (PF3/CLEAR) SEM DEVOLVER TRANSID     *
      *-----------------------------------------------------------*
       ROT-ENCERRAMENTO.

           EXEC CICS SEND TEXT
                FROM ('FIM DO ACOMPANHAMENTO DE CASOS')
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

           MOVE 'ERRO INESPERADO NA TRANSACAO APO1' TO WSS-MENSAGEM.

           EXEC CICS SEND TEXT
                FROM (WSS-MENSAGEM)
                LENGTH (40)
                ERASE
                FREEKB
           END-EXEC.

           EXEC CICS RETURN END-EXEC.

       ROT-ERRO-GERAL-EXIT.

           EXIT.

       END PROGRAM FOPC0002.

      ********************* FIM DO PROGRAMA ****************************
