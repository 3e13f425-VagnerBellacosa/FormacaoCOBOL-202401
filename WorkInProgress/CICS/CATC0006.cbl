      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : TRANSACAO ONLINE CAT6 - MANUTENCAO DO CADASTRO
      *            DE/PARA DE ITENS DE FORNECEDOR (KSDS FORXREF,
      *            LAYOUT FORB0001X, CHAVE FORNECEDOR + ITEM), VIA
      *            TELA 3270 (MAPSET CATM0006), PARA O COMPRAS
      *            MAPEAR O ITEM NOVO DO FORNECEDOR SEM DEPENDER DA
      *            OPERACAO. O USUARIO INFORMA ACAO (A/C/D),
      *            FORNECEDOR, ITEM NA NUMERACAO DO FORNECEDOR E O
      *            CODIGO DO CATALOGO; NA INCLUSAO E NA ALTERACAO O
      *            CODIGO DE DESTINO TEM DE EXISTIR NO CATET001 E
      *            ESTAR ATIVO. A TELA MOSTRA A PENDENCIA DO ITEM NO
      *            FORPEND (COPIA INDEXADA FORPENDV, PUBLICADA PELO
      *            FORN0001) E SE O DE/PARA A RESOLVE NA TRADUCAO DA
      *            PROXIMA NOITE (COBOL031). CADA ACAO GRAVA UM
      *            EVENTO NA TRILHA DE AUDITORIA (AUDLOGV), A
      *            MANUTENCAO EXIGE A MARCA DA CAT6 NO PERFIL DO
      *            OPERADOR (AUTPROF) E E RECUSADA COM A JANELA
      *            BATCH ABERTA, NOS MOLDES DA CAT2/CAT4
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
       PROGRAM-ID. CATC0006.
       AUTHOR. VAGNER BELLACOSA.
       DATE-WRITTEN. 15/10/26 @ 09:00:00.
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
           COPY "CATM0006".
      *
           COPY "FORB0001X".
      *
           COPY "CATB0001".
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
       77  WSS-PRECO-EDITADO          PIC ZZZZZZ9,99.
       77  WSS-CICLO-ABERTO           PIC X(01)   VALUE 'N'.
           88 CICLO-ABERTO                        VALUE 'S'.
       77  WSS-AUTORIZADO             PIC X(01)   VALUE 'N'.
           88 OPERADOR-AUTORIZADO                 VALUE 'S'.
       77  WSS-DESTINO-VALIDO         PIC X(01)   VALUE 'N'.
           88 DESTINO-VALIDO                      VALUE 'S'.
      *
       01  WSS-CICLSTAT-REGISTRO.
           05 WSS-STA-CHAVE           PIC X(08).
           05 WSS-STA-DATA            PIC 9(08).
           05 WSS-STA-SITUACAO        PIC X(01).
           05 WSS-STA-HORA            PIC 9(08).
           05 FILLER                  PIC X(55).
      *
      *    REGISTRO DO FORPEND (LINHA DO FEED FORB0001 + MOTIVO) NA
      *    COPIA INDEXADA FORPENDV, CHAVE FORNECEDOR + ITEM
      *
       01  WSS-FORPEND-REGISTRO.
           05 WSS-PEN-CHAVE.
              10 WSS-PEN-FORNECEDOR   PIC 9(05).
              10 WSS-PEN-ITEM-FORN    PIC X(15).
           05 WSS-PEN-PRECO           PIC 9(07)V99.
           05 WSS-PEN-MOEDA           PIC X(03).
           05 WSS-PEN-DATA-PRECO      PIC 9(08).
           05 FILLER                  PIC X(40).
           05 WSS-PEN-MOTIVO          PIC X(40).
      *
       01  WSS-PEN-DATA-R.
           05 WSS-PEN-ANO             PIC 9(04).
           05 WSS-PEN-MES             PIC 9(02).
           05 WSS-PEN-DIA             PIC 9(02).
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
                 PERFORM ROT-MANUTENCAO
                    THRU ROT-MANUTENCAO-EXIT
                 EXEC CICS RETURN
                      TRANSID ('CAT6')
                      COMMAREA (WSS-COMMAREA)
                 END-EXEC
              END-IF
           END-IF.

      *-----------------------------------------------------------*
      * ENVIA A TELA EM BRANCO E AGUARDA A PROXIMA ENTRADA         *
      *-----------------------------------------------------------*
       ROT-TELA-INICIAL.

           MOVE SPACES TO CATM0006O.
           MOVE -1     TO ACAOOL.
           MOVE 'INFORME ACAO, FORNECEDOR, ITEM, CODIGO'
                       TO MSGO.

           EXEC CICS SEND MAP ('CATM0006')
                MAPSET ('CATM0006')
                FROM (CATM0006O)
                ERASE
           END-EXEC.

           EXEC CICS RETURN
                TRANSID ('CAT6')
                COMMAREA (WSS-COMMAREA)
           END-EXEC.

       ROT-TELA-INICIAL-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * RECEBE A TELA, VALIDA A CHAVE DO DE/PARA E DESVIA PARA A   *
      * ACAO DE MANUTENCAO PEDIDA                                  *
      *-----------------------------------------------------------*
       ROT-MANUTENCAO.

           EXEC CICS RECEIVE MAP ('CATM0006')
                MAPSET ('CATM0006')
                INTO (CATM0006I)
           END-EXEC.

           MOVE SPACES TO DESCO PENDO MOTIVO RESOLO.

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
              GO TO ROT-MANUTENCAO-ENVIA
           END-IF.

           PERFORM ROT-VERIFICA-PERFIL
              THRU ROT-VERIFICA-PERFIL-EXIT.

           IF NOT OPERADOR-AUTORIZADO
              GO TO ROT-MANUTENCAO-ENVIA
           END-IF.

           IF FORNI NOT NUMERIC
              OR FORNI = ZEROS
              MOVE 'FORNECEDOR INVALIDO - 5 DIGITOS' TO MSGO
              GO TO ROT-MANUTENCAO-ENVIA
           END-IF.

           IF ITEMI = SPACES OR ITEMI = LOW-VALUES
              MOVE 'INFORME O ITEM DO FORNECEDOR' TO MSGO
              GO TO ROT-MANUTENCAO-ENVIA
           END-IF.

           MOVE FORNI TO FORB0001X-FORNECEDOR.
           MOVE ITEMI TO FORB0001X-ITEM-FORN.

           EVALUATE ACAOI
              WHEN 'A'
                 PERFORM ROT-INCLUI-DEPARA
                    THRU ROT-INCLUI-DEPARA-EXIT
              WHEN 'C'
                 PERFORM ROT-ALTERA-DEPARA
                    THRU ROT-ALTERA-DEPARA-EXIT
              WHEN 'D'
                 PERFORM ROT-EXCLUI-DEPARA
                    THRU ROT-EXCLUI-DEPARA-EXIT
              WHEN OTHER
                 MOVE 'ACAO INVALIDA - INFORME A, C OU D'
                      TO MSGO
           END-EVALUATE.

       ROT-MANUTENCAO-ENVIA.

           MOVE -1 TO ACAOOL.

           EXEC CICS SEND MAP ('CATM0006')
                MAPSET ('CATM0006')
                FROM (CATM0006O)
                DATAONLY
           END-EXEC.

       ROT-MANUTENCAO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * VERIFICA O PERFIL DE AUTORIZACAO DO OPERADOR (AUTPROF) -   *
      * SEM PERFIL, OU SEM A MARCA DA CAT6, A MANUTENCAO E NEGADA  *
      * E AUDITADA ('AUTH-DENY')                                   *
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

           IF NOT AUTB0001-MANTEM-FORXREF
              MOVE 'OPERADOR SEM PERMISSAO PARA O DE/PARA' TO MSGO
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
      * MANTIDO PELO COBOL017) - COM O CICLO ABERTO A MANUTENCAO   *
      * E RECUSADA; SEM O REGISTRO OU COM O ARQUIVO INDISPONIVEL,  *
      * A MANUTENCAO SEGUE LIVRE                                   *
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
      * VALIDA O CODIGO DE DESTINO CONTRA O MESTRE CATET001 - TEM  *
      * DE EXISTIR E ESTAR ATIVO; A DESCRICAO VOLTA NA TELA PARA   *
      * O OPERADOR CONFERIR O ITEM                                 *
      *-----------------------------------------------------------*
       ROT-VALIDA-DESTINO.

           MOVE 'N' TO WSS-DESTINO-VALIDO.

           IF CODI NOT NUMERIC
              OR CODI = ZEROS
              MOVE 'CODIGO DO CATALOGO INVALIDO' TO MSGO
              GO TO ROT-VALIDA-DESTINO-EXIT
           END-IF.

           MOVE CODI TO CATB0001-CODIGO.

           EXEC CICS READ FILE ('CATET001')
                INTO (CATB0001)
                RIDFLD (CATB0001-CODIGO)
                RESP (WSS-RESP)
           END-EXEC.

           EVALUATE WSS-RESP
              WHEN DFHRESP(NORMAL)
                 MOVE CATB0001-DESCRICAO TO DESCO
                 IF CATB0001-ITEM-ATIVO
                    MOVE 'S' TO WSS-DESTINO-VALIDO
                 ELSE
                    MOVE 'CODIGO DE DESTINO NAO ESTA ATIVO' TO MSGO
                 END-IF
              WHEN DFHRESP(NOTFND)
                 MOVE 'CODIGO NAO ENCONTRADO NO CATET001' TO MSGO
              WHEN OTHER
                 MOVE 'ERRO DE ACESSO AO ARQUIVO CATET001'
                      TO MSGO
           END-EVALUATE.

       ROT-VALIDA-DESTINO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * INCLUI UM DE/PARA NOVO NO FORXREF                          *
      *-----------------------------------------------------------*
       ROT-INCLUI-DEPARA.

           PERFORM ROT-VALIDA-DESTINO
              THRU ROT-VALIDA-DESTINO-EXIT.

           IF NOT DESTINO-VALIDO
              GO TO ROT-INCLUI-DEPARA-EXIT
           END-IF.

           MOVE SPACES          TO FORB0001X.
           MOVE FORNI           TO FORB0001X-FORNECEDOR.
           MOVE ITEMI           TO FORB0001X-ITEM-FORN.
           MOVE CATB0001-CODIGO TO FORB0001X-CODIGO.

           EXEC CICS WRITE FILE ('FORXREF')
                FROM (FORB0001X)
                RIDFLD (FORB0001X-CHAVE)
                RESP (WSS-RESP)
           END-EXEC.

           EVALUATE WSS-RESP
              WHEN DFHRESP(NORMAL)
                 MOVE 'XRF-INSERT' TO WSS-AUD-EVENTO
                 PERFORM ROT-GRAVA-AUDITORIA
                    THRU ROT-GRAVA-AUDITORIA-EXIT
                 PERFORM ROT-EXIBE-REGISTRO
                    THRU ROT-EXIBE-REGISTRO-EXIT
                 PERFORM ROT-EXIBE-PENDENCIA
                    THRU ROT-EXIBE-PENDENCIA-EXIT
                 MOVE 'DE/PARA INCLUIDO COM SUCESSO' TO MSGO
              WHEN DFHRESP(DUPREC)
                 MOVE 'DE/PARA JA EXISTE - USE A ACAO C' TO MSGO
              WHEN OTHER
                 MOVE 'ERRO DE ACESSO AO ARQUIVO FORXREF'
                      TO MSGO
           END-EVALUATE.

       ROT-INCLUI-DEPARA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * TROCA O CODIGO DE DESTINO DE UM DE/PARA EXISTENTE (READ    *
      * COM UPDATE SEGUIDO DE REWRITE)                             *
      *-----------------------------------------------------------*
       ROT-ALTERA-DEPARA.

           PERFORM ROT-VALIDA-DESTINO
              THRU ROT-VALIDA-DESTINO-EXIT.

           IF NOT DESTINO-VALIDO
              GO TO ROT-ALTERA-DEPARA-EXIT
           END-IF.

           EXEC CICS READ FILE ('FORXREF')
                INTO (FORB0001X)
                RIDFLD (FORB0001X-CHAVE)
                UPDATE
                RESP (WSS-RESP)
           END-EXEC.

           EVALUATE WSS-RESP
              WHEN DFHRESP(NORMAL)
                 MOVE CATB0001-CODIGO TO FORB0001X-CODIGO
                 EXEC CICS REWRITE FILE ('FORXREF')
                      FROM (FORB0001X)
                      RESP (WSS-RESP)
                 END-EXEC
                 IF WSS-RESP = DFHRESP(NORMAL)
                    MOVE 'XRF-UPDATE' TO WSS-AUD-EVENTO
                    PERFORM ROT-GRAVA-AUDITORIA
                       THRU ROT-GRAVA-AUDITORIA-EXIT
                    PERFORM ROT-EXIBE-REGISTRO
                       THRU ROT-EXIBE-REGISTRO-EXIT
                    PERFORM ROT-EXIBE-PENDENCIA
                       THRU ROT-EXIBE-PENDENCIA-EXIT
                    MOVE 'DE/PARA ALTERADO COM SUCESSO' TO MSGO
                 ELSE
                    MOVE 'ERRO DE ACESSO AO ARQUIVO FORXREF'
                         TO MSGO
                 END-IF
              WHEN DFHRESP(NOTFND)
                 MOVE 'DE/PARA NAO ENCONTRADO - USE A ACAO A'
                      TO MSGO
              WHEN OTHER
                 MOVE 'ERRO DE ACESSO AO ARQUIVO FORXREF'
                      TO MSGO
           END-EVALUATE.

       ROT-ALTERA-DEPARA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * EXCLUI UM DE/PARA DO FORXREF - O CODIGO QUE ELE APONTAVA   *
      * VAI PARA A CHAVE DA AUDITORIA                              *
      *-----------------------------------------------------------*
       ROT-EXCLUI-DEPARA.

           EXEC CICS READ FILE ('FORXREF')
                INTO (FORB0001X)
                RIDFLD (FORB0001X-CHAVE)
                UPDATE
                RESP (WSS-RESP)
           END-EXEC.

           EVALUATE WSS-RESP
              WHEN DFHRESP(NORMAL)
                 MOVE FORB0001X-CODIGO TO WSS-AUD-CODIGO
                 EXEC CICS DELETE FILE ('FORXREF')
                      RESP (WSS-RESP)
                 END-EXEC
                 IF WSS-RESP = DFHRESP(NORMAL)
                    MOVE 'XRF-DELETE' TO WSS-AUD-EVENTO
                    PERFORM ROT-GRAVA-AUDITORIA
                       THRU ROT-GRAVA-AUDITORIA-EXIT
                    PERFORM ROT-EXIBE-REGISTRO
                       THRU ROT-EXIBE-REGISTRO-EXIT
                    MOVE 'DE/PARA EXCLUIDO COM SUCESSO' TO MSGO
                 ELSE
                    MOVE 'ERRO DE ACESSO AO ARQUIVO FORXREF'
                         TO MSGO
                 END-IF
              WHEN DFHRESP(NOTFND)
                 MOVE 'DE/PARA NAO ENCONTRADO' TO MSGO
              WHEN OTHER
                 MOVE 'ERRO DE ACESSO AO ARQUIVO FORXREF'
                      TO MSGO
           END-EVALUATE.

       ROT-EXCLUI-DEPARA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * DEVOLVE NA TELA O DE/PARA RECEM APLICADO                   *
      *-----------------------------------------------------------*
       ROT-EXIBE-REGISTRO.

           MOVE ACAOI                TO ACAOO.
           MOVE FORB0001X-FORNECEDOR TO FORNO.
           MOVE FORB0001X-ITEM-FORN  TO ITEMO.
           MOVE FORB0001X-CODIGO     TO CODO.

       ROT-EXIBE-REGISTRO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CONSULTA A PENDENCIA DO ITEM NO FORPEND (COPIA INDEXADA    *
      * FORPENDV, ULTIMA LINHA RECUSADA DE CADA FORNECEDOR + ITEM) *
      * E INFORMA SE O DE/PARA A RESOLVE NA PROXIMA NOITE - SO AS  *
      * RECUSAS POR FALTA DE DE/PARA OU POR CODIGO SEM CADASTRO    *
      * DEPENDEM DELE; A DE TOLERANCIA E REAVALIADA CONTRA O PRECO *
      * DO NOVO CODIGO E AS DEMAIS SEGUEM COM O COMPRAS            *
      *-----------------------------------------------------------*
       ROT-EXIBE-PENDENCIA.

           MOVE FORB0001X-CHAVE TO WSS-PEN-CHAVE.

           EXEC CICS READ FILE ('FORPENDV')
                INTO (WSS-FORPEND-REGISTRO)
                RIDFLD (WSS-PEN-CHAVE)
                RESP (WSS-RESP)
           END-EXEC.

           EVALUATE WSS-RESP
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE 'ITEM SEM PENDENCIA NO FORPEND' TO PENDO
                 GO TO ROT-EXIBE-PENDENCIA-EXIT
              WHEN OTHER
                 MOVE 'FORPEND INDISPONIVEL PARA CONSULTA' TO PENDO
                 GO TO ROT-EXIBE-PENDENCIA-EXIT
           END-EVALUATE.

           MOVE WSS-PEN-PRECO      TO WSS-PRECO-EDITADO.
           MOVE WSS-PEN-DATA-PRECO TO WSS-PEN-DATA-R.

           STRING 'PENDENTE: '      DELIMITED BY SIZE
                  WSS-PRECO-EDITADO DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WSS-PEN-MOEDA     DELIMITED BY SIZE
                  ' DE '            DELIMITED BY SIZE
                  WSS-PEN-DIA       DELIMITED BY SIZE
                  '/'               DELIMITED BY SIZE
                  WSS-PEN-MES       DELIMITED BY SIZE
                  '/'               DELIMITED BY SIZE
                  WSS-PEN-ANO       DELIMITED BY SIZE
             INTO PENDO
           END-STRING.

           MOVE WSS-PEN-MOTIVO TO MOTIVO.

           EVALUATE WSS-PEN-MOTIVO
              WHEN 'ITEM SEM DE/PARA NO FORXREF'
              WHEN 'CODIGO DO DE/PARA SEM CADASTRO'
                 MOVE 'RESOLVIDA PELO DE/PARA NA PROXIMA NOITE'
                      TO RESOLO
              WHEN 'PRECO FORA DA TOLERANCIA DE VARIACAO'
                 MOVE 'REAVALIADA CONTRA O PRECO DO CODIGO'
                      TO RESOLO
              WHEN OTHER
                 MOVE 'NAO DEPENDE DO DE/PARA - VER O MOTIVO'
                      TO RESOLO
           END-EVALUATE.

       ROT-EXIBE-PENDENCIA-EXIT.

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
           MOVE 'CAT6'                TO AUDB0001-STEP.
           MOVE WSS-AUD-EVENTO        TO AUDB0001-EVENTO.
           MOVE WSS-AUD-CODIGO        TO AUDB0001-CHAVE.
           MOVE SPACES                TO AUDB0001-SELO-X.

           EXEC CICS WRITE FILE ('AUDLOGV')
                FROM (AUDB0001)
                RIDFLD (AUDB0001-DATA)
                RESP (WSS-RESP)
           END-EXEC.

           IF WSS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'CAT6 FALHA NA GRAVACAO DO AUDLOGV'
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
                FROM ('FIM DA MANUTENCAO DO DE/PARA')
                LENGTH (28)
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

           MOVE 'ERRO INESPERADO NA TRANSACAO CAT6' TO WSS-MENSAGEM.

           EXEC CICS SEND TEXT
                FROM (WSS-MENSAGEM)
                LENGTH (40)
                ERASE
                FREEKB
           END-EXEC.

           EXEC CICS RETURN END-EXEC.

       ROT-ERRO-GERAL-EXIT.

           EXIT.

       END PROGRAM CATC0006.

      ********************* FIM DO PROGRAMA ****************************
