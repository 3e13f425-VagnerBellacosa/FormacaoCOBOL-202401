      *                  ALCADA - O MOVIMENTO JA APROVADO PELO
      *                  SUPERVISOR ERA PARCADO DE NOVO TODA NOITE E
      *                  NUNCA CHEGAVA AO MESTRE
      * 15/10/2026  VRB  O MOVIMENTO PARCADO NO CATAPROV PASSA A
      *                  LEVAR A ORIGEM DO LOTE (CATB0001A-ORIGEM) -
      *                  A CAT7 RECUSA A DECISAO DO PROPRIO USUARIO
      *                  QUE SUBMETEU O MOVIMENTO
      * 15/10/2026  VRB  DATA DO EVENTO DE AUDITORIA GRAVADA COM ANO DE
      *                  4 DIGITOS (AUDB0001-DATA AGORA AAAAMMDD)
      * 15/10/2026  VRB  O EVENTO DE AUDITORIA E GRAVADO COM O SELO DO
      *                  ENCADEAMENTO EM BRANCO - O SELO E CALCULADO
      *                  NO CICLO NOTURNO (COBOL056)
      * 15/10/2026  VRB  INCLUIDO CHECKPOINT/RESTART NOS MOLDES DO
      *                  COBOL015 (ARQUIVO CHECKPT) - A POSICAO NO
      *                  CATPENDM/CATMOVTO, OS CONTADORES E O ESTADO
      *                  DO LOTE SAO GRAVADOS A CADA REGISTRO
      *                  PROCESSADO; NA RETOMADA DO STEP OS REGISTROS
      *                  JA TRATADOS SAO SALTADOS (OS RETIDOS VOLTAM
      *                  AO CATPENDS) E OS CONTADORES CONTINUAM DE ONDE
      *                  PARARAM - A REEXECUCAO DESDE O PRIMEIRO
      *                  MOVIMENTO REJEITAVA AS INCLUSOES COMO
      *                  DUPLICADAS E DUPLICAVA HISTORICO, IMAGEM E
      *                  AUDITORIA. O RELMAN001 GANHA OS TOTAIS DO
      *                  PROCESSAMENTO
      * 15/10/2026  VRB  O PONTO DE RETOMADA E REGRAVADO NO LUGAR
      *                  (OPEN I-O/REWRITE) EM VEZ DE ACRESCENTAR UM
      *                  REGISTRO POR MOVIMENTO - O CHKMANUT FICA COM
      *                  UM REGISTRO E NAO ESTOURA O ESPACO NUMA NOITE
      *                  DE VOLUME ALTO
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
         SELECT OPTIONAL CATTIPO ASSIGN TO CATTIPO
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-CATTIPO.
      *
         SELECT OPTIONAL CHECKPT ASSIGN TO CHECKPT
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-CHECKPT.
      *
      ***************
       DATA DIVISION.
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY "TIPB0001".
      *
       FD  CHECKPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
      *
       01  CHECKPT-REGISTRO            PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       77  WSS-ABEND-CODE             PIC S9(08) COMP VALUE ZERO.
       77  WSS-ABEND-REASON           PIC S9(08) COMP VALUE ZERO.
       77  WSS-MSG-ABEND              PIC X(60)   VALUE SPACES.
       77  FLG-CHECKPT                PIC X(02).
       77  WSS-FIM-CHECKPT            PIC X(01)   VALUE 'N'.
           88 FIM-CHECKPT                         VALUE 'S'.
       77  WSS-ACHOU-CHECKPT          PIC X(01)   VALUE 'N'.
           88 ACHOU-CHECKPT                       VALUE 'S'.
       77  WSS-EM-RETOMADA            PIC X(01)   VALUE 'N'.
           88 EM-RETOMADA                         VALUE 'S'.
       77  WSS-CHECKPT-COMPLETO       PIC 9(08)   VALUE 99999999.
       77  WSS-QTDE-CHECKPT           PIC 9(07)   VALUE ZERO.
       77  WSS-LIDOS-CHECKPT          PIC 9(07)   VALUE ZERO.
       77  WSS-POS-PENDM              PIC 9(07)   VALUE ZERO.
       77  WSS-POS-MOVTO              PIC 9(07)   VALUE ZERO.
       77  WSS-RETOMA-PENDM           PIC 9(07)   VALUE ZERO.
       77  WSS-RETOMA-MOVTO           PIC 9(07)   VALUE ZERO.
      *
      *    PONTO DE RETOMADA - POSICAO TOTAL (CATPENDM + CATMOVTO,
      *    OU O MARCADOR WSS-CHECKPT-COMPLETO), DATA DO CICLO,
      *    POSICAO NO CATMOVTO (CONTANDO HEADER/TRAILER), CONTADORES
      *    E O ESTADO DO LOTE EM ABERTO
       01  WSS-REG-CHECKPT.
           05 WSS-CHK-POSICAO         PIC 9(08).
           05 WSS-CHK-DATA-CICLO      PIC 9(08).
           05 WSS-CHK-POS-MOVTO       PIC 9(07).
           05 WSS-CHK-PEND-LIDOS      PIC 9(07).
           05 WSS-CHK-LIDOS           PIC 9(07).
           05 WSS-CHK-APLICADOS       PIC 9(07).
           05 WSS-CHK-REJEITADOS      PIC 9(07).
           05 WSS-CHK-RETIDOS         PIC 9(07).
           05 WSS-CHK-PARCADOS        PIC 9(07).
           05 WSS-CHK-CONT-LOTES      PIC 9(03).
           05 WSS-CHK-TEM-HEADER      PIC X(01).
           05 WSS-CHK-LOTE-QTDE       PIC 9(07).
           05 WSS-CHK-LOTE-HASH       PIC 9(11).
           05 WSS-CHK-LOTE-ORIGEM     PIC X(08).
           05 FILLER                  PIC X(05).
      *
       01  WSS-TAB-TIPOS.
           05 WSS-TIPO-OCORRE         OCCURS 40 TIMES.
           05 FILLER                  PIC X(03)  VALUE SPACES.
           05 WSS-DET-MOTIVO          PIC X(30).
           05 FILLER                  PIC X(21)  VALUE SPACES.
      *
       01  WSS-LINHA-TOTAL.
           05 FILLER                  PIC X(05)  VALUE SPACES.
           05 WSS-TOT-DESCRICAO       PIC X(40).
           05 WSS-TOT-QTDE            PIC Z.ZZZ.ZZ9.
           05 FILLER                  PIC X(26)  VALUE SPACES.
      *
       01  WSS-LINHA-PEN-CABECALHO.
           05 FILLER                  PIC X(10)  VALUE 'RELATORIO:'.
              GO TO ROT-ABERTURA-EXIT
           END-IF.

           PERFORM ROT-LER-CHECKPOINT
              THRU ROT-LER-CHECKPOINT-EXIT.

           OPEN OUTPUT AUDLOG.

           IF FLG-AUDLOG NOT = '00'
                 THRU ROT-IMPRIME-PEN-CABECALHO-EXIT
           END-IF.

           IF EM-RETOMADA AND NOT FIM-CATMOVTO
              MOVE 'RETOMADO DO CHECKPOINT - REGS SALTADOS ='
                TO WSS-TOT-DESCRICAO
              MOVE WSS-CHK-POSICAO TO WSS-TOT-QTDE
              PERFORM ROT-IMPRIME-TOTAL
                 THRU ROT-IMPRIME-TOTAL-EXIT
           END-IF.

       ROT-ABERTURA-EXIT.

           EXIT.

           IF NOT FIM-CATPENDM
              IF FLG-CATPENDM = '00'
                 ADD 1 TO WSS-POS-PENDM
                 MOVE CATPENDM-REGISTRO TO CATB0001M
                 IF WSS-POS-PENDM NOT > WSS-RETOMA-PENDM
                    PERFORM ROT-SALTA-MOVTO
                       THRU ROT-SALTA-MOVTO-EXIT
                    GO TO ROT-PROCESSA-PENDENTE-EXIT
                 END-IF
                 ADD 1 TO WSS-CONT-PEND-LIDOS
                 PERFORM ROT-DIRIGE-MOVTO
                    THRU ROT-DIRIGE-MOVTO-EXIT
                 PERFORM ROT-GRAVAR-CHECKPOINT
                    THRU ROT-GRAVAR-CHECKPOINT-EXIT
              ELSE
                 DISPLAY '*** ERRO NA LEITURA DO CATPENDM *** FLG = '
                          FLG-CATPENDM

           IF NOT FIM-CATMOVTO
              IF FLG-CATMOVTO = '00'
                 ADD 1 TO WSS-POS-MOVTO
                 IF WSS-POS-MOVTO NOT > WSS-RETOMA-MOVTO
                    PERFORM ROT-SALTA-MOVTO
                       THRU ROT-SALTA-MOVTO-EXIT
                    GO TO ROT-PROCESSA-MOVTO-EXIT
                 END-IF
                 EVALUATE TRUE
                    WHEN CATB0001M-HDR-INDICADOR = 'HEADR'
                       PERFORM ROT-TRATA-HEADER
                       PERFORM ROT-DIRIGE-MOVTO
                          THRU ROT-DIRIGE-MOVTO-EXIT
                 END-EVALUATE
                 PERFORM ROT-GRAVAR-CHECKPOINT
                    THRU ROT-GRAVAR-CHECKPOINT-EXIT
              ELSE
                 DISPLAY '*** ERRO NA LEITURA DO CATMOVTO *** FLG = '
                          FLG-CATMOVTO

           EXIT.

      *-----------------------------------------------------------*
      * SALTA UM REGISTRO JA TRATADO ANTES DO CHECKPOINT - O       *
      * MESTRE, A AUDITORIA, O CATIMAGE, O CATHIST E O CATAPROV JA *
      * O REFLETEM; SO O CATPENDS, TEMPORARIO E RECRIADO NA        *
      * RETOMADA, RECEBE DE NOVO O MOVIMENTO QUE SEGUE RETIDO, SEM *
      * CONTAR (O CONTADOR VEIO DO CHECKPOINT) NEM AUDITAR         *
      *-----------------------------------------------------------*
       ROT-SALTA-MOVTO.

           IF CATB0001M-HDR-INDICADOR = 'HEADR'
              OR CATB0001M-TRL-INDICADOR = 'TRAIL'
              GO TO ROT-SALTA-MOVTO-EXIT
           END-IF.

           IF CATB0001M-DATA-EFETIVA NUMERIC
              AND CATB0001M-DATA-EFETIVA > LKS-DATA-EXECUCAO
              MOVE CATB0001M         TO CATPENDS-REGISTRO
              IF FLG-CATPENDS = '00'
                 WRITE CATPENDS-REGISTRO
              END-IF
              MOVE CATB0001M-ACAO         TO WSS-PEN-ACAO
              MOVE CATB0001M-CODIGO       TO WSS-PEN-CODIGO
              MOVE CATB0001M-DATA-EFETIVA TO WSS-PEN-DATA-EFETIVA
              MOVE CATB0001M-DESCRICAO    TO WSS-PEN-DESCRICAO
              PERFORM ROT-IMPRIME-PENDENTE
                 THRU ROT-IMPRIME-PENDENTE-EXIT
           END-IF.

       ROT-SALTA-MOVTO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE O CHECKPOINT DA EXECUCAO ANTERIOR, SE EXISTIR, NOS      *
      * MOLDES DO COBOL015 - SO VALE A RETOMADA DA MESMA DATA DE   *
      * CICLO; O PONTO DE OUTRA DATA E DE UMA NOITE ABANDONADA E E *
      * IGNORADO. NA RETOMADA OS CONTADORES E O ESTADO DO LOTE     *
      * VOLTAM AO QUE ERAM NO CHECKPOINT                           *
      *-----------------------------------------------------------*
       ROT-LER-CHECKPOINT.

           MOVE 'N'  TO WSS-FIM-CHECKPT.
           MOVE 'N'  TO WSS-ACHOU-CHECKPT.
           MOVE ZERO TO WSS-QTDE-CHECKPT.

           OPEN INPUT CHECKPT.

           IF FLG-CHECKPT = '00' OR '05'
              PERFORM ROT-LER-CHECKPOINT-LOOP
                 THRU ROT-LER-CHECKPOINT-LOOP-EXIT
                 UNTIL FIM-CHECKPT
              CLOSE CHECKPT
           END-IF.

           IF WSS-QTDE-CHECKPT = ZERO
              PERFORM ROT-CRIA-CHECKPOINT
                 THRU ROT-CRIA-CHECKPOINT-EXIT
           END-IF.

           IF NOT ACHOU-CHECKPT
              GO TO ROT-LER-CHECKPOINT-EXIT
           END-IF.

           IF WSS-CHK-DATA-CICLO NOT = LKS-DATA-EXECUCAO
              DISPLAY '*** CHECKPOINT DE OUTRO CICLO IGNORADO = '
                       WSS-CHK-DATA-CICLO
              GO TO ROT-LER-CHECKPOINT-EXIT
           END-IF.

           MOVE 'S'                 TO WSS-EM-RETOMADA.
           MOVE WSS-CHK-POS-MOVTO   TO WSS-RETOMA-MOVTO.
           COMPUTE WSS-RETOMA-PENDM =
              WSS-CHK-POSICAO - WSS-CHK-POS-MOVTO.

           MOVE WSS-CHK-PEND-LIDOS  TO WSS-CONT-PEND-LIDOS.
           MOVE WSS-CHK-LIDOS       TO WSS-CONT-LIDOS.
           MOVE WSS-CHK-APLICADOS   TO WSS-CONT-APLICADOS.
           MOVE WSS-CHK-REJEITADOS  TO WSS-CONT-REJEITADOS.
           MOVE WSS-CHK-RETIDOS     TO WSS-CONT-RETIDOS.
           MOVE WSS-CHK-PARCADOS    TO WSS-CONT-PARCADOS.
           MOVE WSS-CHK-CONT-LOTES  TO WSS-CONT-LOTES.
           MOVE WSS-CHK-TEM-HEADER  TO WSS-TEM-HEADER.
           MOVE WSS-CHK-LOTE-QTDE   TO WSS-LOTE-QTDE.
           MOVE WSS-CHK-LOTE-HASH   TO WSS-LOTE-HASH.
           MOVE WSS-CHK-LOTE-ORIGEM TO WSS-LOTE-ORIGEM.

           DISPLAY '*** RETOMANDO APOS O CHECKPOINT - CATPENDM = '
                    WSS-RETOMA-PENDM.
           DISPLAY '***                               CATMOVTO = '
                    WSS-RETOMA-MOVTO.

       ROT-LER-CHECKPOINT-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE O ARQUIVO DE CHECKPOINT ATE O FIM, MANTENDO E CONTANDO  *
      * O ULTIMO REGISTRO - E ELE QUE O PROCESSAMENTO REGRAVA. O    *
      * MARCADOR WSS-CHECKPT-COMPLETO SIGNIFICA "SEM RETOMADA      *
      * PENDENTE"                                                  *
      *-----------------------------------------------------------*
       ROT-LER-CHECKPOINT-LOOP.

           READ CHECKPT INTO WSS-REG-CHECKPT
              AT END
                 MOVE 'S' TO WSS-FIM-CHECKPT
              NOT AT END
                 ADD 1 TO WSS-QTDE-CHECKPT
                 IF WSS-CHK-POSICAO = WSS-CHECKPT-COMPLETO
                    MOVE 'N'  TO WSS-ACHOU-CHECKPT
                 ELSE
                    MOVE 'S'  TO WSS-ACHOU-CHECKPT
                 END-IF
           END-READ.

       ROT-LER-CHECKPOINT-LOOP-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CHECKPT VAZIO (PRIMEIRA EXECUCAO OU EXPURGADO PELO         *
      * STEP012H) - GRAVA O UNICO REGISTRO, COM O MARCADOR DE      *
      * PROCESSAMENTO COMPLETO, QUE OS CHECKPOINTS DESTA EXECUCAO  *
      * VAO REGRAVAR NO LUGAR                                      *
      *-----------------------------------------------------------*
       ROT-CRIA-CHECKPOINT.

           MOVE SPACES               TO WSS-REG-CHECKPT.
           MOVE WSS-CHECKPT-COMPLETO TO WSS-CHK-POSICAO.
           MOVE LKS-DATA-EXECUCAO    TO WSS-CHK-DATA-CICLO.

           OPEN OUTPUT CHECKPT.

           IF FLG-CHECKPT = '00'
              WRITE CHECKPT-REGISTRO FROM WSS-REG-CHECKPT
              CLOSE CHECKPT
              MOVE 1 TO WSS-QTDE-CHECKPT
           ELSE
              DISPLAY '*** ERRO NA CRIACAO DO CHECKPT *** FLG = '
                       FLG-CHECKPT
           END-IF.

       ROT-CRIA-CHECKPOINT-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * GRAVA O PONTO DE RETOMADA APOS CADA REGISTRO PROCESSADO -  *
      * O MESTRE E AS SAIDAS EM DISP=MOD SAO ATUALIZADOS NA HORA,  *
      * ENTAO UM INTERVALO MAIOR QUE UM REGISTRO FARIA A RETOMADA  *
      * REAPLICAR OS MOVIMENTOS POSTERIORES AO ULTIMO CHECKPOINT.  *
      * O PONTO E REGRAVADO NO LUGAR (ROT-REGRAVA-CHECKPOINT), SEM *
      * ACRESCENTAR REGISTRO - O CHKMANUT NAO CRESCE COM O VOLUME  *
      *-----------------------------------------------------------*
       ROT-GRAVAR-CHECKPOINT.

           MOVE SPACES              TO WSS-REG-CHECKPT.
           COMPUTE WSS-CHK-POSICAO = WSS-POS-PENDM + WSS-POS-MOVTO.
           MOVE LKS-DATA-EXECUCAO   TO WSS-CHK-DATA-CICLO.
           MOVE WSS-POS-MOVTO       TO WSS-CHK-POS-MOVTO.
           MOVE WSS-CONT-PEND-LIDOS TO WSS-CHK-PEND-LIDOS.
           MOVE WSS-CONT-LIDOS      TO WSS-CHK-LIDOS.
           MOVE WSS-CONT-APLICADOS  TO WSS-CHK-APLICADOS.
           MOVE WSS-CONT-REJEITADOS TO WSS-CHK-REJEITADOS.
           MOVE WSS-CONT-RETIDOS    TO WSS-CHK-RETIDOS.
           MOVE WSS-CONT-PARCADOS   TO WSS-CHK-PARCADOS.
           MOVE WSS-CONT-LOTES      TO WSS-CHK-CONT-LOTES.
           MOVE WSS-TEM-HEADER      TO WSS-CHK-TEM-HEADER.
           MOVE WSS-LOTE-QTDE       TO WSS-CHK-LOTE-QTDE.
           MOVE WSS-LOTE-HASH       TO WSS-CHK-LOTE-HASH.
           MOVE WSS-LOTE-ORIGEM     TO WSS-CHK-LOTE-ORIGEM.

           PERFORM ROT-REGRAVA-CHECKPOINT
              THRU ROT-REGRAVA-CHECKPOINT-EXIT.

       ROT-GRAVAR-CHECKPOINT-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * GRAVA O MARCADOR DE PROCESSAMENTO COMPLETO, PARA QUE A     *
      * PROXIMA EXECUCAO COMECE DO PRIMEIRO REGISTRO               *
      *-----------------------------------------------------------*
       ROT-ENCERRAR-CHECKPOINT.

           MOVE SPACES               TO WSS-REG-CHECKPT.
           MOVE WSS-CHECKPT-COMPLETO TO WSS-CHK-POSICAO.
           MOVE LKS-DATA-EXECUCAO    TO WSS-CHK-DATA-CICLO.

           PERFORM ROT-REGRAVA-CHECKPOINT
              THRU ROT-REGRAVA-CHECKPOINT-EXIT.

       ROT-ENCERRAR-CHECKPOINT-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * REGRAVA NO LUGAR O ULTIMO REGISTRO DO CHECKPT COM O PONTO  *
      * MONTADO EM WSS-REG-CHECKPT - LE ATE O REGISTRO QUE A       *
      * RETOMADA CONSIDERA (NORMALMENTE O UNICO) E O REESCREVE     *
      *-----------------------------------------------------------*
       ROT-REGRAVA-CHECKPOINT.

           IF WSS-QTDE-CHECKPT = ZERO
              GO TO ROT-REGRAVA-CHECKPOINT-EXIT
           END-IF.

           OPEN I-O CHECKPT.

           IF FLG-CHECKPT NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO CHECKPT *** FLG = '
                       FLG-CHECKPT
              GO TO ROT-REGRAVA-CHECKPOINT-EXIT
           END-IF.

           MOVE ZERO TO WSS-LIDOS-CHECKPT.

           PERFORM ROT-POSICIONA-CHECKPOINT
              THRU ROT-POSICIONA-CHECKPOINT-EXIT
              UNTIL WSS-LIDOS-CHECKPT NOT < WSS-QTDE-CHECKPT
                 OR FLG-CHECKPT NOT = '00'.

           IF FLG-CHECKPT = '00'
              REWRITE CHECKPT-REGISTRO FROM WSS-REG-CHECKPT
           END-IF.

           IF FLG-CHECKPT NOT = '00'
              DISPLAY '*** ERRO NA REGRAVACAO DO CHECKPT *** FLG = '
                       FLG-CHECKPT
           END-IF.

           CLOSE CHECKPT.

       ROT-REGRAVA-CHECKPOINT-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE UM REGISTRO DO CHECKPT A CAMINHO DO QUE SERA REGRAVADO  *
      *-----------------------------------------------------------*
       ROT-POSICIONA-CHECKPOINT.

           READ CHECKPT
              AT END
                 DISPLAY '*** CHECKPT MAIS CURTO QUE O ESPERADO ***'
           END-READ.

           ADD 1 TO WSS-LIDOS-CHECKPT.

       ROT-POSICIONA-CHECKPOINT-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * TRATA O HEADER DE UM LOTE DO CATMOVTO - EXIGE O LOTE       *
      * ANTERIOR FECHADO E, PARA LOTES DAS AREAS DE NEGOCIO, A     *
           MOVE WSS-VALOR-VIGENTE  TO CATB0001A-VALOR-VIGENTE.
           MOVE WSS-VALOR-DELTA    TO CATB0001A-VALOR-DELTA.
           MOVE LKS-DATA-EXECUCAO  TO CATB0001A-DATA-RETENCAO.
           MOVE WSS-LOTE-ORIGEM    TO CATB0001A-ORIGEM.

           IF FLG-CATAPROV = '00'
              WRITE CATB0001A

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME UMA LINHA DE TOTAL (OU DE AVISO DE RETOMADA) NO    *
      * RELATORIO DE MANUTENCAO                                    *
      *-----------------------------------------------------------*
       ROT-IMPRIME-TOTAL.

           IF WSS-LINHAS-PAGINA NOT < WSS-MAX-LINHAS
              PERFORM ROT-IMPRIME-CABECALHO
                 THRU ROT-IMPRIME-CABECALHO-EXIT
           END-IF.

           MOVE WSS-LINHA-TOTAL     TO RELMAN001-LINHA.

           IF FLG-RELMAN001 = '00'
              WRITE RELMAN001-LINHA
           END-IF.

           ADD 1 TO WSS-LINHAS-PAGINA.

       ROT-IMPRIME-TOTAL-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME OS TOTAIS DO PROCESSAMENTO NO FIM DO RELATORIO DE  *
      * MANUTENCAO - NA RETOMADA OS CONTADORES VEM DO CHECKPOINT,  *
      * ENTAO OS TOTAIS COBREM O ARQUIVO INTEIRO                   *
      *-----------------------------------------------------------*
       ROT-IMPRIME-TOTAIS.

           MOVE 'TOTAL DE MOVIMENTOS LIDOS' TO WSS-TOT-DESCRICAO.
           MOVE WSS-CONT-LIDOS      TO WSS-TOT-QTDE.
           PERFORM ROT-IMPRIME-TOTAL
              THRU ROT-IMPRIME-TOTAL-EXIT.

           MOVE 'TOTAL DE PENDENTES REAPRESENTADOS'
             TO WSS-TOT-DESCRICAO.
           MOVE WSS-CONT-PEND-LIDOS TO WSS-TOT-QTDE.
           PERFORM ROT-IMPRIME-TOTAL
              THRU ROT-IMPRIME-TOTAL-EXIT.

           MOVE 'TOTAL DE MOVIMENTOS APLICADOS'
             TO WSS-TOT-DESCRICAO.
           MOVE WSS-CONT-APLICADOS  TO WSS-TOT-QTDE.
           PERFORM ROT-IMPRIME-TOTAL
              THRU ROT-IMPRIME-TOTAL-EXIT.

           MOVE 'TOTAL DE MOVIMENTOS REJEITADOS'
             TO WSS-TOT-DESCRICAO.
           MOVE WSS-CONT-REJEITADOS TO WSS-TOT-QTDE.
           PERFORM ROT-IMPRIME-TOTAL
              THRU ROT-IMPRIME-TOTAL-EXIT.

           MOVE 'TOTAL DE MOVIMENTOS RETIDOS' TO WSS-TOT-DESCRICAO.
           MOVE WSS-CONT-RETIDOS    TO WSS-TOT-QTDE.
           PERFORM ROT-IMPRIME-TOTAL
              THRU ROT-IMPRIME-TOTAL-EXIT.

           MOVE 'TOTAL PARCADOS PARA APROVACAO'
             TO WSS-TOT-DESCRICAO.
           MOVE WSS-CONT-PARCADOS   TO WSS-TOT-QTDE.
           PERFORM ROT-IMPRIME-TOTAL
              THRU ROT-IMPRIME-TOTAL-EXIT.

       ROT-IMPRIME-TOTAIS-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME O CABECALHO DE UMA NOVA PAGINA DO RELATORIO DE     *
      * PENDENTES                                                  *
       ROT-GRAVA-AUDITORIA.

           IF FLG-AUDLOG = '00'
              ACCEPT AUDB0001-DATA   FROM DATE YYYYMMDD
              ACCEPT AUDB0001-HORA   FROM TIME

              MOVE WSS-NOME-JOB      TO AUDB0001-JOB
              MOVE WSS-NOME-STEP     TO AUDB0001-STEP
              MOVE WSS-AUD-EVENTO    TO AUDB0001-EVENTO
              MOVE WSS-AUD-CHAVE     TO AUDB0001-CHAVE
              MOVE SPACES            TO AUDB0001-SELO-X

              WRITE AUDB0001
           END-IF.
              GO TO ROT-ENCERRAMENTO-EXIT
           END-IF.

           PERFORM ROT-IMPRIME-TOTAIS
              THRU ROT-IMPRIME-TOTAIS-EXIT.

           CLOSE CATMOVTO.
           CLOSE CATET001.
           CLOSE RELMAN001.
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM ROT-ENCERRAR-CHECKPOINT
              THRU ROT-ENCERRAR-CHECKPOINT-EXIT.

           MOVE 'R'               TO LKS-CS-FUNCAO.
           MOVE LKS-DATA-EXECUCAO TO LKS-CS-DATA-CICLO.
           MOVE WSS-NOME-STEP     TO LKS-CS-STEP.
