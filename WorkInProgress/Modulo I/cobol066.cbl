      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : MANUTENCAO NOTURNA DA ESTRUTURA DE KITS (KSDS
      *            KITEST, LAYOUT KITB0001). APLICA O MOVIMENTO DA
      *            AREA DE CATALOGO (KITMOVTO, LAYOUT KITB0001M -
      *            INCLUSAO, ALTERACAO DE QUANTIDADE E EXCLUSAO DE
      *            COMPONENTE), VALIDANDO O KIT E O COMPONENTE CONTRA
      *            O MESTRE CATET001 POR LEITURA ALEATORIA (NOS MOLDES
      *            DO COBOL045) - KIT SEM CADASTRO, COMPONENTE SEM
      *            CADASTRO OU NAO ATIVO, COMPONENTE IGUAL AO PROPRIO
      *            KIT E LIGACAO QUE FECHARIA CICLO NA ESTRUTURA (O
      *            KIT JA E, DIRETA OU INDIRETAMENTE, COMPONENTE DO
      *            COMPONENTE) SAO REJEITADOS NO KITREJ COM O MOTIVO
      *            E IMPRESSOS NO RELATORIO RELKIT001. A EXCLUSAO NAO
      *            CONSULTA O CATALOGO - O COMPONENTE DESCONTINUADO
      *            PRECISA PODER SAIR DO KIT
      * CPD      : INEFE
      *****************************************************************
      * HISTORICO DE ALTERACOES
      * 15/10/2026  VRB  VERSAO ORIGINAL DO PROGRAMA
      * 15/10/2026  VRB  ERRO DE LEITURA DO KITEST OU TABELA DA
      *                  ESTRUTURA ESGOTADA NA CARGA PASSAM A ABENDAR
      *                  COM RC 926 - ANTES SO ENCERRAVAM O MOVIMENTO,
      *                  E O STEP ERA REGISTRADO COMO COMPLETO COM RC 0
      *                  E O STEP017A APAGAVA O KITMOVTO NAO APLICADO
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL066.
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
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
         SELECT KITMOVTO        ASSIGN TO KITMOVTO
         FILE STATUS FLG-KITMOVTO.
      *
         SELECT KITEST          ASSIGN TO KITEST
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS KITB0001-CHAVE
         FILE STATUS FLG-KITEST.
      *
         SELECT CATET001        ASSIGN TO CATET001
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS CATB0001-CODIGO
         FILE STATUS FLG-CAT001.
      *
         SELECT KITREJ          ASSIGN TO KITREJ
         FILE STATUS FLG-KITREJ.
      *
         SELECT RELKIT001       ASSIGN TO RELKIT001
         FILE STATUS FLG-RELKIT001.
      *
      ***************
       DATA DIVISION.
      ***************
      *
       FILE SECTION.
      *
       FD  KITMOVTO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY "KITB0001M".
      *
       FD  KITEST
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY "KITB0001".
      *
       FD  CATET001
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY "CATB0001".
      *
       FD  KITREJ
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
      *
       01  KITREJ-REGISTRO.
           05 KITREJ-IMAGEM           PIC X(80).
           05 KITREJ-MOTIVO           PIC X(40).
      *
       FD  RELKIT001
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  RELKIT001-LINHA             PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       77  FLG-KITMOVTO               PIC X(02).
       77  FLG-KITEST                 PIC X(02).
       77  FLG-CAT001                 PIC X(02).
       77  FLG-KITREJ                 PIC X(02).
       77  FLG-RELKIT001              PIC X(02).
       77  WSS-FIM-KITMOVTO           PIC X(01)   VALUE 'N'.
           88 FIM-KITMOVTO                        VALUE 'S'.
       77  WSS-FIM-KITEST             PIC X(01)   VALUE 'N'.
           88 FIM-KITEST                          VALUE 'S'.
       77  WSS-CONT-LIDOS             PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-APLICADOS         PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-REJEITADOS        PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-INCLUIDOS         PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-ALTERADOS         PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-EXCLUIDOS         PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-CICLOS            PIC 9(07)   VALUE ZERO.
       77  WSS-MOTIVO-REJEICAO        PIC X(40)   VALUE SPACES.
       77  WSS-ACHOU-MESTRE           PIC X(01)   VALUE 'N'.
           88 ACHOU-MESTRE                        VALUE 'S'.
       77  WSS-CICLO                  PIC X(01)   VALUE 'N'.
           88 CICLO-ENCONTRADO                    VALUE 'S'.
       77  WSS-QTD-LIGACOES           PIC 9(04)   VALUE ZERO.
       77  WSS-MAX-LIGACOES           PIC 9(04)   VALUE 5000.
       77  WSS-IDX-LIGACAO            PIC 9(04)   VALUE ZERO.
       77  WSS-IDX-LIGACAO-ACHADA     PIC 9(04)   VALUE ZERO.
       77  WSS-QTD-FILA               PIC 9(04)   VALUE ZERO.
       77  WSS-MAX-FILA               PIC 9(04)   VALUE 5000.
       77  WSS-POS-FILA               PIC 9(04)   VALUE ZERO.
       77  WSS-IDX-FILA               PIC 9(04)   VALUE ZERO.
       77  WSS-IDX-FILA-ACHADA        PIC 9(04)   VALUE ZERO.
       77  WSS-NO-CORRENTE            PIC 9(05)   VALUE ZERO.
       77  WSS-LINHAS-PAGINA          PIC 9(02)   VALUE ZERO.
       77  WSS-MAX-LINHAS             PIC 9(02)   VALUE 20.
       77  WSS-NUM-PAGINA             PIC 9(04)   VALUE ZERO.
       77  WSS-NOME-JOB               PIC X(08)   VALUE 'CICL0001'.
       77  WSS-NOME-STEP              PIC X(08)   VALUE 'STEP017'.
       77  WSS-ABEND-CODE             PIC S9(08) COMP VALUE ZERO.
       77  WSS-ABEND-REASON           PIC S9(08) COMP VALUE ZERO.
      *
      * LIGACOES KIT -> COMPONENTE DO KITEST, MANTIDAS EM DIA COM O
      * MOVIMENTO - BASE DA VERIFICACAO DE CICLO. A LIGACAO EXCLUIDA
      * FICA COM O KIT ZERADO
       01  WSS-TAB-ESTRUTURA.
           05 WSS-ESTRUTURA-OCORRE    OCCURS 5000 TIMES.
              10 WSS-EST-KIT          PIC 9(05).
              10 WSS-EST-COMPONENTE   PIC 9(05).
      *
      * FILA DOS CODIGOS ALCANCAVEIS A PARTIR DO COMPONENTE NOVO
       01  WSS-TAB-FILA.
           05 WSS-FILA-CODIGO         PIC 9(05)
                                       OCCURS 5000 TIMES.
      *
       01  WSS-LINHA-PENDENTE         PIC X(80)   VALUE SPACES.
      *
       01  WSS-LINHA-CABECALHO.
           05 FILLER                  PIC X(10)  VALUE 'RELATORIO:'.
           05 WSS-CAB-TITULO          PIC X(40)
                  VALUE 'ESTRUTURA DE KITS - MOVTOS REJEITADOS'.
           05 FILLER                  PIC X(10)  VALUE SPACES.
           05 FILLER                  PIC X(08)  VALUE 'PAGINA: '.
           05 WSS-CAB-PAGINA          PIC ZZZ9.
           05 FILLER                  PIC X(08)  VALUE SPACES.
      *
       01  WSS-LINHA-REJEICAO.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WSS-REJ-ACAO            PIC X(01).
           05 FILLER                  PIC X(05)  VALUE ' KIT='.
           05 WSS-REJ-KIT             PIC X(05).
           05 FILLER                  PIC X(06)  VALUE ' COMP='.
           05 WSS-REJ-COMPONENTE      PIC X(05).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-REJ-QUANTIDADE      PIC ZZZZ9,999.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-REJ-MOTIVO          PIC X(40).
           05 FILLER                  PIC X(05)  VALUE SPACES.
      *
       01  WSS-LINHA-TOTAL.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 FILLER                  PIC X(20)
                                       VALUE 'MOVIMENTOS APLICADOS'.
           05 WSS-TOT-APLICADOS       PIC Z.ZZZ.ZZ9.
           05 FILLER                  PIC X(13)
                                       VALUE ' REJEITADOS: '.
           05 WSS-TOT-REJEITADOS      PIC Z.ZZZ.ZZ9.
           05 FILLER                  PIC X(27)  VALUE SPACES.
      *
           COPY "RETCODES".
      *
           COPY "RUNLEDGR".
      *
           COPY "CICLSTEP".
      *
       77  WSS-JA-COMPLETO            PIC X(01)   VALUE 'N'.
           88 JA-COMPLETO                         VALUE 'S'.
      *
       LINKAGE SECTION.
      *
           COPY "PARMIBM".

      ********************
       PROCEDURE DIVISION USING LKS-PARM-IBM.
      ********************

       ROT-PRINCIPAL.

           PERFORM ROT-ABERTURA
              THRU ROT-ABERTURA-EXIT.

           PERFORM ROT-PROCESSA-MOVTO
              THRU ROT-PROCESSA-MOVTO-EXIT
              UNTIL FIM-KITMOVTO.

           PERFORM ROT-ENCERRAMENTO
              THRU ROT-ENCERRAMENTO-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
      * ABRE OS ARQUIVOS, CARREGA AS LIGACOES DO KITEST E IMPRIME  *
      * O PRIMEIRO CABECALHO - NA RETOMADA O STEP PASSA EM BRANCO, *
      * POIS O MOVIMENTO JA FOI APLICADO                           *
      *-----------------------------------------------------------*
       ROT-ABERTURA.

           MOVE 'T'               TO LKS-CS-FUNCAO.
           MOVE LKS-DATA-EXECUCAO TO LKS-CS-DATA-CICLO.
           MOVE WSS-NOME-STEP     TO LKS-CS-STEP.

           CALL 'CICLSTEP' USING LKS-CICLO-STEP.

           IF LKS-CS-JA-COMPLETO
              DISPLAY '*** STEP JA COMPLETO NO CICLO - RETOMADA ***'
              MOVE 'S' TO WSS-JA-COMPLETO
              MOVE 'S' TO WSS-FIM-KITMOVTO
              GO TO ROT-ABERTURA-EXIT
           END-IF.

           OPEN INPUT  KITMOVTO.

           IF FLG-KITMOVTO NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO KITMOVTO *** FLG = '
                       FLG-KITMOVTO
              MOVE 'S' TO WSS-FIM-KITMOVTO
           END-IF.

           OPEN I-O    KITEST.

           IF FLG-KITEST NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO KITEST *** FLG = '
                       FLG-KITEST
              MOVE 'S' TO WSS-FIM-KITMOVTO
              MOVE 'S' TO WSS-FIM-KITEST
           END-IF.

           OPEN INPUT  CATET001.

           IF FLG-CAT001 NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO CATET001 *** FLG = '
                       FLG-CAT001
              MOVE 'S' TO WSS-FIM-KITMOVTO
           END-IF.

           OPEN OUTPUT KITREJ.

           IF FLG-KITREJ NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO KITREJ *** FLG = '
                       FLG-KITREJ
              MOVE 'S' TO WSS-FIM-KITMOVTO
           END-IF.

           OPEN OUTPUT RELKIT001.

           IF FLG-RELKIT001 NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO RELKIT001 *** FLG = '
                       FLG-RELKIT001
           END-IF.

           PERFORM ROT-CARREGA-ESTRUTURA
              THRU ROT-CARREGA-ESTRUTURA-EXIT.

           PERFORM ROT-IMPRIME-CABECALHO
              THRU ROT-IMPRIME-CABECALHO-EXIT.

       ROT-ABERTURA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * POSICIONA O KITEST NA PRIMEIRA CHAVE E CARREGA TODAS AS    *
      * LIGACOES NA TABELA - ESTRUTURA VAZIA NAO E ERRO            *
      *-----------------------------------------------------------*
       ROT-CARREGA-ESTRUTURA.

           IF FIM-KITEST
              GO TO ROT-CARREGA-ESTRUTURA-EXIT
           END-IF.

           MOVE ZERO TO KITB0001-KIT.
           MOVE ZERO TO KITB0001-COMPONENTE.

           START KITEST
              KEY IS NOT LESS THAN KITB0001-CHAVE
              INVALID KEY
                 DISPLAY '*** ESTRUTURA DE KITS VAZIA ***'
                 MOVE 'S' TO WSS-FIM-KITEST
           END-START.

           PERFORM ROT-LER-KITEST
              THRU ROT-LER-KITEST-EXIT
              UNTIL FIM-KITEST.

       ROT-CARREGA-ESTRUTURA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE A PROXIMA LIGACAO DO KITEST PARA A TABELA - ERRO DE     *
      * LEITURA OU TABELA ESGOTADA ABENDAM ANTES DE APLICAR O      *
      * MOVIMENTO, POIS SEM A ESTRUTURA COMPLETA A VERIFICACAO DE  *
      * CICLO NAO E CONFIAVEL; O STEP NAO E REGISTRADO E O         *
      * KITMOVTO FICA PARA A RETOMADA                              *
      *-----------------------------------------------------------*
       ROT-LER-KITEST.

           READ KITEST NEXT RECORD
              AT END
                 MOVE 'S' TO WSS-FIM-KITEST
           END-READ.

           IF FIM-KITEST
              GO TO ROT-LER-KITEST-EXIT
           END-IF.

           IF FLG-KITEST NOT = '00'
              DISPLAY '*******************************************'
              DISPLAY '*** ERRO GRAVE                          ***'
              DISPLAY '*** ERRO NA LEITURA DO KITEST           ***'
              DISPLAY '*******************************************'
              DISPLAY ' FLG-KITEST        = ' FLG-KITEST
              DISPLAY ' LIGACOES LIDAS    = ' WSS-QTD-LIGACOES
              MOVE RC-KIT-ESTRUTURA-INCOMPLETA TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-QTD-LIGACOES NOT < WSS-MAX-LIGACOES
              DISPLAY '*******************************************'
              DISPLAY '*** ERRO GRAVE                          ***'
              DISPLAY '*** TABELA DA ESTRUTURA ESGOTADA        ***'
              DISPLAY '*******************************************'
              DISPLAY ' WSS-MAX-LIGACOES  = ' WSS-MAX-LIGACOES
              MOVE RC-KIT-ESTRUTURA-INCOMPLETA TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1 TO WSS-QTD-LIGACOES.

           MOVE KITB0001-KIT
             TO WSS-EST-KIT        (WSS-QTD-LIGACOES).
           MOVE KITB0001-COMPONENTE
             TO WSS-EST-COMPONENTE (WSS-QTD-LIGACOES).

       ROT-LER-KITEST-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE UM MOVIMENTO DA ESTRUTURA E O APLICA OU REJEITA         *
      *-----------------------------------------------------------*
       ROT-PROCESSA-MOVTO.

           READ KITMOVTO
              AT END
                 MOVE 'S' TO WSS-FIM-KITMOVTO
           END-READ.

           IF NOT FIM-KITMOVTO
              IF FLG-KITMOVTO = '00'
                 ADD 1 TO WSS-CONT-LIDOS
                 PERFORM ROT-APLICA-MOVTO
                    THRU ROT-APLICA-MOVTO-EXIT
              ELSE
                 DISPLAY '*** ERRO NA LEITURA DO KITMOVTO *** FLG = '
                          FLG-KITMOVTO
                 MOVE 'S' TO WSS-FIM-KITMOVTO
              END-IF
           END-IF.

       ROT-PROCESSA-MOVTO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * VALIDA O MOVIMENTO E ATUALIZA O KITEST (WRITE NA INCLUSAO, *
      * REWRITE NA ALTERACAO, DELETE NA EXCLUSAO) E A TABELA DE    *
      * LIGACOES                                                   *
      *-----------------------------------------------------------*
       ROT-APLICA-MOVTO.

           IF NOT KITB0001M-INCLUSAO
              AND NOT KITB0001M-ALTERACAO
              AND NOT KITB0001M-EXCLUSAO
              MOVE 'ACAO DE MOVIMENTO INVALIDA'
                TO WSS-MOTIVO-REJEICAO
              PERFORM ROT-REJEITA-MOVTO
                 THRU ROT-REJEITA-MOVTO-EXIT
              GO TO ROT-APLICA-MOVTO-EXIT
           END-IF.

           IF KITB0001M-KIT NOT NUMERIC
              OR KITB0001M-KIT = ZERO
              MOVE 'CODIGO DO KIT NAO INFORMADO'
                TO WSS-MOTIVO-REJEICAO
              PERFORM ROT-REJEITA-MOVTO
                 THRU ROT-REJEITA-MOVTO-EXIT
              GO TO ROT-APLICA-MOVTO-EXIT
           END-IF.

           IF KITB0001M-COMPONENTE NOT NUMERIC
              OR KITB0001M-COMPONENTE = ZERO
              MOVE 'CODIGO DO COMPONENTE NAO INFORMADO'
                TO WSS-MOTIVO-REJEICAO
              PERFORM ROT-REJEITA-MOVTO
                 THRU ROT-REJEITA-MOVTO-EXIT
              GO TO ROT-APLICA-MOVTO-EXIT
           END-IF.

           IF KITB0001M-COMPONENTE = KITB0001M-KIT
              MOVE 'COMPONENTE IGUAL AO PROPRIO KIT'
                TO WSS-MOTIVO-REJEICAO
              PERFORM ROT-REJEITA-MOVTO
                 THRU ROT-REJEITA-MOVTO-EXIT
              GO TO ROT-APLICA-MOVTO-EXIT
           END-IF.

           IF NOT KITB0001M-EXCLUSAO
              IF KITB0001M-QUANTIDADE NOT NUMERIC
                 OR KITB0001M-QUANTIDADE = ZERO
                 MOVE 'QUANTIDADE INVALIDA OU ZERADA'
                   TO WSS-MOTIVO-REJEICAO
                 PERFORM ROT-REJEITA-MOVTO
                    THRU ROT-REJEITA-MOVTO-EXIT
                 GO TO ROT-APLICA-MOVTO-EXIT
              END-IF
           END-IF.

           PERFORM ROT-BUSCA-LIGACAO
              THRU ROT-BUSCA-LIGACAO-EXIT.

           IF KITB0001M-INCLUSAO
              IF WSS-IDX-LIGACAO-ACHADA > ZERO
                 MOVE 'COMPONENTE JA CADASTRADO NO KIT'
                   TO WSS-MOTIVO-REJEICAO
                 PERFORM ROT-REJEITA-MOVTO
                    THRU ROT-REJEITA-MOVTO-EXIT
                 GO TO ROT-APLICA-MOVTO-EXIT
              END-IF
           ELSE
              IF WSS-IDX-LIGACAO-ACHADA = ZERO
                 MOVE 'COMPONENTE NAO CADASTRADO NO KIT'
                   TO WSS-MOTIVO-REJEICAO
                 PERFORM ROT-REJEITA-MOVTO
                    THRU ROT-REJEITA-MOVTO-EXIT
                 GO TO ROT-APLICA-MOVTO-EXIT
              END-IF
           END-IF.

           EVALUATE TRUE
              WHEN KITB0001M-INCLUSAO
                 PERFORM ROT-INCLUI-LIGACAO
                    THRU ROT-INCLUI-LIGACAO-EXIT
              WHEN KITB0001M-ALTERACAO
                 PERFORM ROT-ALTERA-LIGACAO
                    THRU ROT-ALTERA-LIGACAO-EXIT
              WHEN KITB0001M-EXCLUSAO
                 PERFORM ROT-EXCLUI-LIGACAO
                    THRU ROT-EXCLUI-LIGACAO-EXIT
           END-EVALUATE.

       ROT-APLICA-MOVTO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * INCLUI O COMPONENTE NO KIT - O KIT PRECISA ESTAR NO        *
      * CATALOGO, O COMPONENTE PRECISA ESTAR NO CATALOGO E ATIVO E *
      * A NOVA LIGACAO NAO PODE FECHAR CICLO NA ESTRUTURA          *
      *-----------------------------------------------------------*
       ROT-INCLUI-LIGACAO.

           MOVE KITB0001M-KIT TO CATB0001-CODIGO.

           PERFORM ROT-LE-CATALOGO
              THRU ROT-LE-CATALOGO-EXIT.

           IF NOT ACHOU-MESTRE
              MOVE 'KIT SEM CADASTRO NO CATET001'
                TO WSS-MOTIVO-REJEICAO
              PERFORM ROT-REJEITA-MOVTO
                 THRU ROT-REJEITA-MOVTO-EXIT
              GO TO ROT-INCLUI-LIGACAO-EXIT
           END-IF.

           PERFORM ROT-VALIDA-COMPONENTE
              THRU ROT-VALIDA-COMPONENTE-EXIT.

           IF WSS-MOTIVO-REJEICAO NOT = SPACES
              PERFORM ROT-REJEITA-MOVTO
                 THRU ROT-REJEITA-MOVTO-EXIT
              GO TO ROT-INCLUI-LIGACAO-EXIT
           END-IF.

           PERFORM ROT-VERIFICA-CICLO
              THRU ROT-VERIFICA-CICLO-EXIT.

           IF CICLO-ENCONTRADO
              ADD 1 TO WSS-CONT-CICLOS
              MOVE 'LIGACAO FECHARIA CICLO NA ESTRUTURA'
                TO WSS-MOTIVO-REJEICAO
              PERFORM ROT-REJEITA-MOVTO
                 THRU ROT-REJEITA-MOVTO-EXIT
              GO TO ROT-INCLUI-LIGACAO-EXIT
           END-IF.

           IF WSS-QTD-LIGACOES NOT < WSS-MAX-LIGACOES
              MOVE 'TABELA DA ESTRUTURA DE KITS ESGOTADA'
                TO WSS-MOTIVO-REJEICAO
              PERFORM ROT-REJEITA-MOVTO
                 THRU ROT-REJEITA-MOVTO-EXIT
              GO TO ROT-INCLUI-LIGACAO-EXIT
           END-IF.

           MOVE SPACES               TO KITB0001.
           MOVE KITB0001M-KIT        TO KITB0001-KIT.
           MOVE KITB0001M-COMPONENTE TO KITB0001-COMPONENTE.
           MOVE KITB0001M-QUANTIDADE TO KITB0001-QUANTIDADE.
           MOVE LKS-DATA-EXECUCAO    TO KITB0001-DATA-INCLUSAO.
           MOVE LKS-DATA-EXECUCAO    TO KITB0001-DATA-ALTERACAO.

           WRITE KITB0001
              INVALID KEY
                 DISPLAY '*** ERRO NA GRAVACAO DO KITEST *** '
                         'FLG = ' FLG-KITEST
                 MOVE 'FALHA NA GRAVACAO DO KITEST'
                   TO WSS-MOTIVO-REJEICAO
                 PERFORM ROT-REJEITA-MOVTO
                    THRU ROT-REJEITA-MOVTO-EXIT
                 GO TO ROT-INCLUI-LIGACAO-EXIT
           END-WRITE.

           ADD 1 TO WSS-QTD-LIGACOES.

           MOVE KITB0001M-KIT
             TO WSS-EST-KIT        (WSS-QTD-LIGACOES).
           MOVE KITB0001M-COMPONENTE
             TO WSS-EST-COMPONENTE (WSS-QTD-LIGACOES).

           ADD 1 TO WSS-CONT-INCLUIDOS.
           ADD 1 TO WSS-CONT-APLICADOS.

       ROT-INCLUI-LIGACAO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * ALTERA A QUANTIDADE DO COMPONENTE NO KIT - O COMPONENTE    *
      * AINDA PRECISA ESTAR ATIVO NO CATALOGO                      *
      *-----------------------------------------------------------*
       ROT-ALTERA-LIGACAO.

           PERFORM ROT-VALIDA-COMPONENTE
              THRU ROT-VALIDA-COMPONENTE-EXIT.

           IF WSS-MOTIVO-REJEICAO NOT = SPACES
              PERFORM ROT-REJEITA-MOVTO
                 THRU ROT-REJEITA-MOVTO-EXIT
              GO TO ROT-ALTERA-LIGACAO-EXIT
           END-IF.

           MOVE KITB0001M-KIT        TO KITB0001-KIT.
           MOVE KITB0001M-COMPONENTE TO KITB0001-COMPONENTE.

           READ KITEST
              KEY IS KITB0001-CHAVE
              INVALID KEY
                 MOVE 'COMPONENTE NAO CADASTRADO NO KIT'
                   TO WSS-MOTIVO-REJEICAO
                 PERFORM ROT-REJEITA-MOVTO
                    THRU ROT-REJEITA-MOVTO-EXIT
                 GO TO ROT-ALTERA-LIGACAO-EXIT
           END-READ.

           MOVE KITB0001M-QUANTIDADE TO KITB0001-QUANTIDADE.
           MOVE LKS-DATA-EXECUCAO    TO KITB0001-DATA-ALTERACAO.

           REWRITE KITB0001
              INVALID KEY
                 DISPLAY '*** ERRO NA REGRAVACAO DO KITEST *** '
                         'FLG = ' FLG-KITEST
                 MOVE 'FALHA NA REGRAVACAO DO KITEST'
                   TO WSS-MOTIVO-REJEICAO
                 PERFORM ROT-REJEITA-MOVTO
                    THRU ROT-REJEITA-MOVTO-EXIT
                 GO TO ROT-ALTERA-LIGACAO-EXIT
           END-REWRITE.

           ADD 1 TO WSS-CONT-ALTERADOS.
           ADD 1 TO WSS-CONT-APLICADOS.

       ROT-ALTERA-LIGACAO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * EXCLUI O COMPONENTE DO KIT E ZERA A LIGACAO NA TABELA      *
      *-----------------------------------------------------------*
       ROT-EXCLUI-LIGACAO.

           MOVE KITB0001M-KIT        TO KITB0001-KIT.
           MOVE KITB0001M-COMPONENTE TO KITB0001-COMPONENTE.

           DELETE KITEST RECORD
              INVALID KEY
                 DISPLAY '*** ERRO NA EXCLUSAO DO KITEST *** '
                         'FLG = ' FLG-KITEST
                 MOVE 'FALHA NA EXCLUSAO DO KITEST'
                   TO WSS-MOTIVO-REJEICAO
                 PERFORM ROT-REJEITA-MOVTO
                    THRU ROT-REJEITA-MOVTO-EXIT
                 GO TO ROT-EXCLUI-LIGACAO-EXIT
           END-DELETE.

           MOVE ZERO TO WSS-EST-KIT        (WSS-IDX-LIGACAO-ACHADA).
           MOVE ZERO TO WSS-EST-COMPONENTE (WSS-IDX-LIGACAO-ACHADA).

           ADD 1 TO WSS-CONT-EXCLUIDOS.
           ADD 1 TO WSS-CONT-APLICADOS.

       ROT-EXCLUI-LIGACAO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE O COMPONENTE NO CATALOGO - SEM CADASTRO OU NAO ATIVO    *
      * DEVOLVE O MOTIVO DA REJEICAO, SENAO O MOTIVO EM BRANCO     *
      *-----------------------------------------------------------*
       ROT-VALIDA-COMPONENTE.

           MOVE SPACES               TO WSS-MOTIVO-REJEICAO.
           MOVE KITB0001M-COMPONENTE TO CATB0001-CODIGO.

           PERFORM ROT-LE-CATALOGO
              THRU ROT-LE-CATALOGO-EXIT.

           IF NOT ACHOU-MESTRE
              MOVE 'COMPONENTE SEM CADASTRO NO CATET001'
                TO WSS-MOTIVO-REJEICAO
              GO TO ROT-VALIDA-COMPONENTE-EXIT
           END-IF.

           IF NOT CATB0001-ITEM-ATIVO
              MOVE 'COMPONENTE NAO ATIVO NO CATALOGO'
                TO WSS-MOTIVO-REJEICAO
           END-IF.

       ROT-VALIDA-COMPONENTE-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LEITURA ALEATORIA DO CATET001 PELO CATB0001-CODIGO         *
      *-----------------------------------------------------------*
       ROT-LE-CATALOGO.

           MOVE 'N' TO WSS-ACHOU-MESTRE.

           READ CATET001
              KEY IS CATB0001-CODIGO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'S' TO WSS-ACHOU-MESTRE
           END-READ.

       ROT-LE-CATALOGO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LOCALIZA NA TABELA A LIGACAO KIT + COMPONENTE DO MOVIMENTO *
      *-----------------------------------------------------------*
       ROT-BUSCA-LIGACAO.

           MOVE ZERO TO WSS-IDX-LIGACAO-ACHADA.

           PERFORM ROT-PROCURA-LIGACAO
              THRU ROT-PROCURA-LIGACAO-EXIT
              VARYING WSS-IDX-LIGACAO FROM 1 BY 1
              UNTIL WSS-IDX-LIGACAO > WSS-QTD-LIGACOES
                 OR WSS-IDX-LIGACAO-ACHADA > ZERO.

       ROT-BUSCA-LIGACAO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * COMPARA UMA LIGACAO DA TABELA COM A DO MOVIMENTO           *
      *-----------------------------------------------------------*
       ROT-PROCURA-LIGACAO.

           IF WSS-EST-KIT (WSS-IDX-LIGACAO) = KITB0001M-KIT
              AND WSS-EST-COMPONENTE (WSS-IDX-LIGACAO)
                  = KITB0001M-COMPONENTE
              MOVE WSS-IDX-LIGACAO TO WSS-IDX-LIGACAO-ACHADA
           END-IF.

       ROT-PROCURA-LIGACAO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * VERIFICA SE A LIGACAO NOVA FECHA CICLO - PERCORRE EM       *
      * LARGURA, PELA FILA, TUDO O QUE O COMPONENTE CONTEM (DIRETA *
      * OU INDIRETAMENTE); ENCONTRAR O PROPRIO KIT E CICLO         *
      *-----------------------------------------------------------*
       ROT-VERIFICA-CICLO.

           MOVE 'N'                  TO WSS-CICLO.
           MOVE 1                    TO WSS-QTD-FILA.
           MOVE 1                    TO WSS-POS-FILA.
           MOVE KITB0001M-COMPONENTE TO WSS-FILA-CODIGO (1).

           PERFORM ROT-VISITA-NO
              THRU ROT-VISITA-NO-EXIT
              UNTIL WSS-POS-FILA > WSS-QTD-FILA
                 OR CICLO-ENCONTRADO.

       ROT-VERIFICA-CICLO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * EXAMINA OS COMPONENTES DO PROXIMO CODIGO DA FILA           *
      *-----------------------------------------------------------*
       ROT-VISITA-NO.

           MOVE WSS-FILA-CODIGO (WSS-POS-FILA) TO WSS-NO-CORRENTE.

           PERFORM ROT-EXAMINA-LIGACAO
              THRU ROT-EXAMINA-LIGACAO-EXIT
              VARYING WSS-IDX-LIGACAO FROM 1 BY 1
              UNTIL WSS-IDX-LIGACAO > WSS-QTD-LIGACOES
                 OR CICLO-ENCONTRADO.

           ADD 1 TO WSS-POS-FILA.

       ROT-VISITA-NO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LIGACAO QUE SAI DO CODIGO VISITADO - O COMPONENTE DELA E O *
      * KIT DO MOVIMENTO (CICLO) OU ENTRA NA FILA, SE AINDA NAO    *
      * ESTIVER NELA                                               *
      *-----------------------------------------------------------*
       ROT-EXAMINA-LIGACAO.

           IF WSS-EST-KIT (WSS-IDX-LIGACAO) NOT = WSS-NO-CORRENTE
              GO TO ROT-EXAMINA-LIGACAO-EXIT
           END-IF.

           IF WSS-EST-COMPONENTE (WSS-IDX-LIGACAO) = KITB0001M-KIT
              MOVE 'S' TO WSS-CICLO
              GO TO ROT-EXAMINA-LIGACAO-EXIT
           END-IF.

           MOVE ZERO TO WSS-IDX-FILA-ACHADA.

           PERFORM ROT-PROCURA-FILA
              THRU ROT-PROCURA-FILA-EXIT
              VARYING WSS-IDX-FILA FROM 1 BY 1
              UNTIL WSS-IDX-FILA > WSS-QTD-FILA
                 OR WSS-IDX-FILA-ACHADA > ZERO.

           IF WSS-IDX-FILA-ACHADA = ZERO
              AND WSS-QTD-FILA < WSS-MAX-FILA
              ADD 1 TO WSS-QTD-FILA
              MOVE WSS-EST-COMPONENTE (WSS-IDX-LIGACAO)
                TO WSS-FILA-CODIGO (WSS-QTD-FILA)
           END-IF.

       ROT-EXAMINA-LIGACAO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * COMPARA UM CODIGO DA FILA COM O COMPONENTE DA LIGACAO      *
      *-----------------------------------------------------------*
       ROT-PROCURA-FILA.

           IF WSS-FILA-CODIGO (WSS-IDX-FILA)
              = WSS-EST-COMPONENTE (WSS-IDX-LIGACAO)
              MOVE WSS-IDX-FILA TO WSS-IDX-FILA-ACHADA
           END-IF.

       ROT-PROCURA-FILA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * REJEITA O MOVIMENTO - GRAVA NO KITREJ COM O MOTIVO E       *
      * IMPRIME A LINHA DE REJEICAO                                *
      *-----------------------------------------------------------*
       ROT-REJEITA-MOVTO.

           ADD 1 TO WSS-CONT-REJEITADOS.

           MOVE KITB0001M           TO KITREJ-IMAGEM.
           MOVE WSS-MOTIVO-REJEICAO TO KITREJ-MOTIVO.

           IF FLG-KITREJ = '00'
              WRITE KITREJ-REGISTRO
           END-IF.

           MOVE KITB0001M-ACAO       TO WSS-REJ-ACAO.
           MOVE KITB0001M-KIT        TO WSS-REJ-KIT.
           MOVE KITB0001M-COMPONENTE TO WSS-REJ-COMPONENTE.
           IF KITB0001M-QUANTIDADE NUMERIC
              MOVE KITB0001M-QUANTIDADE TO WSS-REJ-QUANTIDADE
           ELSE
              MOVE ZERO                 TO WSS-REJ-QUANTIDADE
           END-IF.
           MOVE WSS-MOTIVO-REJEICAO  TO WSS-REJ-MOTIVO.
           MOVE WSS-LINHA-REJEICAO   TO RELKIT001-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

       ROT-REJEITA-MOVTO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME O CABECALHO DE UMA NOVA PAGINA DO RELATORIO        *
      *-----------------------------------------------------------*
       ROT-IMPRIME-CABECALHO.

           ADD 1 TO WSS-NUM-PAGINA.

           MOVE WSS-NUM-PAGINA      TO WSS-CAB-PAGINA.
           MOVE WSS-LINHA-CABECALHO TO RELKIT001-LINHA.

           IF FLG-RELKIT001 = '00'
              WRITE RELKIT001-LINHA
           END-IF.

           MOVE ZERO TO WSS-LINHAS-PAGINA.

       ROT-IMPRIME-CABECALHO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME A LINHA JA MONTADA, QUEBRANDO A PAGINA QUANDO O    *
      * LIMITE DE LINHAS FOR ATINGIDO - A LINHA E GUARDADA ANTES   *
      * DO CABECALHO, QUE USA A MESMA AREA DO REGISTRO             *
      *-----------------------------------------------------------*
       ROT-IMPRIME-LINHA.

           IF WSS-LINHAS-PAGINA NOT < WSS-MAX-LINHAS
              MOVE RELKIT001-LINHA TO WSS-LINHA-PENDENTE
              PERFORM ROT-IMPRIME-CABECALHO
                 THRU ROT-IMPRIME-CABECALHO-EXIT
              MOVE WSS-LINHA-PENDENTE TO RELKIT001-LINHA
           END-IF.

           IF FLG-RELKIT001 = '00'
              WRITE RELKIT001-LINHA
           END-IF.

           ADD 1 TO WSS-LINHAS-PAGINA.

       ROT-IMPRIME-LINHA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME O TOTAL DO MOVIMENTO, FECHA OS ARQUIVOS E REGISTRA *
      * AS CONTAGENS NO RAZAO DE EXECUCAO                          *
      *-----------------------------------------------------------*
       ROT-ENCERRAMENTO.

           IF JA-COMPLETO
              GO TO ROT-ENCERRAMENTO-EXIT
           END-IF.

           MOVE WSS-CONT-APLICADOS  TO WSS-TOT-APLICADOS.
           MOVE WSS-CONT-REJEITADOS TO WSS-TOT-REJEITADOS.
           MOVE WSS-LINHA-TOTAL     TO RELKIT001-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           CLOSE KITMOVTO.
           CLOSE KITEST.
           CLOSE CATET001.
           CLOSE KITREJ.
           CLOSE RELKIT001.

           DISPLAY '***************************************'.
           DISPLAY '* MOVIMENTOS LIDOS      = ' WSS-CONT-LIDOS.
           DISPLAY '* MOVIMENTOS APLICADOS  = ' WSS-CONT-APLICADOS.
           DISPLAY '* MOVIMENTOS REJEITADOS = ' WSS-CONT-REJEITADOS.
           DISPLAY '* COMPONENTES INCLUIDOS = ' WSS-CONT-INCLUIDOS.
           DISPLAY '* QUANTIDADES ALTERADAS = ' WSS-CONT-ALTERADOS.
           DISPLAY '* COMPONENTES EXCLUIDOS = ' WSS-CONT-EXCLUIDOS.
           DISPLAY '* RECUSADOS POR CICLO   = ' WSS-CONT-CICLOS.
           DISPLAY '***************************************'.

           MOVE LKS-DATA-EXECUCAO   TO LKS-RL-DATA-CICLO.
           MOVE WSS-NOME-JOB        TO LKS-RL-JOB.
           MOVE WSS-NOME-STEP       TO LKS-RL-STEP.
           MOVE 'COBOL066'          TO LKS-RL-PROGRAMA.
           MOVE WSS-CONT-LIDOS      TO LKS-RL-ENTRADAS.
           MOVE WSS-CONT-APLICADOS  TO LKS-RL-SAIDAS.
           MOVE WSS-CONT-REJEITADOS TO LKS-RL-REJEITADOS.

           CALL 'RUNLEDGR' USING LKS-RUN-LEDGER.

           MOVE 'R'               TO LKS-CS-FUNCAO.
           MOVE LKS-DATA-EXECUCAO TO LKS-CS-DATA-CICLO.
           MOVE WSS-NOME-STEP     TO LKS-CS-STEP.

           CALL 'CICLSTEP' USING LKS-CICLO-STEP.

           IF WSS-CONT-REJEITADOS > ZERO
              MOVE RC-REJEITOS-ENCONTRADOS TO RETURN-CODE
           END-IF.

       ROT-ENCERRAMENTO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * FORCA UM ABEND COM DUMP ATRAVES DO LANGUAGE ENVIRONMENT    *
      *-----------------------------------------------------------*
       ROT-ABEND.

           DISPLAY ' CODIGO DE ERRO = ' RETURN-CODE.

           MOVE RETURN-CODE TO WSS-ABEND-CODE.

           DISPLAY ' *** FORCANDO ABEND COM DUMP - U' WSS-ABEND-CODE.

           CALL 'CEE3ABD' USING WSS-ABEND-CODE WSS-ABEND-REASON.

           STOP RUN.

       ROT-ABEND-EXIT.

           EXIT.

       END PROGRAM COBOL066.

      ********************* FIM DO PROGRAMA ****************************
