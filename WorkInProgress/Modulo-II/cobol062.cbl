      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : CONFERENCIA DE DERIVA DA POPULACAO DO EXTRATO DE
      *            FOLHA - RODA NO CICL0001 ANTES DA CRITICA DO
      *            COBOL027 E CASA, PELA MATRICULA, O FOPAG001 DESTA
      *            NOITE (FOPATU) COM A COPIA DA NOITE ANTERIOR
      *            (FOPANT, GUARDADA PELO STEP097 COMO O STEP096
      *            GUARDA O CAMBANT), AMBOS ORDENADOS PELO JCL SEM O
      *            HEADER E O TRAILER. CONTA POR DEPARTAMENTO OS
      *            ADMITIDOS (MATRICULA NOVA) E OS DESLIGADOS
      *            (MATRICULA AUSENTE) E LISTA AS ALTERACOES DE DATA
      *            DE NASCIMENTO, SEXO E ANOS DE CONTRIBUICAO DA MESMA
      *            MATRICULA (O ACRESCIMO DE UM ANO DE CONTRIBUICAO E
      *            A PROGRESSAO NORMAL E SO E CONTADO). DESLIGADOS OU
      *            ALTERADOS ALEM DOS LIMITES DO FOPLIM DERRUBAM O
      *            CICLO COM ERRLOG E ABEND, ANTES QUE A ELEGIBILIDADE
      *            SEJA RECALCULADA; COM A DATA DE LIBERACAO DO FOPLIM
      *            IGUAL A DATA DO CICLO (EXTRATO CONFIRMADO PELO RH)
      *            O EXCESSO SO E AVISADO
      * CPD      : INEFE
      *****************************************************************
      * HISTORICO DE ALTERACOES
      * 15/10/2026  VRB  VERSAO ORIGINAL DO PROGRAMA
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL062.
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
         SELECT FOPATU          ASSIGN TO FOPATU
         FILE STATUS FLG-FOPATU.
      *
         SELECT OPTIONAL FOPANT ASSIGN TO FOPANT
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-FOPANT.
      *
         SELECT OPTIONAL FOPLIM ASSIGN TO FOPLIM
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-FOPLIM.
      *
         SELECT RELDRF001       ASSIGN TO RELDRF001
         FILE STATUS FLG-RELDRF001.
      *
      ***************
       DATA DIVISION.
      ***************
      *
       FILE SECTION.
      *
       FD  FOPATU
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
      *
           COPY "FOPB0001".
      *
       FD  FOPANT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
      *
       01  FOPANT-REGISTRO.
           05 FOPANT-MATRICULA        PIC 9(06).
           05 FOPANT-NOME             PIC X(30).
           05 FOPANT-DATA-NASC        PIC 9(08).
           05 FOPANT-SEXO             PIC X(01).
           05 FOPANT-ANOS-CONTRIB     PIC 9(02).
           05 FOPANT-DEPTO            PIC X(03).
       01  FOPANT-CONTROLE REDEFINES FOPANT-REGISTRO.
           05 FOPANT-INDICADOR        PIC X(05).
           05 FILLER                  PIC X(45).
      *
       FD  FOPLIM
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  FOPLIM-REGISTRO.
           05 FOPLIM-MAX-DESLIGADOS   PIC 9(05).
           05 FOPLIM-MAX-ALTERADOS    PIC 9(05).
           05 FOPLIM-DATA-LIBERACAO   PIC 9(08).
           05 FILLER                  PIC X(62).
      *
       FD  RELDRF001
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  RELDRF001-LINHA             PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       77  FLG-FOPATU                 PIC X(02).
       77  FLG-FOPANT                 PIC X(02).
       77  FLG-FOPLIM                 PIC X(02).
       77  FLG-RELDRF001              PIC X(02).
       77  WSS-FIM-FOPATU             PIC X(01)   VALUE 'N'.
           88 FIM-FOPATU                          VALUE 'S'.
       77  WSS-FIM-FOPANT             PIC X(01)   VALUE 'N'.
           88 FIM-FOPANT                          VALUE 'S'.
       77  WSS-FOPANT-ABERTO          PIC X(01)   VALUE 'N'.
       77  WSS-CHAVE-ATU              PIC 9(06)   VALUE ZERO.
       77  WSS-CHAVE-ANT              PIC 9(06)   VALUE ZERO.
       77  WSS-CHAVE-ALTA             PIC 9(06)   VALUE 999999.
       77  WSS-MAX-DESLIGADOS         PIC 9(05)   VALUE 25.
       77  WSS-MAX-ALTERADOS          PIC 9(05)   VALUE 5.
       77  WSS-DATA-LIBERACAO         PIC 9(08)   VALUE ZERO.
       77  WSS-CONT-ANTERIOR          PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-ATUAL             PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-ADMITIDOS         PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-DESLIGADOS        PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-ALTERADOS         PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-PROGRESSOES       PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-DEPTOS-AUSENTES   PIC 9(07)   VALUE ZERO.
       77  WSS-TEM-ALTERACAO          PIC X(01)   VALUE 'N'.
       77  WSS-TEM-FALHA              PIC X(01)   VALUE 'N'.
       77  WSS-CONTRIB-SEGUINTE       PIC 9(03)   VALUE ZERO.
       77  WSS-DEPTO-PROCURADO        PIC X(03)   VALUE SPACES.
       77  WSS-QTD-DEPTOS             PIC 9(03)   VALUE ZERO.
       77  WSS-MAX-DEPTOS             PIC 9(03)   VALUE 100.
       77  WSS-IDX-DEPTO              PIC 9(03)   VALUE ZERO.
       77  WSS-IDX-ACHADO             PIC 9(03)   VALUE ZERO.
       77  WSS-IDX-POSICAO            PIC 9(03)   VALUE ZERO.
       77  WSS-LINHAS-PAGINA          PIC 9(02)   VALUE ZERO.
       77  WSS-MAX-LINHAS             PIC 9(02)   VALUE 20.
       77  WSS-NUM-PAGINA             PIC 9(04)   VALUE ZERO.
       77  WSS-RETORNO-FINAL          PIC 9(03)   VALUE ZERO.
       77  WSS-MSG-ABEND              PIC X(60)   VALUE SPACES.
       77  WSS-ABEND-CODE             PIC S9(08) COMP VALUE ZERO.
       77  WSS-ABEND-REASON           PIC S9(08) COMP VALUE ZERO.
      *
       01  WSS-TAB-DEPTOS.
           05 WSS-DEP-OCORRE          OCCURS 100 TIMES.
              10 WSS-DEP-CODIGO       PIC X(03).
              10 WSS-DEP-ANTERIOR     PIC 9(05).
              10 WSS-DEP-ATUAL        PIC 9(05).
              10 WSS-DEP-ADMITIDOS    PIC 9(05).
              10 WSS-DEP-DESLIGADOS   PIC 9(05).
      *
       01  WSS-LINHA-PENDENTE         PIC X(80)   VALUE SPACES.
      *
       01  WSS-LINHA-CABECALHO.
           05 FILLER                  PIC X(10)  VALUE 'RELATORIO:'.
           05 WSS-CAB-TITULO          PIC X(40)
                  VALUE 'DERIVA DA POPULACAO DO EXTRATO DE FOLHA'.
           05 FILLER                  PIC X(10)  VALUE SPACES.
           05 FILLER                  PIC X(08)  VALUE 'PAGINA: '.
           05 WSS-CAB-PAGINA          PIC ZZZ9.
           05 FILLER                  PIC X(08)  VALUE SPACES.
      *
       01  WSS-LINHA-SECAO.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-SEC-TEXTO           PIC X(60).
           05 FILLER                  PIC X(19)  VALUE SPACES.
      *
       01  WSS-LINHA-ALTERACAO.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-ALT-MATRICULA       PIC 9(06).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-ALT-NOME            PIC X(22).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-ALT-CAMPO           PIC X(12).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-ALT-ANTERIOR        PIC X(10).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-ALT-ATUAL           PIC X(10).
           05 FILLER                  PIC X(15)  VALUE SPACES.
      *
       01  WSS-LINHA-DEPTO.
           05 FILLER                  PIC X(07)  VALUE ' DEPTO '.
           05 WSS-LDP-CODIGO          PIC X(03).
           05 FILLER                  PIC X(10)  VALUE ' ANTERIOR='.
           05 WSS-LDP-ANTERIOR        PIC ZZZZ9.
           05 FILLER                  PIC X(07)  VALUE ' ATUAL='.
           05 WSS-LDP-ATUAL           PIC ZZZZ9.
           05 FILLER                  PIC X(07)  VALUE ' ADMIT='.
           05 WSS-LDP-ADMITIDOS       PIC ZZZZ9.
           05 FILLER                  PIC X(08)  VALUE ' DESLIG='.
           05 WSS-LDP-DESLIGADOS      PIC ZZZZ9.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-LDP-MARCA           PIC X(12).
           05 FILLER                  PIC X(05)  VALUE SPACES.
      *
       01  WSS-LINHA-TOTAL.
           05 FILLER                  PIC X(05)  VALUE SPACES.
           05 WSS-TOT-DESCRICAO       PIC X(40).
           05 WSS-TOT-QTDE            PIC Z.ZZZ.ZZ9.
           05 FILLER                  PIC X(26)  VALUE SPACES.
      *
           COPY "RETCODES".
      *
           COPY "ERRLOG".
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

           PERFORM ROT-CASA-REGISTROS
              THRU ROT-CASA-REGISTROS-EXIT
              UNTIL WSS-CHAVE-ATU = WSS-CHAVE-ALTA
                AND WSS-CHAVE-ANT = WSS-CHAVE-ALTA.

           PERFORM ROT-ENCERRAMENTO
              THRU ROT-ENCERRAMENTO-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
      * ABRE OS ARQUIVOS, CARREGA OS LIMITES E FAZ A LEITURA       *
      * INICIAL DOS DOIS EXTRATOS                                  *
      *-----------------------------------------------------------*
       ROT-ABERTURA.

           OPEN INPUT  FOPATU.

           IF FLG-FOPATU NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO FOPATU *** FLG = '
                       FLG-FOPATU
              MOVE RC-POPULACAO-DIVERGENTE TO WSS-ABEND-CODE
              MOVE 'FOPAG001 INDISPONIVEL PARA A CONFERENCIA DE DERIVA'
                TO WSS-MSG-ABEND
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           OPEN INPUT  FOPANT.

           IF FLG-FOPANT NOT = '00'
              DISPLAY '*** FOPANT INDISPONIVEL - PRIMEIRA EXECUCAO'
              MOVE 'S'            TO WSS-FIM-FOPANT
              MOVE WSS-CHAVE-ALTA TO WSS-CHAVE-ANT
           ELSE
              MOVE 'S' TO WSS-FOPANT-ABERTO
           END-IF.

           OPEN OUTPUT RELDRF001.

           IF FLG-RELDRF001 NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO RELDRF001 *** FLG = '
                       FLG-RELDRF001
           END-IF.

           PERFORM ROT-CARREGA-FOPLIM
              THRU ROT-CARREGA-FOPLIM-EXIT.

           PERFORM ROT-IMPRIME-CABECALHO
              THRU ROT-IMPRIME-CABECALHO-EXIT.

           MOVE 'ALTERACOES CADASTRAIS DA MESMA MATRICULA'
             TO WSS-SEC-TEXTO.
           MOVE WSS-LINHA-SECAO TO RELDRF001-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           PERFORM ROT-LER-FOPATU
              THRU ROT-LER-FOPATU-EXIT.

           PERFORM ROT-LER-FOPANT
              THRU ROT-LER-FOPANT-EXIT.

       ROT-ABERTURA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CARREGA OS LIMITES DE DESLIGADOS E DE ALTERADOS E A DATA   *
      * DE LIBERACAO DO FOPLIM, SE DISPONIVEL - SEM O ARQUIVO      *
      * VALEM OS DEFAULTS                                          *
      *-----------------------------------------------------------*
       ROT-CARREGA-FOPLIM.

           OPEN INPUT FOPLIM.

           IF FLG-FOPLIM = '00'
              READ FOPLIM
              IF FLG-FOPLIM = '00'
                 MOVE FOPLIM-MAX-DESLIGADOS TO WSS-MAX-DESLIGADOS
                 MOVE FOPLIM-MAX-ALTERADOS  TO WSS-MAX-ALTERADOS
                 IF FOPLIM-DATA-LIBERACAO NUMERIC
                    MOVE FOPLIM-DATA-LIBERACAO TO WSS-DATA-LIBERACAO
                 END-IF
              END-IF
              CLOSE FOPLIM
           ELSE
              DISPLAY '*** FOPLIM INDISPONIVEL - DEFAULTS ***'
           END-IF.

       ROT-CARREGA-FOPLIM-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE O PROXIMO FUNCIONARIO DESTA NOITE, DESPREZANDO HEADER E *
      * TRAILER; NO FIM A CHAVE RECEBE O VALOR ALTO                *
      *-----------------------------------------------------------*
       ROT-LER-FOPATU.

           IF FIM-FOPATU
              GO TO ROT-LER-FOPATU-EXIT
           END-IF.

           READ FOPATU
              AT END
                 MOVE 'S'            TO WSS-FIM-FOPATU
                 MOVE WSS-CHAVE-ALTA TO WSS-CHAVE-ATU
                 GO TO ROT-LER-FOPATU-EXIT
           END-READ.

           IF FLG-FOPATU NOT = '00'
              DISPLAY '*** ERRO NA LEITURA DO FOPATU *** FLG = '
                       FLG-FOPATU
              MOVE RC-POPULACAO-DIVERGENTE TO WSS-ABEND-CODE
              MOVE 'ERRO NA LEITURA DO FOPAG001 NA CONFERENCIA'
                TO WSS-MSG-ABEND
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF FOPB0001-HDR-INDICADOR = 'HEADR'
              OR FOPB0001-TRL-INDICADOR = 'TRAIL'
              GO TO ROT-LER-FOPATU
           END-IF.

           MOVE FOPB0001-MATRICULA TO WSS-CHAVE-ATU.

       ROT-LER-FOPATU-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE O PROXIMO FUNCIONARIO DA NOITE ANTERIOR, DESPREZANDO    *
      * HEADER E TRAILER; NO FIM A CHAVE RECEBE O VALOR ALTO       *
      *-----------------------------------------------------------*
       ROT-LER-FOPANT.

           IF FIM-FOPANT
              GO TO ROT-LER-FOPANT-EXIT
           END-IF.

           READ FOPANT
              AT END
                 MOVE 'S'            TO WSS-FIM-FOPANT
                 MOVE WSS-CHAVE-ALTA TO WSS-CHAVE-ANT
                 GO TO ROT-LER-FOPANT-EXIT
           END-READ.

           IF FLG-FOPANT NOT = '00'
              DISPLAY '*** ERRO NA LEITURA DO FOPANT *** FLG = '
                       FLG-FOPANT
              MOVE 'S'            TO WSS-FIM-FOPANT
              MOVE WSS-CHAVE-ALTA TO WSS-CHAVE-ANT
              GO TO ROT-LER-FOPANT-EXIT
           END-IF.

           IF FOPANT-INDICADOR = 'HEADR'
              OR FOPANT-INDICADOR = 'TRAIL'
              GO TO ROT-LER-FOPANT
           END-IF.

           MOVE FOPANT-MATRICULA TO WSS-CHAVE-ANT.

       ROT-LER-FOPANT-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CASA AS DUAS NOITES PELA MATRICULA - SO NESTA NOITE E      *
      * ADMITIDO, SO NA ANTERIOR E DESLIGADO, NAS DUAS TEM OS      *
      * DADOS CADASTRAIS COMPARADOS                                *
      *-----------------------------------------------------------*
       ROT-CASA-REGISTROS.

           EVALUATE TRUE
              WHEN WSS-CHAVE-ATU < WSS-CHAVE-ANT
                 PERFORM ROT-TRATA-ADMITIDO
                    THRU ROT-TRATA-ADMITIDO-EXIT
                 PERFORM ROT-LER-FOPATU
                    THRU ROT-LER-FOPATU-EXIT
              WHEN WSS-CHAVE-ATU > WSS-CHAVE-ANT
                 PERFORM ROT-TRATA-DESLIGADO
                    THRU ROT-TRATA-DESLIGADO-EXIT
                 PERFORM ROT-LER-FOPANT
                    THRU ROT-LER-FOPANT-EXIT
              WHEN OTHER
                 PERFORM ROT-COMPARA-CADASTRO
                    THRU ROT-COMPARA-CADASTRO-EXIT
                 PERFORM ROT-LER-FOPATU
                    THRU ROT-LER-FOPATU-EXIT
                 PERFORM ROT-LER-FOPANT
                    THRU ROT-LER-FOPANT-EXIT
           END-EVALUATE.

       ROT-CASA-REGISTROS-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * MATRICULA SO NESTA NOITE - CONTA O ADMITIDO NO DEPARTAMENTO*
      *-----------------------------------------------------------*
       ROT-TRATA-ADMITIDO.

           ADD 1 TO WSS-CONT-ATUAL.
           ADD 1 TO WSS-CONT-ADMITIDOS.

           MOVE FOPB0001-DEPTO TO WSS-DEPTO-PROCURADO.

           PERFORM ROT-LOCALIZA-DEPTO
              THRU ROT-LOCALIZA-DEPTO-EXIT.

           IF WSS-IDX-ACHADO > ZERO
              ADD 1 TO WSS-DEP-ATUAL     (WSS-IDX-ACHADO)
              ADD 1 TO WSS-DEP-ADMITIDOS (WSS-IDX-ACHADO)
           END-IF.

       ROT-TRATA-ADMITIDO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * MATRICULA SO NA NOITE ANTERIOR - CONTA O DESLIGADO NO      *
      * DEPARTAMENTO EM QUE ELE ESTAVA                             *
      *-----------------------------------------------------------*
       ROT-TRATA-DESLIGADO.

           ADD 1 TO WSS-CONT-ANTERIOR.
           ADD 1 TO WSS-CONT-DESLIGADOS.

           MOVE FOPANT-DEPTO TO WSS-DEPTO-PROCURADO.

           PERFORM ROT-LOCALIZA-DEPTO
              THRU ROT-LOCALIZA-DEPTO-EXIT.

           IF WSS-IDX-ACHADO > ZERO
              ADD 1 TO WSS-DEP-ANTERIOR   (WSS-IDX-ACHADO)
              ADD 1 TO WSS-DEP-DESLIGADOS (WSS-IDX-ACHADO)
           END-IF.

       ROT-TRATA-DESLIGADO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * MATRICULA NAS DUAS NOITES - CONTA O FUNCIONARIO NOS DOIS   *
      * DEPARTAMENTOS E LISTA CADA DADO CADASTRAL ALTERADO         *
      *-----------------------------------------------------------*
       ROT-COMPARA-CADASTRO.

           ADD 1 TO WSS-CONT-ANTERIOR.
           ADD 1 TO WSS-CONT-ATUAL.

           MOVE FOPANT-DEPTO TO WSS-DEPTO-PROCURADO.

           PERFORM ROT-LOCALIZA-DEPTO
              THRU ROT-LOCALIZA-DEPTO-EXIT.

           IF WSS-IDX-ACHADO > ZERO
              ADD 1 TO WSS-DEP-ANTERIOR (WSS-IDX-ACHADO)
           END-IF.

           MOVE FOPB0001-DEPTO TO WSS-DEPTO-PROCURADO.

           PERFORM ROT-LOCALIZA-DEPTO
              THRU ROT-LOCALIZA-DEPTO-EXIT.

           IF WSS-IDX-ACHADO > ZERO
              ADD 1 TO WSS-DEP-ATUAL (WSS-IDX-ACHADO)
           END-IF.

           MOVE 'N' TO WSS-TEM-ALTERACAO.

           MOVE FOPB0001-MATRICULA TO WSS-ALT-MATRICULA.
           MOVE FOPB0001-NOME      TO WSS-ALT-NOME.

           IF FOPB0001-DATA-NASC NOT = FOPANT-DATA-NASC
              MOVE 'NASCIMENTO'       TO WSS-ALT-CAMPO
              MOVE FOPANT-DATA-NASC   TO WSS-ALT-ANTERIOR
              MOVE FOPB0001-DATA-NASC TO WSS-ALT-ATUAL
              PERFORM ROT-IMPRIME-ALTERACAO
                 THRU ROT-IMPRIME-ALTERACAO-EXIT
           END-IF.

           IF FOPB0001-SEXO NOT = FOPANT-SEXO
              MOVE 'SEXO'             TO WSS-ALT-CAMPO
              MOVE FOPANT-SEXO        TO WSS-ALT-ANTERIOR
              MOVE FOPB0001-SEXO      TO WSS-ALT-ATUAL
              PERFORM ROT-IMPRIME-ALTERACAO
                 THRU ROT-IMPRIME-ALTERACAO-EXIT
           END-IF.

           IF FOPB0001-ANOS-CONTRIB NOT = FOPANT-ANOS-CONTRIB
              COMPUTE WSS-CONTRIB-SEGUINTE =
                 FOPANT-ANOS-CONTRIB + 1
              IF FOPB0001-ANOS-CONTRIB = WSS-CONTRIB-SEGUINTE
                 ADD 1 TO WSS-CONT-PROGRESSOES
              ELSE
                 MOVE 'CONTRIBUICAO'        TO WSS-ALT-CAMPO
                 MOVE FOPANT-ANOS-CONTRIB   TO WSS-ALT-ANTERIOR
                 MOVE FOPB0001-ANOS-CONTRIB TO WSS-ALT-ATUAL
                 PERFORM ROT-IMPRIME-ALTERACAO
                    THRU ROT-IMPRIME-ALTERACAO-EXIT
              END-IF
           END-IF.

           IF WSS-TEM-ALTERACAO = 'S'
              ADD 1 TO WSS-CONT-ALTERADOS
           END-IF.

       ROT-COMPARA-CADASTRO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME UMA LINHA DE ALTERACAO CADASTRAL JA MONTADA        *
      *-----------------------------------------------------------*
       ROT-IMPRIME-ALTERACAO.

           MOVE 'S' TO WSS-TEM-ALTERACAO.

           MOVE WSS-LINHA-ALTERACAO TO RELDRF001-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

       ROT-IMPRIME-ALTERACAO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LOCALIZA O DEPARTAMENTO NA TABELA, INCLUINDO-O NA POSICAO  *
      * ORDENADA PELO CODIGO QUANDO AINDA NAO EXISTIR              *
      *-----------------------------------------------------------*
       ROT-LOCALIZA-DEPTO.

           MOVE ZERO TO WSS-IDX-ACHADO.
           MOVE ZERO TO WSS-IDX-POSICAO.

           PERFORM ROT-PROCURA-DEPTO
              THRU ROT-PROCURA-DEPTO-EXIT
              VARYING WSS-IDX-DEPTO FROM 1 BY 1
              UNTIL WSS-IDX-DEPTO > WSS-QTD-DEPTOS
                 OR WSS-IDX-ACHADO > ZERO
                 OR WSS-IDX-POSICAO > ZERO.

           IF WSS-IDX-ACHADO > ZERO
              GO TO ROT-LOCALIZA-DEPTO-EXIT
           END-IF.

           IF WSS-QTD-DEPTOS NOT < WSS-MAX-DEPTOS
              DISPLAY '*** TABELA DE DEPARTAMENTOS ESGOTADA - '
                      'DEPTO = ' WSS-DEPTO-PROCURADO
              GO TO ROT-LOCALIZA-DEPTO-EXIT
           END-IF.

           IF WSS-IDX-POSICAO = ZERO
              COMPUTE WSS-IDX-POSICAO = WSS-QTD-DEPTOS + 1
           END-IF.

           PERFORM ROT-DESLOCA-DEPTO
              THRU ROT-DESLOCA-DEPTO-EXIT
              VARYING WSS-IDX-DEPTO FROM WSS-QTD-DEPTOS BY -1
              UNTIL WSS-IDX-DEPTO < WSS-IDX-POSICAO.

           ADD 1 TO WSS-QTD-DEPTOS.

           MOVE WSS-DEPTO-PROCURADO
             TO WSS-DEP-CODIGO     (WSS-IDX-POSICAO).
           MOVE ZERO TO WSS-DEP-ANTERIOR   (WSS-IDX-POSICAO).
           MOVE ZERO TO WSS-DEP-ATUAL      (WSS-IDX-POSICAO).
           MOVE ZERO TO WSS-DEP-ADMITIDOS  (WSS-IDX-POSICAO).
           MOVE ZERO TO WSS-DEP-DESLIGADOS (WSS-IDX-POSICAO).

           MOVE WSS-IDX-POSICAO TO WSS-IDX-ACHADO.

       ROT-LOCALIZA-DEPTO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * COMPARA UMA LINHA DA TABELA COM O DEPARTAMENTO PROCURADO - *
      * A PRIMEIRA LINHA DE CODIGO MAIOR E A POSICAO DE INCLUSAO   *
      *-----------------------------------------------------------*
       ROT-PROCURA-DEPTO.

           IF WSS-DEP-CODIGO (WSS-IDX-DEPTO) = WSS-DEPTO-PROCURADO
              MOVE WSS-IDX-DEPTO TO WSS-IDX-ACHADO
           ELSE
              IF WSS-DEP-CODIGO (WSS-IDX-DEPTO) > WSS-DEPTO-PROCURADO
                 MOVE WSS-IDX-DEPTO TO WSS-IDX-POSICAO
              END-IF
           END-IF.

       ROT-PROCURA-DEPTO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * DESLOCA UMA LINHA DA TABELA UMA POSICAO ABAIXO, ABRINDO    *
      * ESPACO PARA O DEPARTAMENTO INCLUIDO                        *
      *-----------------------------------------------------------*
       ROT-DESLOCA-DEPTO.

           MOVE WSS-DEP-OCORRE (WSS-IDX-DEPTO)
             TO WSS-DEP-OCORRE (WSS-IDX-DEPTO + 1).

       ROT-DESLOCA-DEPTO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME A LINHA DE UM DEPARTAMENTO - O QUE SUMIU DO        *
      * EXTRATO DESTA NOITE E MARCADO COMO AUSENTE                 *
      *-----------------------------------------------------------*
       ROT-IMPRIME-DEPTO.

           MOVE WSS-DEP-CODIGO     (WSS-IDX-DEPTO) TO WSS-LDP-CODIGO.
           MOVE WSS-DEP-ANTERIOR   (WSS-IDX-DEPTO) TO WSS-LDP-ANTERIOR.
           MOVE WSS-DEP-ATUAL      (WSS-IDX-DEPTO) TO WSS-LDP-ATUAL.
           MOVE WSS-DEP-ADMITIDOS  (WSS-IDX-DEPTO)
             TO WSS-LDP-ADMITIDOS.
           MOVE WSS-DEP-DESLIGADOS (WSS-IDX-DEPTO)
             TO WSS-LDP-DESLIGADOS.

           MOVE SPACES TO WSS-LDP-MARCA.

           IF WSS-DEP-ATUAL (WSS-IDX-DEPTO) = ZERO
              AND WSS-DEP-ANTERIOR (WSS-IDX-DEPTO) > ZERO
              MOVE '*** AUSENTE' TO WSS-LDP-MARCA
              ADD 1 TO WSS-CONT-DEPTOS-AUSENTES
           END-IF.

           IF WSS-DEP-ANTERIOR (WSS-IDX-DEPTO) = ZERO
              AND WSS-CONT-ANTERIOR > ZERO
              MOVE 'NOVO'        TO WSS-LDP-MARCA
           END-IF.

           MOVE WSS-LINHA-DEPTO TO RELDRF001-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

       ROT-IMPRIME-DEPTO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME UMA LINHA DE TOTAL JA MONTADA                      *
      *-----------------------------------------------------------*
       ROT-IMPRIME-TOTAL.

           MOVE WSS-LINHA-TOTAL TO RELDRF001-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

       ROT-IMPRIME-TOTAL-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME O CABECALHO DE UMA NOVA PAGINA DO RELATORIO        *
      *-----------------------------------------------------------*
       ROT-IMPRIME-CABECALHO.

           ADD 1 TO WSS-NUM-PAGINA.

           MOVE WSS-NUM-PAGINA      TO WSS-CAB-PAGINA.
           MOVE WSS-LINHA-CABECALHO TO RELDRF001-LINHA.

           IF FLG-RELDRF001 = '00'
              WRITE RELDRF001-LINHA
           END-IF.

           MOVE ZERO TO WSS-LINHAS-PAGINA.

       ROT-IMPRIME-CABECALHO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME A LINHA JA MONTADA EM RELDRF001-LINHA, QUEBRANDO A *
      * PAGINA QUANDO O LIMITE FOR ATINGIDO                        *
      *-----------------------------------------------------------*
       ROT-IMPRIME-LINHA.

           IF WSS-LINHAS-PAGINA NOT < WSS-MAX-LINHAS
              MOVE RELDRF001-LINHA TO WSS-LINHA-PENDENTE
              PERFORM ROT-IMPRIME-CABECALHO
                 THRU ROT-IMPRIME-CABECALHO-EXIT
              MOVE WSS-LINHA-PENDENTE TO RELDRF001-LINHA
           END-IF.

           IF FLG-RELDRF001 = '00'
              WRITE RELDRF001-LINHA
           END-IF.

           ADD 1 TO WSS-LINHAS-PAGINA.

       ROT-IMPRIME-LINHA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME O QUADRO POR DEPARTAMENTO E OS TOTAIS, CONFRONTA   *
      * DESLIGADOS E ALTERADOS COM OS LIMITES E FECHA OS ARQUIVOS -*
      * LIMITE EXCEDIDO DERRUBA O CICLO, SALVO SE O RH JA LIBEROU  *
      * O EXTRATO PARA A DATA                                      *
      *-----------------------------------------------------------*
       ROT-ENCERRAMENTO.

           MOVE 'ADMITIDOS E DESLIGADOS POR DEPARTAMENTO'
             TO WSS-SEC-TEXTO.
           MOVE WSS-LINHA-SECAO TO RELDRF001-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           PERFORM ROT-IMPRIME-DEPTO
              THRU ROT-IMPRIME-DEPTO-EXIT
              VARYING WSS-IDX-DEPTO FROM 1 BY 1
              UNTIL WSS-IDX-DEPTO > WSS-QTD-DEPTOS.

           MOVE 'FUNCIONARIOS NA NOITE ANTERIOR'
             TO WSS-TOT-DESCRICAO.
           MOVE WSS-CONT-ANTERIOR TO WSS-TOT-QTDE.
           PERFORM ROT-IMPRIME-TOTAL
              THRU ROT-IMPRIME-TOTAL-EXIT.

           MOVE 'FUNCIONARIOS NESTA NOITE'
             TO WSS-TOT-DESCRICAO.
           MOVE WSS-CONT-ATUAL TO WSS-TOT-QTDE.
           PERFORM ROT-IMPRIME-TOTAL
              THRU ROT-IMPRIME-TOTAL-EXIT.

           MOVE 'ADMITIDOS (MATRICULA NOVA)'
             TO WSS-TOT-DESCRICAO.
           MOVE WSS-CONT-ADMITIDOS TO WSS-TOT-QTDE.
           PERFORM ROT-IMPRIME-TOTAL
              THRU ROT-IMPRIME-TOTAL-EXIT.

           MOVE 'DESLIGADOS (MATRICULA AUSENTE)'
             TO WSS-TOT-DESCRICAO.
           MOVE WSS-CONT-DESLIGADOS TO WSS-TOT-QTDE.
           PERFORM ROT-IMPRIME-TOTAL
              THRU ROT-IMPRIME-TOTAL-EXIT.

           MOVE 'LIMITE DE DESLIGADOS'
             TO WSS-TOT-DESCRICAO.
           MOVE WSS-MAX-DESLIGADOS TO WSS-TOT-QTDE.
           PERFORM ROT-IMPRIME-TOTAL
              THRU ROT-IMPRIME-TOTAL-EXIT.

           MOVE 'FUNCIONARIOS COM ALTERACAO CADASTRAL'
             TO WSS-TOT-DESCRICAO.
           MOVE WSS-CONT-ALTERADOS TO WSS-TOT-QTDE.
           PERFORM ROT-IMPRIME-TOTAL
              THRU ROT-IMPRIME-TOTAL-EXIT.

           MOVE 'LIMITE DE ALTERADOS'
             TO WSS-TOT-DESCRICAO.
           MOVE WSS-MAX-ALTERADOS TO WSS-TOT-QTDE.
           PERFORM ROT-IMPRIME-TOTAL
              THRU ROT-IMPRIME-TOTAL-EXIT.

           MOVE 'PROGRESSOES DE UM ANO DE CONTRIBUICAO'
             TO WSS-TOT-DESCRICAO.
           MOVE WSS-CONT-PROGRESSOES TO WSS-TOT-QTDE.
           PERFORM ROT-IMPRIME-TOTAL
              THRU ROT-IMPRIME-TOTAL-EXIT.

           MOVE 'DEPARTAMENTOS AUSENTES NESTA NOITE'
             TO WSS-TOT-DESCRICAO.
           MOVE WSS-CONT-DEPTOS-AUSENTES TO WSS-TOT-QTDE.
           PERFORM ROT-IMPRIME-TOTAL
              THRU ROT-IMPRIME-TOTAL-EXIT.

           IF WSS-CONT-ANTERIOR = ZERO
              MOVE 'SEM EXTRATO ANTERIOR - LIMITES NAO CONFERIDOS'
                TO WSS-SEC-TEXTO
              MOVE WSS-LINHA-SECAO TO RELDRF001-LINHA
              PERFORM ROT-IMPRIME-LINHA
                 THRU ROT-IMPRIME-LINHA-EXIT
              GO TO ROT-ENCERRAMENTO-FECHA
           END-IF.

           IF WSS-CONT-DESLIGADOS > WSS-MAX-DESLIGADOS
              DISPLAY '*** DESLIGADOS ALEM DO LIMITE = '
                       WSS-CONT-DESLIGADOS
              MOVE 'S' TO WSS-TEM-FALHA
              MOVE 'FOPAG001 COM DESLIGADOS ALEM DO LIMITE DO FOPLIM'
                TO WSS-MSG-ABEND
           END-IF.

           IF WSS-CONT-ALTERADOS > WSS-MAX-ALTERADOS
              DISPLAY '*** ALTERADOS ALEM DO LIMITE = '
                       WSS-CONT-ALTERADOS
              MOVE 'S' TO WSS-TEM-FALHA
              MOVE 'FOPAG001 COM ALTERACOES CADASTRAIS ALEM DO LIMITE'
                TO WSS-MSG-ABEND
           END-IF.

           IF WSS-TEM-FALHA NOT = 'S'
              MOVE 'EXTRATO DENTRO DOS LIMITES - CICLO PROSSEGUE'
                TO WSS-SEC-TEXTO
              MOVE WSS-LINHA-SECAO TO RELDRF001-LINHA
              PERFORM ROT-IMPRIME-LINHA
                 THRU ROT-IMPRIME-LINHA-EXIT
              GO TO ROT-ENCERRAMENTO-FECHA
           END-IF.

           IF WSS-DATA-LIBERACAO = LKS-DATA-EXECUCAO
              MOVE 'LIMITE EXCEDIDO - EXTRATO LIBERADO PELO RH NA DATA'
                TO WSS-SEC-TEXTO
              MOVE WSS-LINHA-SECAO TO RELDRF001-LINHA
              PERFORM ROT-IMPRIME-LINHA
                 THRU ROT-IMPRIME-LINHA-EXIT
              MOVE 'COBOL062'          TO LKS-EL-PROGRAMA
              MOVE RC-DERIVA-LIBERADA  TO LKS-EL-CODIGO
              MOVE 'A'                 TO LKS-EL-SEVERIDADE
              MOVE WSS-MSG-ABEND       TO LKS-EL-MENSAGEM
              CALL 'ERRLOG' USING LKS-ERROR-LOG
              MOVE RC-DERIVA-LIBERADA  TO WSS-RETORNO-FINAL
              GO TO ROT-ENCERRAMENTO-FECHA
           END-IF.

           MOVE 'LIMITE EXCEDIDO - CICLO INTERROMPIDO ATE CONFIRMACAO'
             TO WSS-SEC-TEXTO.
           MOVE WSS-LINHA-SECAO TO RELDRF001-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           CLOSE FOPATU.
           CLOSE RELDRF001.

           IF WSS-FOPANT-ABERTO = 'S'
              CLOSE FOPANT
           END-IF.

           MOVE RC-POPULACAO-DIVERGENTE TO WSS-ABEND-CODE.

           PERFORM ROT-ABEND
              THRU ROT-ABEND-EXIT.

       ROT-ENCERRAMENTO-FECHA.

           CLOSE FOPATU.
           CLOSE RELDRF001.

           IF WSS-FOPANT-ABERTO = 'S'
              CLOSE FOPANT
           END-IF.

           DISPLAY '***************************************'.
           DISPLAY '* FUNCIONARIOS ANTERIOR     = ' WSS-CONT-ANTERIOR.
           DISPLAY '* FUNCIONARIOS ATUAL        = ' WSS-CONT-ATUAL.
           DISPLAY '* ADMITIDOS                 = ' WSS-CONT-ADMITIDOS.
           DISPLAY '* DESLIGADOS                = '
                    WSS-CONT-DESLIGADOS.
           DISPLAY '* COM ALTERACAO CADASTRAL   = ' WSS-CONT-ALTERADOS.
           DISPLAY '***************************************'.

           MOVE WSS-RETORNO-FINAL TO RETURN-CODE.

       ROT-ENCERRAMENTO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * REGISTRA O ERRO GRAVE NO ARQUIVO CENTRAL DE ERROS E FORCA  *
      * UM ABEND COM DUMP, NOS MOLDES DO COBOL042                  *
      *-----------------------------------------------------------*
       ROT-ABEND.

           DISPLAY '*** ABEND FORCADO - CODIGO = ' WSS-ABEND-CODE.

           MOVE 'COBOL062'      TO LKS-EL-PROGRAMA.
           MOVE WSS-ABEND-CODE  TO LKS-EL-CODIGO.
           MOVE 'G'             TO LKS-EL-SEVERIDADE.
           MOVE WSS-MSG-ABEND   TO LKS-EL-MENSAGEM.

           CALL 'ERRLOG' USING LKS-ERROR-LOG.

           CALL 'CEE3ABD' USING WSS-ABEND-CODE WSS-ABEND-REASON.

       ROT-ABEND-EXIT.

           EXIT.

       END PROGRAM COBOL062.

      ********************* FIM DO PROGRAMA ****************************
