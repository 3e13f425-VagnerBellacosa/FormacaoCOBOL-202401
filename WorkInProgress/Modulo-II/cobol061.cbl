      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : SIMULACAO DO IMPACTO DE UMA REGRA DE APOSENTADORIA
      *            DE VIGENCIA FUTURA - LE O REPOSITORIO DE PARAMETROS
      *            (PARMSEQ, DESCARREGAMENTO DO PARAMT01 MANTIDO PELA
      *            CAT4), TOMA A REGRA 'AGETAB' EM VIGOR NA DATA DO
      *            PARM E A PRIMEIRA DE VIGENCIA POSTERIOR, E AVALIA O
      *            EXTRATO DE FOLHA (FOPAG001, ORDENADO PELO JCL POR
      *            DEPARTAMENTO E MATRICULA) DUAS VEZES COM AS MESMAS
      *            REGRAS DO COBOL034 (IDADE MINIMA, TEMPO DE
      *            CONTRIBUICAO E PONTOS, POR SEXO). AS IDADES SAO
      *            CALCULADAS NA DATA DE VIGENCIA DA REGRA NOVA NAS
      *            DUAS AVALIACOES, DE MODO QUE A DIFERENCA SE DEVE SO
      *            A MUDANCA DA REGRA. O RELATORIO (RELSIM001) LISTA,
      *            POR DEPARTAMENTO, QUEM GANHA OU PERDE A
      *            ELEGIBILIDADE OU MUDA DE REGRA ATENDIDA, COM OS DOIS
      *            RESULTADOS LADO A LADO E OS TOTAIS DE EFETIVO. NADA
      *            E GRAVADO NO ELEGOUT, NO ELEGHIST NEM NAS CARTAS
      * CPD      : INEFE
      *****************************************************************
      * HISTORICO DE ALTERACOES
      * 15/10/2026  VRB  VERSAO ORIGINAL DO PROGRAMA
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL061.
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
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
         SELECT FOPAG001        ASSIGN TO FOPAG001
         FILE STATUS FLG-FOPAG001.
      *
         SELECT OPTIONAL PARMSEQ ASSIGN TO PARMSEQ
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-PARMSEQ.
      *
         SELECT OPTIONAL AGETAB ASSIGN TO AGETAB
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-AGETAB.
      *
         SELECT OPTIONAL DEPTAB ASSIGN TO DEPTAB
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-DEPTAB.
      *
         SELECT RELSIM001       ASSIGN TO RELSIM001
         FILE STATUS FLG-RELSIM001.
      *
      ***************
       DATA DIVISION.
      ***************
      *
       FILE SECTION.
      *
       FD  FOPAG001
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
      *
           COPY "FOPB0001".
      *
       FD  PARMSEQ
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY "PRMB0001".
      *
       FD  AGETAB
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  AGETAB-REGISTRO.
           05 AGETAB-IDADE-MINIMA-HOMEM   PIC 9(003).
           05 AGETAB-IDADE-MINIMA-MULHER  PIC 9(003).
           05 AGETAB-TEMPO-MINIMO-HOMEM   PIC 9(002).
           05 AGETAB-TEMPO-MINIMO-MULHER  PIC 9(002).
           05 AGETAB-PONTOS-MINIMO-HOMEM  PIC 9(003).
           05 AGETAB-PONTOS-MINIMO-MULHER PIC 9(003).
           05 FILLER                      PIC X(064).
      *
       FD  DEPTAB
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  DEPTAB-REGISTRO.
           05 DEPTAB-CODIGO           PIC X(03).
           05 DEPTAB-NOME             PIC X(30).
           05 FILLER                  PIC X(47).
      *
       FD  RELSIM001
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  RELSIM001-LINHA             PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       77  FLG-FOPAG001               PIC X(02).
       77  FLG-PARMSEQ                PIC X(02).
       77  FLG-AGETAB                 PIC X(02).
       77  FLG-DEPTAB                 PIC X(02).
       77  FLG-RELSIM001              PIC X(02).
       77  WSS-FIM-FOPAG001           PIC X(01)   VALUE 'N'.
           88 FIM-FOPAG001                        VALUE 'S'.
       77  WSS-FIM-PARMSEQ            PIC X(01)   VALUE 'N'.
           88 FIM-PARMSEQ                         VALUE 'S'.
       77  WSS-FIM-DEPTAB             PIC X(01)   VALUE 'N'.
           88 FIM-DEPTAB                          VALUE 'S'.
       77  WSS-ACHOU-ATUAL            PIC X(01)   VALUE 'N'.
           88 ACHOU-ATUAL                         VALUE 'S'.
       77  WSS-ACHOU-NOVA             PIC X(01)   VALUE 'N'.
           88 ACHOU-NOVA                          VALUE 'S'.
       77  WSS-NOVA-TEM-TEMPO         PIC X(01)   VALUE 'N'.
       77  WSS-VIGENCIA-ATUAL         PIC 9(08)   VALUE ZERO.
       77  WSS-VIGENCIA-NOVA          PIC 9(08)   VALUE ZERO.
       77  WSS-CONT-LIDOS             PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-DESCARTADOS       PIC 9(07)   VALUE ZERO.
       77  WSS-IDADE-CALCULADA        PIC 9(03)   VALUE ZERO.
       77  WSS-LIMIAR-SEXO            PIC 9(03)   VALUE ZERO.
       77  WSS-LIMIAR-TEMPO           PIC 9(02)   VALUE ZERO.
       77  WSS-LIMIAR-PONTOS          PIC 9(03)   VALUE ZERO.
       77  WSS-PONTOS-CALCULADOS      PIC 9(03)   VALUE ZERO.
       77  WSS-REGRA-IDADE            PIC X(01)   VALUE 'N'.
       77  WSS-REGRA-TEMPO            PIC X(01)   VALUE 'N'.
       77  WSS-REGRA-PONTOS           PIC X(01)   VALUE 'N'.
       77  WSS-SITUACAO-ELEG          PIC X(01)   VALUE SPACE.
       77  WSS-ATU-SITUACAO           PIC X(01)   VALUE SPACE.
       77  WSS-ATU-REGRAS             PIC X(03)   VALUE SPACES.
       77  WSS-NOV-SITUACAO           PIC X(01)   VALUE SPACE.
       77  WSS-NOV-REGRAS             PIC X(03)   VALUE SPACES.
       77  WSS-TEXTO-REGRAS           PIC X(03)   VALUE SPACES.
       77  WSS-DEPTO-CORRENTE         PIC X(03)   VALUE SPACES.
       77  WSS-DEPTO-ABERTO           PIC X(01)   VALUE 'N'.
           88 DEPTO-ABERTO                        VALUE 'S'.
       77  WSS-QTD-DEPTOS             PIC 9(03)   VALUE ZERO.
       77  WSS-MAX-DEPTOS             PIC 9(03)   VALUE 100.
       77  WSS-IDX-DEPTO              PIC 9(03)   VALUE ZERO.
       77  WSS-IDX-ACHADO             PIC 9(03)   VALUE ZERO.
       77  WSS-DEP-EFETIVO            PIC 9(05)   VALUE ZERO.
       77  WSS-DEP-ELEG-ATUAL         PIC 9(05)   VALUE ZERO.
       77  WSS-DEP-ELEG-NOVA          PIC 9(05)   VALUE ZERO.
       77  WSS-DEP-GANHAM             PIC 9(05)   VALUE ZERO.
       77  WSS-DEP-PERDEM             PIC 9(05)   VALUE ZERO.
       77  WSS-DEP-SO-REGRA           PIC 9(05)   VALUE ZERO.
       77  WSS-GER-EFETIVO            PIC 9(05)   VALUE ZERO.
       77  WSS-GER-ELEG-ATUAL         PIC 9(05)   VALUE ZERO.
       77  WSS-GER-ELEG-NOVA          PIC 9(05)   VALUE ZERO.
       77  WSS-GER-GANHAM             PIC 9(05)   VALUE ZERO.
       77  WSS-GER-PERDEM             PIC 9(05)   VALUE ZERO.
       77  WSS-GER-SO-REGRA           PIC 9(05)   VALUE ZERO.
       77  WSS-LINHAS-PAGINA          PIC 9(02)   VALUE ZERO.
       77  WSS-MAX-LINHAS             PIC 9(02)   VALUE 20.
       77  WSS-NUM-PAGINA             PIC 9(04)   VALUE ZERO.
       77  WSS-RETORNO-FINAL          PIC 9(03)   VALUE ZERO.
      *
       01  WSS-DATA-REFERENCIA.
           05 WSS-REF-ANO             PIC 9(04).
           05 WSS-REF-MES             PIC 9(02).
           05 WSS-REF-DIA             PIC 9(02).
      *
      *    REGRA EM VIGOR NA DATA DO PARM - MESMO LAYOUT DO COPY
      *    AGETAB (TAB-IDADE-APOSENTADORIA), DE ONDE E COPIADA
       01  WSS-REGRA-ATUAL.
           05 WSS-RA-IDADE-HOMEM      PIC 9(003).
           05 WSS-RA-IDADE-MULHER     PIC 9(003).
           05 WSS-RA-TEMPO-HOMEM      PIC 9(002).
           05 WSS-RA-TEMPO-MULHER     PIC 9(002).
           05 WSS-RA-PONTOS-HOMEM     PIC 9(003).
           05 WSS-RA-PONTOS-MULHER    PIC 9(003).
      *
      *    PRIMEIRA REGRA DE VIGENCIA POSTERIOR A DATA DO PARM
       01  WSS-REGRA-NOVA.
           05 WSS-RN-IDADE-HOMEM      PIC 9(003).
           05 WSS-RN-IDADE-MULHER     PIC 9(003).
           05 WSS-RN-TEMPO-HOMEM      PIC 9(002).
           05 WSS-RN-TEMPO-MULHER     PIC 9(002).
           05 WSS-RN-PONTOS-HOMEM     PIC 9(003).
           05 WSS-RN-PONTOS-MULHER    PIC 9(003).
      *
       01  WSS-TAB-DEPTOS.
           05 WSS-DEP-OCORRE          OCCURS 100 TIMES.
              10 WSS-DEP-CODIGO       PIC X(03).
              10 WSS-DEP-NOME         PIC X(30).
      *
       01  WSS-LINHA-PENDENTE         PIC X(80)   VALUE SPACES.
      *
       01  WSS-LINHA-CABECALHO.
           05 FILLER                  PIC X(10)  VALUE 'RELATORIO:'.
           05 WSS-CAB-TITULO          PIC X(40)
                  VALUE 'IMPACTO DA REGRA FUTURA DE APOSENTADORIA'.
           05 FILLER                  PIC X(10)  VALUE SPACES.
           05 FILLER                  PIC X(08)  VALUE 'PAGINA: '.
           05 WSS-CAB-PAGINA          PIC ZZZ9.
           05 FILLER                  PIC X(08)  VALUE SPACES.
      *
       01  WSS-LINHA-COLUNAS.
           05 FILLER                  PIC X(40)
                  VALUE ' MATRIC NOME                   S IDA CT'.
           05 FILLER                  PIC X(40)
                  VALUE '| ATUAL | NOVA  | MUDANCA'.
      *
       01  WSS-LINHA-REGRA.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-RG-ROTULO           PIC X(12).
           05 FILLER                  PIC X(05)  VALUE ' VIG='.
           05 WSS-RG-VIGENCIA         PIC 9(08).
           05 FILLER                  PIC X(07)  VALUE ' IDADE='.
           05 WSS-RG-IDADE-HOMEM      PIC 9(03).
           05 FILLER                  PIC X(01)  VALUE '/'.
           05 WSS-RG-IDADE-MULHER     PIC 9(03).
           05 FILLER                  PIC X(07)  VALUE ' TEMPO='.
           05 WSS-RG-TEMPO-HOMEM      PIC 9(02).
           05 FILLER                  PIC X(01)  VALUE '/'.
           05 WSS-RG-TEMPO-MULHER     PIC 9(02).
           05 FILLER                  PIC X(08)  VALUE ' PONTOS='.
           05 WSS-RG-PONTOS-HOMEM     PIC 9(03).
           05 FILLER                  PIC X(01)  VALUE '/'.
           05 WSS-RG-PONTOS-MULHER    PIC 9(03).
           05 FILLER                  PIC X(13)  VALUE SPACES.
      *
       01  WSS-LINHA-REFERENCIA.
           05 FILLER                  PIC X(23)
                  VALUE ' IDADES CALCULADAS EM '.
           05 WSS-REF-DATA            PIC 9(08).
           05 FILLER                  PIC X(49)  VALUE SPACES.
      *
       01  WSS-LINHA-AVISO.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-AVISO-TEXTO         PIC X(60).
           05 FILLER                  PIC X(19)  VALUE SPACES.
      *
       01  WSS-LINHA-DEPTO.
           05 FILLER                  PIC X(14)
                  VALUE ' DEPARTAMENTO '.
           05 WSS-LDP-CODIGO          PIC X(03).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-LDP-NOME            PIC X(30).
           05 FILLER                  PIC X(32)  VALUE SPACES.
      *
       01  WSS-LINHA-DETALHE.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-DET-MATRICULA       PIC 9(06).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-DET-NOME            PIC X(22).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-DET-SEXO            PIC X(01).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-DET-IDADE           PIC ZZ9.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-DET-CONTRIB         PIC Z9.
           05 FILLER                  PIC X(03)  VALUE ' | '.
           05 WSS-DET-ATU-SITUACAO    PIC X(01).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-DET-ATU-REGRAS      PIC X(03).
           05 FILLER                  PIC X(03)  VALUE ' | '.
           05 WSS-DET-NOV-SITUACAO    PIC X(01).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-DET-NOV-REGRAS      PIC X(03).
           05 FILLER                  PIC X(03)  VALUE ' | '.
           05 WSS-DET-MUDANCA         PIC X(09).
           05 FILLER                  PIC X(13)  VALUE SPACES.
      *
       01  WSS-LINHA-TOTAL.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WSS-TOT-ROTULO          PIC X(09).
           05 FILLER                  PIC X(06)  VALUE ' EFET='.
           05 WSS-TOT-EFETIVO         PIC ZZZZ9.
           05 FILLER                  PIC X(05)  VALUE ' ATU='.
           05 WSS-TOT-ELEG-ATUAL      PIC ZZZZ9.
           05 FILLER                  PIC X(05)  VALUE ' NOV='.
           05 WSS-TOT-ELEG-NOVA       PIC ZZZZ9.
           05 FILLER                  PIC X(07)  VALUE ' GANHA='.
           05 WSS-TOT-GANHAM          PIC ZZZZ9.
           05 FILLER                  PIC X(07)  VALUE ' PERDE='.
           05 WSS-TOT-PERDEM          PIC ZZZZ9.
           05 FILLER                  PIC X(07)  VALUE ' REGRA='.
           05 WSS-TOT-SO-REGRA        PIC ZZZZ9.
           05 FILLER                  PIC X(02)  VALUE SPACES.
      *
           COPY "AGETAB".
      *
           COPY "RETCODES".
      *
           COPY "CHKDATA".
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

           PERFORM ROT-PROCESSA-FUNCIONARIO
              THRU ROT-PROCESSA-FUNCIONARIO-EXIT
              UNTIL FIM-FOPAG001.

           PERFORM ROT-ENCERRAMENTO
              THRU ROT-ENCERRAMENTO-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
      * VALIDA A DATA DO PARM, ABRE OS ARQUIVOS, CARREGA OS NOMES  *
      * DE DEPARTAMENTO E AS DUAS REGRAS, E IMPRIME O CABECALHO    *
      * COM AS REGRAS COMPARADAS                                   *
      *-----------------------------------------------------------*
       ROT-ABERTURA.

           MOVE LKS-DATA-EXECUCAO TO LKS-CD-DATA.

           CALL 'CHKDATA' USING LKS-CHECK-DATE.

           IF LKS-CD-INVALIDA
              DISPLAY '*******************************************'
              DISPLAY '*** ERRO GRAVE                          ***'
              DISPLAY '*** DATA DE EXECUCAO INVALIDA            ***'
              DISPLAY '*******************************************'
              DISPLAY ' LKS-DATA-EXECUCAO = ' LKS-DATA-EXECUCAO
              MOVE RC-PARM-DATA-INVALIDA TO WSS-RETORNO-FINAL
              MOVE 'S' TO WSS-FIM-FOPAG001
              GO TO ROT-ABERTURA-EXIT
           END-IF.

           OPEN INPUT  FOPAG001.

           IF FLG-FOPAG001 NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO FOPAG001 *** FLG = '
                       FLG-FOPAG001
              MOVE 'S' TO WSS-FIM-FOPAG001
           END-IF.

           OPEN OUTPUT RELSIM001.

           IF FLG-RELSIM001 NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO RELSIM001 *** FLG = '
                       FLG-RELSIM001
              MOVE 'S' TO WSS-FIM-FOPAG001
           END-IF.

           PERFORM ROT-CARREGA-DEPTAB
              THRU ROT-CARREGA-DEPTAB-EXIT.

           PERFORM ROT-CARREGA-REGRAS
              THRU ROT-CARREGA-REGRAS-EXIT.

           PERFORM ROT-IMPRIME-CABECALHO
              THRU ROT-IMPRIME-CABECALHO-EXIT.

           MOVE 'REGRA ATUAL'        TO WSS-RG-ROTULO.
           MOVE WSS-VIGENCIA-ATUAL   TO WSS-RG-VIGENCIA.
           MOVE WSS-RA-IDADE-HOMEM   TO WSS-RG-IDADE-HOMEM.
           MOVE WSS-RA-IDADE-MULHER  TO WSS-RG-IDADE-MULHER.
           MOVE WSS-RA-TEMPO-HOMEM   TO WSS-RG-TEMPO-HOMEM.
           MOVE WSS-RA-TEMPO-MULHER  TO WSS-RG-TEMPO-MULHER.
           MOVE WSS-RA-PONTOS-HOMEM  TO WSS-RG-PONTOS-HOMEM.
           MOVE WSS-RA-PONTOS-MULHER TO WSS-RG-PONTOS-MULHER.
           MOVE WSS-LINHA-REGRA      TO RELSIM001-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           IF NOT ACHOU-NOVA
              DISPLAY '*** NENHUMA REGRA AGETAB DE VIGENCIA FUTURA '
                      'NO PARAMT01 - NADA A SIMULAR ***'
              MOVE 'NENHUMA REGRA AGETAB DE VIGENCIA FUTURA NO PARAMT01'
                TO WSS-AVISO-TEXTO
              MOVE WSS-LINHA-AVISO TO RELSIM001-LINHA
              PERFORM ROT-IMPRIME-LINHA
                 THRU ROT-IMPRIME-LINHA-EXIT
              MOVE RC-SEM-REGRA-FUTURA TO WSS-RETORNO-FINAL
              MOVE 'S' TO WSS-FIM-FOPAG001
              GO TO ROT-ABERTURA-EXIT
           END-IF.

           MOVE 'REGRA NOVA'         TO WSS-RG-ROTULO.
           MOVE WSS-VIGENCIA-NOVA    TO WSS-RG-VIGENCIA.
           MOVE WSS-RN-IDADE-HOMEM   TO WSS-RG-IDADE-HOMEM.
           MOVE WSS-RN-IDADE-MULHER  TO WSS-RG-IDADE-MULHER.
           MOVE WSS-RN-TEMPO-HOMEM   TO WSS-RG-TEMPO-HOMEM.
           MOVE WSS-RN-TEMPO-MULHER  TO WSS-RG-TEMPO-MULHER.
           MOVE WSS-RN-PONTOS-HOMEM  TO WSS-RG-PONTOS-HOMEM.
           MOVE WSS-RN-PONTOS-MULHER TO WSS-RG-PONTOS-MULHER.
           MOVE WSS-LINHA-REGRA      TO RELSIM001-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

      *    AS DUAS AVALIACOES USAM A IDADE NA DATA EM QUE A REGRA
      *    NOVA ENTRA EM VIGOR - A NOITE EM QUE A MUDANCA APARECERIA
           MOVE WSS-VIGENCIA-NOVA    TO WSS-DATA-REFERENCIA.
           MOVE WSS-VIGENCIA-NOVA    TO WSS-REF-DATA.
           MOVE WSS-LINHA-REFERENCIA TO RELSIM001-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           MOVE WSS-LINHA-COLUNAS    TO RELSIM001-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

       ROT-ABERTURA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CARREGA O CADASTRO DE DEPARTAMENTOS (DEPTAB) PARA A TABELA,*
      * NOS MOLDES DO COBOL037 - SEM O ARQUIVO, OS NOMES SAEM EM   *
      * BRANCO                                                     *
      *-----------------------------------------------------------*
       ROT-CARREGA-DEPTAB.

           OPEN INPUT DEPTAB.

           IF FLG-DEPTAB = '00'
              PERFORM ROT-LER-DEPTAB
                 THRU ROT-LER-DEPTAB-EXIT
                 UNTIL FIM-DEPTAB
              CLOSE DEPTAB
           ELSE
              DISPLAY '*** DEPTAB INDISPONIVEL - SEM NOMES ***'
           END-IF.

       ROT-CARREGA-DEPTAB-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE UM DEPARTAMENTO DO CADASTRO PARA A TABELA               *
      *-----------------------------------------------------------*
       ROT-LER-DEPTAB.

           READ DEPTAB
              AT END
                 MOVE 'S' TO WSS-FIM-DEPTAB
           END-READ.

           IF NOT FIM-DEPTAB
              IF FLG-DEPTAB = '00'
                 IF WSS-QTD-DEPTOS < WSS-MAX-DEPTOS
                    ADD 1 TO WSS-QTD-DEPTOS
                    MOVE DEPTAB-CODIGO
                      TO WSS-DEP-CODIGO (WSS-QTD-DEPTOS)
                    MOVE DEPTAB-NOME
                      TO WSS-DEP-NOME (WSS-QTD-DEPTOS)
                 ELSE
                    DISPLAY '*** TABELA DE DEPARTAMENTOS ESGOTADA ***'
                    MOVE 'S' TO WSS-FIM-DEPTAB
                 END-IF
              ELSE
                 MOVE 'S' TO WSS-FIM-DEPTAB
              END-IF
           END-IF.

       ROT-LER-DEPTAB-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CARREGA AS DUAS REGRAS - A ATUAL COM A MESMA PRECEDENCIA   *
      * DO COBOL034 (PARAMT01, DEPOIS AGETAB, DEPOIS O DEFAULT DO  *
      * COPY AGETAB) E A NOVA SO DO PARAMT01. A REGRA NOVA SEM OS  *
      * LIMIARES DE TEMPO/PONTOS HERDA OS DA ATUAL, COMO O COBOL034*
      * FARIA NA NOITE EM QUE ELA ENTRAR EM VIGOR                  *
      *-----------------------------------------------------------*
       ROT-CARREGA-REGRAS.

           PERFORM ROT-CARREGA-PARMSEQ
              THRU ROT-CARREGA-PARMSEQ-EXIT.

           IF NOT ACHOU-ATUAL
              PERFORM ROT-CARREGA-AGETAB
                 THRU ROT-CARREGA-AGETAB-EXIT
           END-IF.

           MOVE TAB-IDADE-APOSENTADORIA TO WSS-REGRA-ATUAL.

           IF ACHOU-NOVA AND WSS-NOVA-TEM-TEMPO NOT = 'S'
              MOVE WSS-RA-TEMPO-HOMEM   TO WSS-RN-TEMPO-HOMEM
              MOVE WSS-RA-TEMPO-MULHER  TO WSS-RN-TEMPO-MULHER
              MOVE WSS-RA-PONTOS-HOMEM  TO WSS-RN-PONTOS-HOMEM
              MOVE WSS-RA-PONTOS-MULHER TO WSS-RN-PONTOS-MULHER
           END-IF.

       ROT-CARREGA-REGRAS-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * PERCORRE O PARMSEQ RETENDO A REGRA 'AGETAB' DE MAIOR       *
      * VIGENCIA ATE A DATA DO PARM (ATUAL) E A DE MENOR VIGENCIA  *
      * POSTERIOR A ELA (NOVA)                                     *
      *-----------------------------------------------------------*
       ROT-CARREGA-PARMSEQ.

           OPEN INPUT PARMSEQ.

           IF FLG-PARMSEQ = '00'
              PERFORM ROT-LER-PARMSEQ
                 THRU ROT-LER-PARMSEQ-EXIT
                 UNTIL FIM-PARMSEQ
              CLOSE PARMSEQ
           ELSE
              DISPLAY '*** PARMSEQ INDISPONIVEL ***'
           END-IF.

       ROT-CARREGA-PARMSEQ-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE UM PARAMETRO DO PARMSEQ E O CLASSIFICA COMO REGRA ATUAL *
      * OU NOVA                                                    *
      *-----------------------------------------------------------*
       ROT-LER-PARMSEQ.

           READ PARMSEQ
              AT END
                 MOVE 'S' TO WSS-FIM-PARMSEQ
           END-READ.

           IF FIM-PARMSEQ
              GO TO ROT-LER-PARMSEQ-EXIT
           END-IF.

           IF FLG-PARMSEQ NOT = '00'
              DISPLAY '*** ERRO NA LEITURA DO PARMSEQ *** FLG = '
                       FLG-PARMSEQ
              MOVE 'S' TO WSS-FIM-PARMSEQ
              GO TO ROT-LER-PARMSEQ-EXIT
           END-IF.

           IF PRMB0001-TIPO NOT = 'AGETAB  '
              GO TO ROT-LER-PARMSEQ-EXIT
           END-IF.

           IF PRMB0001-DATA-VIGENCIA <= LKS-DATA-EXECUCAO
              AND PRMB0001-DATA-VIGENCIA >= WSS-VIGENCIA-ATUAL
              MOVE PRMB0001-DATA-VIGENCIA TO WSS-VIGENCIA-ATUAL
              MOVE PRMB0001-IDADE-HOMEM   TO TAB-IDADE-MINIMA-HOMEM
              MOVE PRMB0001-IDADE-MULHER  TO TAB-IDADE-MINIMA-MULHER
              IF PRMB0001-TEMPO-HOMEM NUMERIC
                 AND PRMB0001-TEMPO-HOMEM > ZERO
                 MOVE PRMB0001-TEMPO-HOMEM
                   TO TAB-TEMPO-MINIMO-HOMEM
                 MOVE PRMB0001-TEMPO-MULHER
                   TO TAB-TEMPO-MINIMO-MULHER
                 MOVE PRMB0001-PONTOS-HOMEM
                   TO TAB-PONTOS-MINIMO-HOMEM
                 MOVE PRMB0001-PONTOS-MULHER
                   TO TAB-PONTOS-MINIMO-MULHER
              END-IF
              MOVE 'S' TO WSS-ACHOU-ATUAL
           END-IF.

           IF PRMB0001-DATA-VIGENCIA > LKS-DATA-EXECUCAO
              AND (NOT ACHOU-NOVA
                   OR PRMB0001-DATA-VIGENCIA < WSS-VIGENCIA-NOVA)
              MOVE PRMB0001-DATA-VIGENCIA TO WSS-VIGENCIA-NOVA
              MOVE PRMB0001-IDADE-HOMEM   TO WSS-RN-IDADE-HOMEM
              MOVE PRMB0001-IDADE-MULHER  TO WSS-RN-IDADE-MULHER
              MOVE 'N' TO WSS-NOVA-TEM-TEMPO
              IF PRMB0001-TEMPO-HOMEM NUMERIC
                 AND PRMB0001-TEMPO-HOMEM > ZERO
                 MOVE PRMB0001-TEMPO-HOMEM   TO WSS-RN-TEMPO-HOMEM
                 MOVE PRMB0001-TEMPO-MULHER  TO WSS-RN-TEMPO-MULHER
                 MOVE PRMB0001-PONTOS-HOMEM  TO WSS-RN-PONTOS-HOMEM
                 MOVE PRMB0001-PONTOS-MULHER TO WSS-RN-PONTOS-MULHER
                 MOVE 'S' TO WSS-NOVA-TEM-TEMPO
              END-IF
              MOVE 'S' TO WSS-ACHOU-NOVA
           END-IF.

       ROT-LER-PARMSEQ-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * SEM REGRA ATUAL NO PARAMT01, CARREGA OS LIMIARES DO AGETAB *
      * NOS MOLDES DO ROT-CARREGA-AGETAB DO COBOL034; SEM O        *
      * ARQUIVO FICAM OS VALORES DEFAULT DO COPY AGETAB            *
      *-----------------------------------------------------------*
       ROT-CARREGA-AGETAB.

           OPEN INPUT AGETAB.

           IF FLG-AGETAB = '00'
              READ AGETAB
              IF FLG-AGETAB = '00'
                 MOVE AGETAB-IDADE-MINIMA-HOMEM
                   TO TAB-IDADE-MINIMA-HOMEM
                 MOVE AGETAB-IDADE-MINIMA-MULHER
                   TO TAB-IDADE-MINIMA-MULHER
                 IF AGETAB-TEMPO-MINIMO-HOMEM NUMERIC
                    AND AGETAB-TEMPO-MINIMO-HOMEM > ZERO
                    MOVE AGETAB-TEMPO-MINIMO-HOMEM
                      TO TAB-TEMPO-MINIMO-HOMEM
                    MOVE AGETAB-TEMPO-MINIMO-MULHER
                      TO TAB-TEMPO-MINIMO-MULHER
                    MOVE AGETAB-PONTOS-MINIMO-HOMEM
                      TO TAB-PONTOS-MINIMO-HOMEM
                    MOVE AGETAB-PONTOS-MINIMO-MULHER
                      TO TAB-PONTOS-MINIMO-MULHER
                 END-IF
              END-IF
              CLOSE AGETAB
           ELSE
              DISPLAY '*** AGETAB INDISPONIVEL - USANDO DEFAULT ***'
           END-IF.

       ROT-CARREGA-AGETAB-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE UM FUNCIONARIO, CONTROLA A QUEBRA DE DEPARTAMENTO E     *
      * SIMULA AS DUAS REGRAS                                      *
      *-----------------------------------------------------------*
       ROT-PROCESSA-FUNCIONARIO.

           READ FOPAG001
              AT END
                 MOVE 'S' TO WSS-FIM-FOPAG001
           END-READ.

           IF FIM-FOPAG001
              GO TO ROT-PROCESSA-FUNCIONARIO-EXIT
           END-IF.

           IF FLG-FOPAG001 NOT = '00'
              DISPLAY '*** ERRO NA LEITURA DO FOPAG001 *** FLG = '
                       FLG-FOPAG001
              MOVE 'S' TO WSS-FIM-FOPAG001
              GO TO ROT-PROCESSA-FUNCIONARIO-EXIT
           END-IF.

           IF FOPB0001-HDR-INDICADOR = 'HEADR'
              OR FOPB0001-TRL-INDICADOR = 'TRAIL'
              GO TO ROT-PROCESSA-FUNCIONARIO-EXIT
           END-IF.

           ADD 1 TO WSS-CONT-LIDOS.

           PERFORM ROT-VALIDA-FUNCIONARIO
              THRU ROT-VALIDA-FUNCIONARIO-EXIT.

           IF WSS-SITUACAO-ELEG = 'X'
              ADD 1 TO WSS-CONT-DESCARTADOS
              GO TO ROT-PROCESSA-FUNCIONARIO-EXIT
           END-IF.

           IF DEPTO-ABERTO
              AND FOPB0001-DEPTO NOT = WSS-DEPTO-CORRENTE
              PERFORM ROT-FECHA-DEPTO
                 THRU ROT-FECHA-DEPTO-EXIT
           END-IF.

           IF NOT DEPTO-ABERTO
              PERFORM ROT-ABRE-DEPTO
                 THRU ROT-ABRE-DEPTO-EXIT
           END-IF.

           PERFORM ROT-SIMULA-FUNCIONARIO
              THRU ROT-SIMULA-FUNCIONARIO-EXIT.

       ROT-PROCESSA-FUNCIONARIO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * APLICA AS MESMAS CRITICAS DE ENTRADA DO COBOL034 - O       *
      * FUNCIONARIO INVALIDO FICA FORA DA SIMULACAO (SITUACAO 'X') *
      * E NADA E GRAVADO NO REJEITO                                *
      *-----------------------------------------------------------*
       ROT-VALIDA-FUNCIONARIO.

           MOVE SPACE TO WSS-SITUACAO-ELEG.

           MOVE FOPB0001-DATA-NASC TO LKS-CD-DATA.

           CALL 'CHKDATA' USING LKS-CHECK-DATE.

           IF LKS-CD-INVALIDA
              OR FOPB0001-DATA-NASC > WSS-DATA-REFERENCIA
              OR (FOPB0001-SEXO NOT = 'M' AND FOPB0001-SEXO NOT = 'F')
              OR FOPB0001-ANOS-CONTRIB NOT NUMERIC
              DISPLAY '*** ENTRADA INVALIDA - MATRICULA = '
                       FOPB0001-MATRICULA
              MOVE 'X' TO WSS-SITUACAO-ELEG
           END-IF.

       ROT-VALIDA-FUNCIONARIO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * ABRE UM NOVO DEPARTAMENTO - ZERA OS CONTADORES E IMPRIME   *
      * A LINHA DE IDENTIFICACAO COM O NOME DO DEPTAB              *
      *-----------------------------------------------------------*
       ROT-ABRE-DEPTO.

           MOVE FOPB0001-DEPTO TO WSS-DEPTO-CORRENTE.
           MOVE 'S'            TO WSS-DEPTO-ABERTO.

           MOVE ZERO TO WSS-DEP-EFETIVO.
           MOVE ZERO TO WSS-DEP-ELEG-ATUAL.
           MOVE ZERO TO WSS-DEP-ELEG-NOVA.
           MOVE ZERO TO WSS-DEP-GANHAM.
           MOVE ZERO TO WSS-DEP-PERDEM.
           MOVE ZERO TO WSS-DEP-SO-REGRA.

           MOVE ZERO TO WSS-IDX-ACHADO.

           PERFORM ROT-PROCURA-DEPTO
              THRU ROT-PROCURA-DEPTO-EXIT
              VARYING WSS-IDX-DEPTO FROM 1 BY 1
              UNTIL WSS-IDX-DEPTO > WSS-QTD-DEPTOS
                 OR WSS-IDX-ACHADO > ZERO.

           MOVE WSS-DEPTO-CORRENTE TO WSS-LDP-CODIGO.

           IF WSS-IDX-ACHADO > ZERO
              MOVE WSS-DEP-NOME (WSS-IDX-ACHADO) TO WSS-LDP-NOME
           ELSE
              MOVE SPACES TO WSS-LDP-NOME
           END-IF.

           MOVE WSS-LINHA-DEPTO TO RELSIM001-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

       ROT-ABRE-DEPTO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * COMPARA UMA LINHA DA TABELA COM O DEPARTAMENTO CORRENTE    *
      *-----------------------------------------------------------*
       ROT-PROCURA-DEPTO.

           IF WSS-DEP-CODIGO (WSS-IDX-DEPTO) = WSS-DEPTO-CORRENTE
              MOVE WSS-IDX-DEPTO TO WSS-IDX-ACHADO
           END-IF.

       ROT-PROCURA-DEPTO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * FECHA O DEPARTAMENTO CORRENTE - IMPRIME OS TOTAIS E OS     *
      * ACUMULA NO TOTAL GERAL                                     *
      *-----------------------------------------------------------*
       ROT-FECHA-DEPTO.

           MOVE SPACES             TO WSS-TOT-ROTULO.
           MOVE 'TOTAL'            TO WSS-TOT-ROTULO (1:5).
           MOVE WSS-DEPTO-CORRENTE TO WSS-TOT-ROTULO (7:3).
           MOVE WSS-DEP-EFETIVO    TO WSS-TOT-EFETIVO.
           MOVE WSS-DEP-ELEG-ATUAL TO WSS-TOT-ELEG-ATUAL.
           MOVE WSS-DEP-ELEG-NOVA  TO WSS-TOT-ELEG-NOVA.
           MOVE WSS-DEP-GANHAM     TO WSS-TOT-GANHAM.
           MOVE WSS-DEP-PERDEM     TO WSS-TOT-PERDEM.
           MOVE WSS-DEP-SO-REGRA   TO WSS-TOT-SO-REGRA.
           MOVE WSS-LINHA-TOTAL    TO RELSIM001-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           ADD WSS-DEP-EFETIVO    TO WSS-GER-EFETIVO.
           ADD WSS-DEP-ELEG-ATUAL TO WSS-GER-ELEG-ATUAL.
           ADD WSS-DEP-ELEG-NOVA  TO WSS-GER-ELEG-NOVA.
           ADD WSS-DEP-GANHAM     TO WSS-GER-GANHAM.
           ADD WSS-DEP-PERDEM     TO WSS-GER-PERDEM.
           ADD WSS-DEP-SO-REGRA   TO WSS-GER-SO-REGRA.

           MOVE 'N' TO WSS-DEPTO-ABERTO.

       ROT-FECHA-DEPTO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CALCULA A IDADE NA DATA DE REFERENCIA, AVALIA O            *
      * FUNCIONARIO PELA REGRA ATUAL E PELA NOVA E IMPRIME A LINHA *
      * QUANDO O VEREDITO OU ALGUMA REGRA ATENDIDA MUDAR           *
      *-----------------------------------------------------------*
       ROT-SIMULA-FUNCIONARIO.

           COMPUTE WSS-IDADE-CALCULADA =
              WSS-REF-ANO - FOPB0001-NASC-ANO.

           IF FOPB0001-NASC-MES > WSS-REF-MES
              OR (FOPB0001-NASC-MES = WSS-REF-MES
                  AND FOPB0001-NASC-DIA > WSS-REF-DIA)
              SUBTRACT 1 FROM WSS-IDADE-CALCULADA
           END-IF.

           ADD 1 TO WSS-DEP-EFETIVO.

           IF FOPB0001-SEXO = 'M'
              MOVE WSS-RA-IDADE-HOMEM   TO WSS-LIMIAR-SEXO
              MOVE WSS-RA-TEMPO-HOMEM   TO WSS-LIMIAR-TEMPO
              MOVE WSS-RA-PONTOS-HOMEM  TO WSS-LIMIAR-PONTOS
           ELSE
              MOVE WSS-RA-IDADE-MULHER  TO WSS-LIMIAR-SEXO
              MOVE WSS-RA-TEMPO-MULHER  TO WSS-LIMIAR-TEMPO
              MOVE WSS-RA-PONTOS-MULHER TO WSS-LIMIAR-PONTOS
           END-IF.

           PERFORM ROT-APLICA-REGRAS
              THRU ROT-APLICA-REGRAS-EXIT.

           MOVE WSS-SITUACAO-ELEG TO WSS-ATU-SITUACAO.
           MOVE WSS-TEXTO-REGRAS  TO WSS-ATU-REGRAS.

           IF FOPB0001-SEXO = 'M'
              MOVE WSS-RN-IDADE-HOMEM   TO WSS-LIMIAR-SEXO
              MOVE WSS-RN-TEMPO-HOMEM   TO WSS-LIMIAR-TEMPO
              MOVE WSS-RN-PONTOS-HOMEM  TO WSS-LIMIAR-PONTOS
           ELSE
              MOVE WSS-RN-IDADE-MULHER  TO WSS-LIMIAR-SEXO
              MOVE WSS-RN-TEMPO-MULHER  TO WSS-LIMIAR-TEMPO
              MOVE WSS-RN-PONTOS-MULHER TO WSS-LIMIAR-PONTOS
           END-IF.

           PERFORM ROT-APLICA-REGRAS
              THRU ROT-APLICA-REGRAS-EXIT.

           MOVE WSS-SITUACAO-ELEG TO WSS-NOV-SITUACAO.
           MOVE WSS-TEXTO-REGRAS  TO WSS-NOV-REGRAS.

           IF WSS-ATU-SITUACAO = 'A'
              ADD 1 TO WSS-DEP-ELEG-ATUAL
           END-IF.

           IF WSS-NOV-SITUACAO = 'A'
              ADD 1 TO WSS-DEP-ELEG-NOVA
           END-IF.

           EVALUATE TRUE
              WHEN WSS-ATU-SITUACAO = 'N' AND WSS-NOV-SITUACAO = 'A'
                 ADD 1 TO WSS-DEP-GANHAM
                 MOVE 'GANHA'    TO WSS-DET-MUDANCA
              WHEN WSS-ATU-SITUACAO = 'A' AND WSS-NOV-SITUACAO = 'N'
                 ADD 1 TO WSS-DEP-PERDEM
                 MOVE 'PERDE'    TO WSS-DET-MUDANCA
              WHEN WSS-ATU-REGRAS NOT = WSS-NOV-REGRAS
                 ADD 1 TO WSS-DEP-SO-REGRA
                 MOVE 'SO REGRA' TO WSS-DET-MUDANCA
              WHEN OTHER
                 GO TO ROT-SIMULA-FUNCIONARIO-EXIT
           END-EVALUATE.

           MOVE FOPB0001-MATRICULA    TO WSS-DET-MATRICULA.
           MOVE FOPB0001-NOME         TO WSS-DET-NOME.
           MOVE FOPB0001-SEXO         TO WSS-DET-SEXO.
           MOVE WSS-IDADE-CALCULADA   TO WSS-DET-IDADE.
           MOVE FOPB0001-ANOS-CONTRIB TO WSS-DET-CONTRIB.
           MOVE WSS-ATU-SITUACAO      TO WSS-DET-ATU-SITUACAO.
           MOVE WSS-ATU-REGRAS        TO WSS-DET-ATU-REGRAS.
           MOVE WSS-NOV-SITUACAO      TO WSS-DET-NOV-SITUACAO.
           MOVE WSS-NOV-REGRAS        TO WSS-DET-NOV-REGRAS.
           MOVE WSS-LINHA-DETALHE     TO RELSIM001-LINHA.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

       ROT-SIMULA-FUNCIONARIO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * APLICA AS TRES REGRAS DA REFORMA COM OS LIMIARES CARREGADOS*
      * (MESMOS CRITERIOS DO ROT-APLICA-REGRAS DO COBOL034) - O    *
      * TEXTO MARCA I/T/P PARA IDADE/TEMPO/PONTOS ATENDIDOS E '-'  *
      * PARA OS NAO ATENDIDOS                                      *
      *-----------------------------------------------------------*
       ROT-APLICA-REGRAS.

           MOVE 'N'   TO WSS-REGRA-IDADE.
           MOVE 'N'   TO WSS-REGRA-TEMPO.
           MOVE 'N'   TO WSS-REGRA-PONTOS.
           MOVE '---' TO WSS-TEXTO-REGRAS.

           IF WSS-IDADE-CALCULADA > WSS-LIMIAR-SEXO
              MOVE 'S' TO WSS-REGRA-IDADE
              MOVE 'I' TO WSS-TEXTO-REGRAS (1:1)
           END-IF.

           IF FOPB0001-ANOS-CONTRIB >= WSS-LIMIAR-TEMPO
              MOVE 'S' TO WSS-REGRA-TEMPO
              MOVE 'T' TO WSS-TEXTO-REGRAS (2:1)
           END-IF.

           COMPUTE WSS-PONTOS-CALCULADOS =
              WSS-IDADE-CALCULADA + FOPB0001-ANOS-CONTRIB
              ON SIZE ERROR
                 MOVE 999 TO WSS-PONTOS-CALCULADOS
           END-COMPUTE.

           IF WSS-PONTOS-CALCULADOS >= WSS-LIMIAR-PONTOS
              MOVE 'S' TO WSS-REGRA-PONTOS
              MOVE 'P' TO WSS-TEXTO-REGRAS (3:1)
           END-IF.

           IF WSS-REGRA-IDADE = 'S'
              OR WSS-REGRA-TEMPO = 'S'
              OR WSS-REGRA-PONTOS = 'S'
              MOVE 'A' TO WSS-SITUACAO-ELEG
           ELSE
              MOVE 'N' TO WSS-SITUACAO-ELEG
           END-IF.

       ROT-APLICA-REGRAS-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME O CABECALHO DE UMA NOVA PAGINA DO RELATORIO        *
      *-----------------------------------------------------------*
       ROT-IMPRIME-CABECALHO.

           ADD 1 TO WSS-NUM-PAGINA.

           MOVE WSS-NUM-PAGINA      TO WSS-CAB-PAGINA.
           MOVE WSS-LINHA-CABECALHO TO RELSIM001-LINHA.

           IF FLG-RELSIM001 = '00'
              WRITE RELSIM001-LINHA
           END-IF.

           MOVE ZERO TO WSS-LINHAS-PAGINA.

       ROT-IMPRIME-CABECALHO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME A LINHA JA MONTADA EM RELSIM001-LINHA, QUEBRANDO A *
      * PAGINA QUANDO O LIMITE FOR ATINGIDO                        *
      *-----------------------------------------------------------*
       ROT-IMPRIME-LINHA.

           IF WSS-LINHAS-PAGINA NOT < WSS-MAX-LINHAS
              MOVE RELSIM001-LINHA TO WSS-LINHA-PENDENTE
              PERFORM ROT-IMPRIME-CABECALHO
                 THRU ROT-IMPRIME-CABECALHO-EXIT
              MOVE WSS-LINHA-COLUNAS TO RELSIM001-LINHA
              IF FLG-RELSIM001 = '00'
                 WRITE RELSIM001-LINHA
              END-IF
              ADD 1 TO WSS-LINHAS-PAGINA
              MOVE WSS-LINHA-PENDENTE TO RELSIM001-LINHA
           END-IF.

           IF FLG-RELSIM001 = '00'
              WRITE RELSIM001-LINHA
           END-IF.

           ADD 1 TO WSS-LINHAS-PAGINA.

       ROT-IMPRIME-LINHA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * FECHA O ULTIMO DEPARTAMENTO, IMPRIME O TOTAL GERAL E FECHA *
      * OS ARQUIVOS                                                *
      *-----------------------------------------------------------*
       ROT-ENCERRAMENTO.

           IF DEPTO-ABERTO
              PERFORM ROT-FECHA-DEPTO
                 THRU ROT-FECHA-DEPTO-EXIT
           END-IF.

           IF ACHOU-NOVA
              MOVE 'TOTAL GER'        TO WSS-TOT-ROTULO
              MOVE WSS-GER-EFETIVO    TO WSS-TOT-EFETIVO
              MOVE WSS-GER-ELEG-ATUAL TO WSS-TOT-ELEG-ATUAL
              MOVE WSS-GER-ELEG-NOVA  TO WSS-TOT-ELEG-NOVA
              MOVE WSS-GER-GANHAM     TO WSS-TOT-GANHAM
              MOVE WSS-GER-PERDEM     TO WSS-TOT-PERDEM
              MOVE WSS-GER-SO-REGRA   TO WSS-TOT-SO-REGRA
              MOVE WSS-LINHA-TOTAL    TO RELSIM001-LINHA
              PERFORM ROT-IMPRIME-LINHA
                 THRU ROT-IMPRIME-LINHA-EXIT
           END-IF.

           CLOSE FOPAG001.
           CLOSE RELSIM001.

           DISPLAY '***************************************'.
           DISPLAY '* FUNCIONARIOS LIDOS        = ' WSS-CONT-LIDOS.
           DISPLAY '* FUNCIONARIOS DESCARTADOS  = '
                    WSS-CONT-DESCARTADOS.
           DISPLAY '* GANHAM A ELEGIBILIDADE    = ' WSS-GER-GANHAM.
           DISPLAY '* PERDEM A ELEGIBILIDADE    = ' WSS-GER-PERDEM.
           DISPLAY '* MUDAM SO DE REGRA         = ' WSS-GER-SO-REGRA.
           DISPLAY '***************************************'.

           MOVE WSS-RETORNO-FINAL TO RETURN-CODE.

       ROT-ENCERRAMENTO-EXIT.

           EXIT.

       END PROGRAM COBOL061.

      ********************* FIM DO PROGRAMA ****************************
