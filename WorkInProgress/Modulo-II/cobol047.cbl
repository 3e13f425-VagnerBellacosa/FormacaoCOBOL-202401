      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : EXTRATO ANUAL DE PREVISAO DE APOSENTADORIA - PARA
      *            CADA FUNCIONARIO DO EXTRATO DE FOLHA (FOPAG001,
      *            ORDENADO POR MATRICULA) IMPRIME UMA PAGINA COM A
      *            IDADE E OS ANOS DE CONTRIBUICAO NA DATA DE
      *            REFERENCIA (PARM), AS REGRAS DA REFORMA (IDADE,
      *            TEMPO E PONTOS, MESMOS LIMIARES E MESMA AVALIACAO
      *            DO COBOL034) ATENDIDAS HOJE, O PRIMEIRO ANO EM QUE
      *            CADA REGRA SERA ATENDIDA (PROJECAO ANO A ANO NOS
      *            MOLDES DO ROT-PROJETA-ELEGIBILIDADE DO COBOL034) E,
      *            QUANDO HA HISTORICO DE SALARIOS (SALHIST), O
      *            BENEFICIO INDICATIVO PELO CALCULO DO COBOL036.
      *            CADA EXTRATO SAI TAMBEM COMO REGISTRO PARA O BUREAU
      *            DE IMPRESSAO E POSTAGEM (CARTEXT, LAYOUT CRTB0001,
      *            TIPO 'PROJ') COM O ENDERECO DO ENDFUNC; SEM
      *            ENDERECO OU COM DADOS INVALIDOS, O FUNCIONARIO SAI
      *            NA LISTA DE EXCECAO DO RELATORIO DE CONTROLE
      *            (RELEXT001) EM VEZ DE SUMIR
      * CPD      : INEFE
      *****************************************************************
      * HISTORICO DE ALTERACOES
      * 15/10/2026  VRB  VERSAO ORIGINAL DO PROGRAMA
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL047.
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
         SELECT FOPAG001        ASSIGN TO FOPAG001
         FILE STATUS FLG-FOPAG001.
      *
         SELECT SALHIST         ASSIGN TO SALHIST
         FILE STATUS FLG-SALHIST.
      *
         SELECT OPTIONAL ENDFUNC ASSIGN TO ENDFUNC
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-ENDFUNC.
      *
         SELECT OPTIONAL AGETAB ASSIGN TO AGETAB
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-AGETAB.
      *
         SELECT OPTIONAL PARMSEQ ASSIGN TO PARMSEQ
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-PARMSEQ.
      *
         SELECT OPTIONAL BENPARM ASSIGN TO BENPARM
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-BENPARM.
      *
         SELECT EXTANU          ASSIGN TO EXTANU
         FILE STATUS FLG-EXTANU.
      *
         SELECT CARTEXT         ASSIGN TO CARTEXT
         FILE STATUS FLG-CARTEXT.
      *
         SELECT RELEXT001       ASSIGN TO RELEXT001
         FILE STATUS FLG-RELEXT001.
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
       FD  SALHIST
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
      *
           COPY "SALB0001".
      *
       FD  ENDFUNC
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
      *
           COPY "ENDB0001".
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
       FD  PARMSEQ
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY "PRMB0001".
      *
       FD  BENPARM
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  BENPARM-REGISTRO.
           05 BENPARM-PERC-BASE       PIC 9(03)V99.
           05 BENPARM-PERC-ADICIONAL  PIC 9(03)V99.
           05 FILLER                  PIC X(70).
      *
       FD  EXTANU
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  EXTANU-LINHA                PIC X(80).
      *
       FD  CARTEXT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS.
      *
           COPY "CRTB0001".
      *
       FD  RELEXT001
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  RELEXT001-LINHA             PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       77  FLG-FOPAG001               PIC X(02).
       77  FLG-SALHIST                PIC X(02).
       77  FLG-ENDFUNC                PIC X(02).
       77  FLG-AGETAB                 PIC X(02).
       77  FLG-PARMSEQ                PIC X(02).
       77  FLG-BENPARM                PIC X(02).
       77  FLG-EXTANU                 PIC X(02).
       77  FLG-CARTEXT                PIC X(02).
       77  FLG-RELEXT001              PIC X(02).
       77  WSS-FIM-FOPAG001           PIC X(01)   VALUE 'N'.
           88 FIM-FOPAG001                        VALUE 'S'.
       77  WSS-FIM-SALHIST            PIC X(01)   VALUE 'N'.
           88 FIM-SALHIST                         VALUE 'S'.
       77  WSS-FIM-ENDFUNC            PIC X(01)   VALUE 'N'.
           88 FIM-ENDFUNC                         VALUE 'S'.
       77  WSS-FIM-PARMSEQ            PIC X(01)   VALUE 'N'.
           88 FIM-PARMSEQ                         VALUE 'S'.
       77  WSS-ENDFUNC-ABERTO         PIC X(01)   VALUE 'N'.
       77  WSS-ACHOU-PARAMETRO        PIC X(01)   VALUE 'N'.
           88 ACHOU-PARAMETRO                     VALUE 'S'.
       77  WSS-VIGENCIA-ACHADA        PIC 9(08)   VALUE ZERO.
       77  WSS-CHAVE-SAL              PIC 9(06)   VALUE ZERO.
       77  WSS-CHAVE-END              PIC 9(06)   VALUE ZERO.
       77  WSS-CHAVE-ALTA             PIC 9(06)   VALUE 999999.
       77  WSS-CONT-LIDOS             PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-EXTRATOS          PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-COM-ENDERECO      PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-SEM-ENDERECO      PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-SEM-HISTORICO     PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-INVALIDOS         PIC 9(07)   VALUE ZERO.
       77  WSS-NUM-PAGINA             PIC 9(05)   VALUE ZERO.
       77  WSS-RETORNO-FINAL          PIC 9(03)   VALUE ZERO.
       77  WSS-MOTIVO-EXCECAO         PIC X(36)   VALUE SPACES.
       77  WSS-IDADE-CALCULADA        PIC 9(03)   VALUE ZERO.
       77  WSS-LIMIAR-SEXO            PIC 9(03)   VALUE ZERO.
       77  WSS-LIMIAR-TEMPO           PIC 9(02)   VALUE ZERO.
       77  WSS-LIMIAR-PONTOS          PIC 9(03)   VALUE ZERO.
       77  WSS-PONTOS-CALCULADOS      PIC 9(03)   VALUE ZERO.
       77  WSS-REGRA-IDADE            PIC X(01)   VALUE 'N'.
       77  WSS-REGRA-TEMPO            PIC X(01)   VALUE 'N'.
       77  WSS-REGRA-PONTOS           PIC X(01)   VALUE 'N'.
       77  WSS-ANO-PROJECAO           PIC 9(02)   VALUE ZERO.
       77  WSS-HORIZONTE-PROJECAO     PIC 9(02)   VALUE 50.
       77  WSS-IDADE-PROJETADA        PIC 9(03)   VALUE ZERO.
       77  WSS-TEMPO-PROJETADO        PIC 9(03)   VALUE ZERO.
       77  WSS-PONTOS-PROJETADOS      PIC 9(03)   VALUE ZERO.
       77  WSS-ANO-REGRA-IDADE        PIC 9(04)   VALUE ZERO.
       77  WSS-ANO-REGRA-TEMPO        PIC 9(04)   VALUE ZERO.
       77  WSS-ANO-REGRA-PONTOS       PIC 9(04)   VALUE ZERO.
       77  WSS-REGRA-TESTADA          PIC X(01)   VALUE 'N'.
       77  WSS-ANO-TESTADO            PIC 9(04)   VALUE ZERO.
       77  WSS-SOMA-SALARIOS          PIC 9(11)V99 VALUE ZERO.
       77  WSS-QTD-MESES              PIC 9(04)   VALUE ZERO.
       77  WSS-MEDIA-SALARIO          PIC 9(07)V99 VALUE ZERO.
       77  WSS-PERC-APLICADO          PIC 9(03)V99 VALUE ZERO.
       77  WSS-BENEFICIO              PIC 9(07)V99 VALUE ZERO.
       77  WSS-ANOS-EXCEDENTES        PIC S9(03)  VALUE ZERO.
      *
       01  WSS-DATA-EXECUCAO.
           05 WSS-EXEC-ANO            PIC 9(04).
           05 WSS-EXEC-MES            PIC 9(02).
           05 WSS-EXEC-DIA            PIC 9(02).
      *
       01  WSS-DATA-ATUAL.
           05 WSS-DATA-AAAAMMDD       PIC 9(08).
           05 WSS-DATA-R REDEFINES WSS-DATA-AAAAMMDD.
              10 WSS-DATA-ANO         PIC 9(04).
              10 WSS-DATA-MES         PIC 9(02).
              10 WSS-DATA-DIA         PIC 9(02).
      *
      *----------------------------------------------------------------
      * LINHAS DO EXTRATO (UMA PAGINA POR FUNCIONARIO, NO ESTILO DE
      * IMPRESSAO DAS CARTAS DO COBOL020)
      *----------------------------------------------------------------
       01  WSS-LINHA-CABECALHO.
           05 FILLER               PIC X(05)   VALUE SPACES.
           05 FILLER               PIC X(40)   VALUE
              'PREVISAO ANUAL DE APOSENTADORIA'.
           05 FILLER               PIC X(05)   VALUE SPACES.
           05 FILLER               PIC X(06)   VALUE 'DATA: '.
           05 WSS-CAB-DIA          PIC 9(02).
           05 FILLER               PIC X(01)   VALUE '/'.
           05 WSS-CAB-MES          PIC 9(02).
           05 FILLER               PIC X(01)   VALUE '/'.
           05 WSS-CAB-ANO          PIC 9(04).
           05 FILLER               PIC X(04)   VALUE SPACES.
           05 FILLER               PIC X(04)   VALUE 'PAG:'.
           05 WSS-CAB-PAGINA       PIC 9(05).
           05 FILLER               PIC X(01)   VALUE SPACES.
      *
       01  WSS-LINHA-BRANCO           PIC X(80)   VALUE SPACES.
      *
       01  WSS-LINHA-DESTINATARIO.
           05 FILLER                  PIC X(05)   VALUE SPACES.
           05 FILLER                  PIC X(04)   VALUE 'A : '.
           05 WSS-DST-NOME            PIC X(30).
           05 FILLER                  PIC X(13)   VALUE ' MATRICULA : '.
           05 WSS-DST-MATRICULA       PIC 9(06).
           05 FILLER                  PIC X(22)   VALUE SPACES.
      *
       01  WSS-LINHA-TEXTO-1.
           05 FILLER                  PIC X(05)   VALUE SPACES.
           05 FILLER                  PIC X(75)   VALUE
              'APRESENTAMOS A SUA SITUACAO FRENTE AS REGRAS DE'.
      *
       01  WSS-LINHA-TEXTO-2.
           05 FILLER                  PIC X(05)   VALUE SPACES.
           05 FILLER                  PIC X(75)   VALUE
              'APOSENTADORIA VIGENTES, COM OS DADOS DA FOLHA.'.
      *
       01  WSS-LINHA-REFERENCIA.
           05 FILLER                  PIC X(05)   VALUE SPACES.
           05 FILLER                  PIC X(21)   VALUE
              'DATA DE REFERENCIA : '.
           05 WSS-REF-DIA             PIC 9(02).
           05 FILLER                  PIC X(01)   VALUE '/'.
           05 WSS-REF-MES             PIC 9(02).
           05 FILLER                  PIC X(01)   VALUE '/'.
           05 WSS-REF-ANO             PIC 9(04).
           05 FILLER                  PIC X(10)   VALUE '  IDADE : '.
           05 WSS-REF-IDADE           PIC ZZ9.
           05 FILLER                  PIC X(25)   VALUE
              '  ANOS DE CONTRIBUICAO : '.
           05 WSS-REF-CONTRIB         PIC Z9.
           05 FILLER                  PIC X(04)   VALUE SPACES.
      *
       01  WSS-LINHA-REGRA-TITULO.
           05 FILLER                  PIC X(05)   VALUE SPACES.
           05 FILLER                  PIC X(24)   VALUE 'REGRA'.
           05 FILLER                  PIC X(03)   VALUE 'MIN'.
           05 FILLER                  PIC X(04)   VALUE SPACES.
           05 FILLER                  PIC X(14)   VALUE 'SITUACAO HOJE'.
           05 FILLER                  PIC X(03)   VALUE SPACES.
           05 FILLER                  PIC X(20)   VALUE
              'PRIMEIRO ANO'.
           05 FILLER                  PIC X(07)   VALUE SPACES.
      *
       01  WSS-LINHA-REGRA.
           05 FILLER                  PIC X(05)   VALUE SPACES.
           05 WSS-RGR-DESCRICAO       PIC X(24).
           05 WSS-RGR-MINIMO          PIC ZZ9.
           05 FILLER                  PIC X(04)   VALUE SPACES.
           05 WSS-RGR-SITUACAO        PIC X(14).
           05 FILLER                  PIC X(03)   VALUE SPACES.
           05 WSS-RGR-PREVISAO.
              10 WSS-RGR-PREV-TEXTO   PIC X(16).
              10 WSS-RGR-PREV-ANO     PIC X(04).
           05 FILLER                  PIC X(07)   VALUE SPACES.
      *
       01  WSS-LINHA-BENEFICIO.
           05 FILLER                  PIC X(05)   VALUE SPACES.
           05 FILLER                  PIC X(23)   VALUE
              'BENEFICIO INDICATIVO : '.
           05 FILLER                  PIC X(06)   VALUE 'MEDIA '.
           05 WSS-BEN-MEDIA           PIC ZZZ.ZZ9,99.
           05 FILLER                  PIC X(04)   VALUE '  % '.
           05 WSS-BEN-PERC            PIC ZZ9,99.
           05 FILLER                  PIC X(08)   VALUE '  VALOR '.
           05 WSS-BEN-VALOR           PIC ZZZ.ZZ9,99.
           05 FILLER                  PIC X(08)   VALUE SPACES.
      *
       01  WSS-LINHA-SEM-BENEFICIO.
           05 FILLER                  PIC X(05)   VALUE SPACES.
           05 FILLER                  PIC X(75)   VALUE
              'BENEFICIO INDICATIVO : SEM HISTORICO DE SALARIOS'.
      *
       01  WSS-LINHA-AVISO.
           05 FILLER                  PIC X(05)   VALUE SPACES.
           05 FILLER                  PIC X(75)   VALUE
              'VALORES INDICATIVOS, SUJEITOS A CONFIRMACAO PELO RH.'.
      *
      *----------------------------------------------------------------
      * LINHAS DO RELATORIO DE CONTROLE (LISTA DE EXCECAO E TOTAIS)
      *----------------------------------------------------------------
       01  WSS-LINHA-EXC-CABECALHO.
           05 FILLER                  PIC X(10)  VALUE 'RELATORIO:'.
           05 FILLER                  PIC X(40)
                  VALUE 'CONTROLE DO EXTRATO ANUAL DE PREVISAO'.
           05 FILLER                  PIC X(30)  VALUE SPACES.
      *
       01  WSS-LINHA-EXCECAO.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WSS-EXC-MATRICULA       PIC 9(06).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WSS-EXC-NOME            PIC X(30).
           05 FILLER                  PIC X(05)  VALUE ' *** '.
           05 WSS-EXC-MOTIVO          PIC X(36).
      *
       01  WSS-LINHA-EXC-TOTAL.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WSS-TOT-TEXTO           PIC X(24).
           05 WSS-TOT-QTDE            PIC ZZZZZZ9.
           05 FILLER                  PIC X(47)  VALUE SPACES.
      *
           COPY "AGETAB".
      *
           COPY "BENTAB".
      *
           COPY "RETCODES".
      *
           COPY "CHKDATA".
      *
           COPY "ERRLOG".
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

           IF NOT FIM-FOPAG001
              PERFORM ROT-LER-SALHIST
                 THRU ROT-LER-SALHIST-EXIT
              PERFORM ROT-PROCESSA-FUNCIONARIO
                 THRU ROT-PROCESSA-FUNCIONARIO-EXIT
                 UNTIL FIM-FOPAG001
           END-IF.

           PERFORM ROT-ENCERRAMENTO
              THRU ROT-ENCERRAMENTO-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
      * VALIDA A DATA DE REFERENCIA, ABRE OS ARQUIVOS E CARREGA OS *
      * LIMIARES DAS REGRAS E OS PERCENTUAIS DO BENEFICIO          *
      *-----------------------------------------------------------*
       ROT-ABERTURA.

           ACCEPT WSS-DATA-AAAAMMDD FROM DATE YYYYMMDD.

           PERFORM ROT-VALIDA-DATA-EXECUCAO
              THRU ROT-VALIDA-DATA-EXECUCAO-EXIT.

           IF FIM-FOPAG001
              GO TO ROT-ABERTURA-EXIT
           END-IF.

           OPEN INPUT  FOPAG001.

           IF FLG-FOPAG001 NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO FOPAG001 *** FLG = '
                       FLG-FOPAG001
              MOVE 'S' TO WSS-FIM-FOPAG001
           END-IF.

           OPEN INPUT  SALHIST.

           IF FLG-SALHIST NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO SALHIST *** FLG = '
                       FLG-SALHIST
              MOVE 'S' TO WSS-FIM-FOPAG001
              MOVE 'S' TO WSS-FIM-SALHIST
           END-IF.

           OPEN INPUT  ENDFUNC.

           IF FLG-ENDFUNC NOT = '00'
              DISPLAY '*** ENDFUNC INDISPONIVEL - SEM EXTRATO ***'
              MOVE 'S'            TO WSS-FIM-ENDFUNC
              MOVE WSS-CHAVE-ALTA TO WSS-CHAVE-END
           ELSE
              MOVE 'S' TO WSS-ENDFUNC-ABERTO
           END-IF.

           OPEN OUTPUT EXTANU.

           IF FLG-EXTANU NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO EXTANU *** FLG = '
                       FLG-EXTANU
              MOVE 'S' TO WSS-FIM-FOPAG001
           END-IF.

           OPEN OUTPUT CARTEXT.

           IF FLG-CARTEXT NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO CARTEXT *** FLG = '
                       FLG-CARTEXT
              MOVE 'S' TO WSS-FIM-FOPAG001
           END-IF.

           OPEN OUTPUT RELEXT001.

           IF FLG-RELEXT001 NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO RELEXT001 *** FLG = '
                       FLG-RELEXT001
           END-IF.

           IF FLG-RELEXT001 = '00'
              MOVE WSS-LINHA-EXC-CABECALHO TO RELEXT001-LINHA
              WRITE RELEXT001-LINHA
           END-IF.

           PERFORM ROT-CARREGA-AGETAB
              THRU ROT-CARREGA-AGETAB-EXIT.

           PERFORM ROT-CARREGA-BENPARM
              THRU ROT-CARREGA-BENPARM-EXIT.

       ROT-ABERTURA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * VALIDA A DATA DE REFERENCIA RECEBIDA NO PARM (COPY         *
      * PARMIBM) ATRAVES DO SUBPROGRAMA COMUM CHKDATA - E ELA A    *
      * BASE DA IDADE E DO ANO DA PROJECAO DE TODO O LOTE          *
      *-----------------------------------------------------------*
       ROT-VALIDA-DATA-EXECUCAO.

           MOVE LKS-DATA-EXECUCAO TO LKS-CD-DATA.

           CALL 'CHKDATA' USING LKS-CHECK-DATE.

           IF LKS-CD-INVALIDA
              DISPLAY '*******************************************'
              DISPLAY '*** ERRO GRAVE                          ***'
              DISPLAY '*** DATA DE REFERENCIA INVALIDA          ***'
              DISPLAY '*******************************************'
              DISPLAY ' LKS-DATA-EXECUCAO = ' LKS-DATA-EXECUCAO
              MOVE RC-PARM-DATA-INVALIDA TO WSS-RETORNO-FINAL
              MOVE 'COBOL047'            TO LKS-EL-PROGRAMA
              MOVE RC-PARM-DATA-INVALIDA TO LKS-EL-CODIGO
              MOVE 'G'                   TO LKS-EL-SEVERIDADE
              MOVE 'DATA DE REFERENCIA INVALIDA NO EXTRATO ANUAL'
                TO LKS-EL-MENSAGEM
              CALL 'ERRLOG' USING LKS-ERROR-LOG
              MOVE 'S' TO WSS-FIM-FOPAG001
           ELSE
              MOVE LKS-DATA-EXECUCAO TO WSS-DATA-EXECUCAO
           END-IF.

       ROT-VALIDA-DATA-EXECUCAO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CARREGA OS LIMIARES DAS REGRAS - PRIMEIRO DO REPOSITORIO   *
      * VIGENCIADO (PARMSEQ), DEPOIS DO AGETAB E, NA AUSENCIA DOS  *
      * DOIS, DOS DEFAULTS DO COPY AGETAB (MESMA ORDEM DO COBOL034)*
      *-----------------------------------------------------------*
       ROT-CARREGA-AGETAB.

           PERFORM ROT-CARREGA-PARMSEQ
              THRU ROT-CARREGA-PARMSEQ-EXIT.

           IF ACHOU-PARAMETRO
              GO TO ROT-CARREGA-AGETAB-EXIT
           END-IF.

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
                 DISPLAY '*** LIMIARES DE IDADE CARREGADOS DO AGETAB '
                         '- HOMEM = ' TAB-IDADE-MINIMA-HOMEM
                         ' MULHER = ' TAB-IDADE-MINIMA-MULHER
              END-IF
              CLOSE AGETAB
           ELSE
              DISPLAY '*** AGETAB INDISPONIVEL - USANDO DEFAULT '
                      '- HOMEM = ' TAB-IDADE-MINIMA-HOMEM
                      ' MULHER = ' TAB-IDADE-MINIMA-MULHER
           END-IF.

       ROT-CARREGA-AGETAB-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * BUSCA OS LIMIARES NO REPOSITORIO VIGENCIADO DE PARAMETROS  *
      * (PARMSEQ) - VALE O REGISTRO 'AGETAB' DE MAIOR DATA DE      *
      * VIGENCIA MENOR OU IGUAL A DATA DE REFERENCIA               *
      *-----------------------------------------------------------*
       ROT-CARREGA-PARMSEQ.

           MOVE 'N'  TO WSS-ACHOU-PARAMETRO.
           MOVE 'N'  TO WSS-FIM-PARMSEQ.
           MOVE ZERO TO WSS-VIGENCIA-ACHADA.

           OPEN INPUT PARMSEQ.

           IF FLG-PARMSEQ = '00'
              PERFORM ROT-LER-PARMSEQ
                 THRU ROT-LER-PARMSEQ-EXIT
                 UNTIL FIM-PARMSEQ
              CLOSE PARMSEQ
              IF ACHOU-PARAMETRO
                 DISPLAY '*** LIMIARES DE IDADE DO PARAMT01 '
                         '- VIGENCIA = ' WSS-VIGENCIA-ACHADA
                         ' HOMEM = ' TAB-IDADE-MINIMA-HOMEM
                         ' MULHER = ' TAB-IDADE-MINIMA-MULHER
              END-IF
           END-IF.

       ROT-CARREGA-PARMSEQ-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE UM PARAMETRO DO PARMSEQ E RETEM O 'AGETAB' DE MAIOR     *
      * VIGENCIA DENTRO DA DATA DE REFERENCIA                      *
      *-----------------------------------------------------------*
       ROT-LER-PARMSEQ.

           READ PARMSEQ
              AT END
                 MOVE 'S' TO WSS-FIM-PARMSEQ
           END-READ.

           IF NOT FIM-PARMSEQ
              IF FLG-PARMSEQ = '00'
                 IF PRMB0001-TIPO = 'AGETAB  '
                    AND PRMB0001-DATA-VIGENCIA <= LKS-DATA-EXECUCAO
                    AND PRMB0001-DATA-VIGENCIA
                        >= WSS-VIGENCIA-ACHADA
                    MOVE PRMB0001-DATA-VIGENCIA
                      TO WSS-VIGENCIA-ACHADA
                    MOVE PRMB0001-IDADE-HOMEM
                      TO TAB-IDADE-MINIMA-HOMEM
                    MOVE PRMB0001-IDADE-MULHER
                      TO TAB-IDADE-MINIMA-MULHER
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
                    MOVE 'S' TO WSS-ACHOU-PARAMETRO
                 END-IF
              ELSE
                 DISPLAY '*** ERRO NA LEITURA DO PARMSEQ *** FLG = '
                          FLG-PARMSEQ
                 MOVE 'S' TO WSS-FIM-PARMSEQ
              END-IF
           END-IF.

       ROT-LER-PARMSEQ-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CARREGA OS PERCENTUAIS DO BENEFICIO DO BENPARM, SE         *
      * DISPONIVEL, NOS MOLDES DO COBOL036                         *
      *-----------------------------------------------------------*
       ROT-CARREGA-BENPARM.

           OPEN INPUT BENPARM.

           IF FLG-BENPARM = '00'
              READ BENPARM
              IF FLG-BENPARM = '00'
                 MOVE BENPARM-PERC-BASE      TO TAB-PERC-BASE
                 MOVE BENPARM-PERC-ADICIONAL TO TAB-PERC-ADICIONAL
                 DISPLAY '*** REGRA CARREGADA DO BENPARM - BASE = '
                          TAB-PERC-BASE
              END-IF
              CLOSE BENPARM
           ELSE
              DISPLAY '*** BENPARM INDISPONIVEL - USANDO DEFAULT ***'
           END-IF.

       ROT-CARREGA-BENPARM-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE UM FUNCIONARIO DO EXTRATO DE FOLHA - OS REGISTROS DE    *
      * CONTROLE (HEADER/TRAILER) NAO SAO FUNCIONARIOS             *
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

           PERFORM ROT-AVALIA-FUNCIONARIO
              THRU ROT-AVALIA-FUNCIONARIO-EXIT.

       ROT-PROCESSA-FUNCIONARIO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * VALIDA O FUNCIONARIO COMO O COBOL034, CALCULA A IDADE, AS  *
      * REGRAS DE HOJE, A PROJECAO E O BENEFICIO, E EMITE O        *
      * EXTRATO E O REGISTRO DO BUREAU                             *
      *-----------------------------------------------------------*
       ROT-AVALIA-FUNCIONARIO.

           MOVE FOPB0001-DATA-NASC TO LKS-CD-DATA.

           CALL 'CHKDATA' USING LKS-CHECK-DATE.

           IF LKS-CD-INVALIDA
              OR FOPB0001-DATA-NASC > WSS-DATA-EXECUCAO
              MOVE 'DATA DE NASCIMENTO INVALIDA'
                TO WSS-MOTIVO-EXCECAO
              PERFORM ROT-REGISTRA-INVALIDO
                 THRU ROT-REGISTRA-INVALIDO-EXIT
              GO TO ROT-AVALIA-FUNCIONARIO-EXIT
           END-IF.

           IF FOPB0001-SEXO NOT = 'M' AND FOPB0001-SEXO NOT = 'F'
              MOVE 'SEXO INVALIDO' TO WSS-MOTIVO-EXCECAO
              PERFORM ROT-REGISTRA-INVALIDO
                 THRU ROT-REGISTRA-INVALIDO-EXIT
              GO TO ROT-AVALIA-FUNCIONARIO-EXIT
           END-IF.

           IF FOPB0001-ANOS-CONTRIB NOT NUMERIC
              MOVE 'ANOS DE CONTRIBUICAO INVALIDOS'
                TO WSS-MOTIVO-EXCECAO
              PERFORM ROT-REGISTRA-INVALIDO
                 THRU ROT-REGISTRA-INVALIDO-EXIT
              GO TO ROT-AVALIA-FUNCIONARIO-EXIT
           END-IF.

           PERFORM ROT-CALCULA-IDADE
              THRU ROT-CALCULA-IDADE-EXIT.

           IF FOPB0001-SEXO = 'M'
              MOVE TAB-IDADE-MINIMA-HOMEM   TO WSS-LIMIAR-SEXO
              MOVE TAB-TEMPO-MINIMO-HOMEM   TO WSS-LIMIAR-TEMPO
              MOVE TAB-PONTOS-MINIMO-HOMEM  TO WSS-LIMIAR-PONTOS
           ELSE
              MOVE TAB-IDADE-MINIMA-MULHER  TO WSS-LIMIAR-SEXO
              MOVE TAB-TEMPO-MINIMO-MULHER  TO WSS-LIMIAR-TEMPO
              MOVE TAB-PONTOS-MINIMO-MULHER TO WSS-LIMIAR-PONTOS
           END-IF.

           PERFORM ROT-APLICA-REGRAS
              THRU ROT-APLICA-REGRAS-EXIT.

           PERFORM ROT-PROJETA-REGRAS
              THRU ROT-PROJETA-REGRAS-EXIT.

           PERFORM ROT-CALCULA-BENEFICIO
              THRU ROT-CALCULA-BENEFICIO-EXIT.

           PERFORM ROT-IMPRIME-EXTRATO
              THRU ROT-IMPRIME-EXTRATO-EXIT.

           PERFORM ROT-GERA-EXTRATO-BUREAU
              THRU ROT-GERA-EXTRATO-BUREAU-EXIT.

       ROT-AVALIA-FUNCIONARIO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CALCULA A IDADE NA DATA DE REFERENCIA - ANOS COMPLETOS,    *
      * DESCONTANDO UM ANO QUANDO O ANIVERSARIO AINDA NAO OCORREU  *
      *-----------------------------------------------------------*
       ROT-CALCULA-IDADE.

           COMPUTE WSS-IDADE-CALCULADA =
              WSS-EXEC-ANO - FOPB0001-NASC-ANO.

           IF FOPB0001-NASC-MES > WSS-EXEC-MES
              OR (FOPB0001-NASC-MES = WSS-EXEC-MES
                  AND FOPB0001-NASC-DIA > WSS-EXEC-DIA)
              SUBTRACT 1 FROM WSS-IDADE-CALCULADA
           END-IF.

       ROT-CALCULA-IDADE-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * APLICA AS TRES REGRAS DA REFORMA NA DATA DE REFERENCIA,    *
      * COM A MESMA AVALIACAO DO ROT-APLICA-REGRAS DO COBOL034     *
      *-----------------------------------------------------------*
       ROT-APLICA-REGRAS.

           MOVE 'N' TO WSS-REGRA-IDADE.
           MOVE 'N' TO WSS-REGRA-TEMPO.
           MOVE 'N' TO WSS-REGRA-PONTOS.

           IF WSS-IDADE-CALCULADA > WSS-LIMIAR-SEXO
              MOVE 'S' TO WSS-REGRA-IDADE
           END-IF.

           IF FOPB0001-ANOS-CONTRIB >= WSS-LIMIAR-TEMPO
              MOVE 'S' TO WSS-REGRA-TEMPO
           END-IF.

           COMPUTE WSS-PONTOS-CALCULADOS =
              WSS-IDADE-CALCULADA + FOPB0001-ANOS-CONTRIB
              ON SIZE ERROR
                 MOVE 999 TO WSS-PONTOS-CALCULADOS
           END-COMPUTE.

           IF WSS-PONTOS-CALCULADOS >= WSS-LIMIAR-PONTOS
              MOVE 'S' TO WSS-REGRA-PONTOS
           END-IF.

       ROT-APLICA-REGRAS-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * PROJETA ANO A ANO, COMO O ROT-PROJETA-ELEGIBILIDADE DO     *
      * COBOL034, O PRIMEIRO ANO EM QUE CADA REGRA AINDA NAO       *
      * ATENDIDA PASSA A SER ATENDIDA - A IDADE E O TEMPO DE       *
      * CONTRIBUICAO AVANCAM UM ANO POR ANO PROJETADO. O HORIZONTE *
      * COBRE A CARREIRA INTEIRA, NAO SO OS CINCO ANOS DO RELPROJ  *
      *-----------------------------------------------------------*
       ROT-PROJETA-REGRAS.

           MOVE ZERO TO WSS-ANO-REGRA-IDADE.
           MOVE ZERO TO WSS-ANO-REGRA-TEMPO.
           MOVE ZERO TO WSS-ANO-REGRA-PONTOS.

           PERFORM ROT-PROJETA-UM-ANO
              THRU ROT-PROJETA-UM-ANO-EXIT
              VARYING WSS-ANO-PROJECAO FROM 1 BY 1
              UNTIL WSS-ANO-PROJECAO > WSS-HORIZONTE-PROJECAO.

       ROT-PROJETA-REGRAS-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * TESTA UM ANO DA PROJECAO PARA CADA REGRA AINDA NAO         *
      * ATENDIDA E SEM ANO PREVISTO                                *
      *-----------------------------------------------------------*
       ROT-PROJETA-UM-ANO.

           COMPUTE WSS-IDADE-PROJETADA =
              WSS-IDADE-CALCULADA + WSS-ANO-PROJECAO.

           COMPUTE WSS-TEMPO-PROJETADO =
              FOPB0001-ANOS-CONTRIB + WSS-ANO-PROJECAO.

           COMPUTE WSS-PONTOS-PROJETADOS =
              WSS-IDADE-PROJETADA + WSS-TEMPO-PROJETADO
              ON SIZE ERROR
                 MOVE 999 TO WSS-PONTOS-PROJETADOS
           END-COMPUTE.

           IF WSS-REGRA-IDADE = 'N'
              AND WSS-ANO-REGRA-IDADE = ZERO
              AND WSS-IDADE-PROJETADA > WSS-LIMIAR-SEXO
              COMPUTE WSS-ANO-REGRA-IDADE =
                 WSS-EXEC-ANO + WSS-ANO-PROJECAO
           END-IF.

           IF WSS-REGRA-TEMPO = 'N'
              AND WSS-ANO-REGRA-TEMPO = ZERO
              AND WSS-TEMPO-PROJETADO >= WSS-LIMIAR-TEMPO
              COMPUTE WSS-ANO-REGRA-TEMPO =
                 WSS-EXEC-ANO + WSS-ANO-PROJECAO
           END-IF.

           IF WSS-REGRA-PONTOS = 'N'
              AND WSS-ANO-REGRA-PONTOS = ZERO
              AND WSS-PONTOS-PROJETADOS >= WSS-LIMIAR-PONTOS
              COMPUTE WSS-ANO-REGRA-PONTOS =
                 WSS-EXEC-ANO + WSS-ANO-PROJECAO
           END-IF.

       ROT-PROJETA-UM-ANO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CALCULA O BENEFICIO INDICATIVO PELA REGRA DO COBOL036 -    *
      * MEDIA DOS SALARIOS DO HISTORICO E PERCENTUAL BASE MAIS O   *
      * ADICIONAL POR ANO ALEM DO TEMPO MINIMO, LIMITADO A 100%.   *
      * SEM HISTORICO, A QUANTIDADE DE MESES FICA ZERO             *
      *-----------------------------------------------------------*
       ROT-CALCULA-BENEFICIO.

           MOVE ZERO TO WSS-SOMA-SALARIOS.
           MOVE ZERO TO WSS-QTD-MESES.
           MOVE ZERO TO WSS-MEDIA-SALARIO.
           MOVE ZERO TO WSS-PERC-APLICADO.
           MOVE ZERO TO WSS-BENEFICIO.

           PERFORM ROT-POSICIONA-SALHIST
              THRU ROT-POSICIONA-SALHIST-EXIT.

           PERFORM ROT-ACUMULA-SALARIO
              THRU ROT-ACUMULA-SALARIO-EXIT
              UNTIL FIM-SALHIST
                 OR WSS-CHAVE-SAL NOT = FOPB0001-MATRICULA.

           IF WSS-QTD-MESES = ZERO
              ADD 1 TO WSS-CONT-SEM-HISTORICO
              GO TO ROT-CALCULA-BENEFICIO-EXIT
           END-IF.

           COMPUTE WSS-MEDIA-SALARIO ROUNDED =
              WSS-SOMA-SALARIOS / WSS-QTD-MESES.

           COMPUTE WSS-ANOS-EXCEDENTES =
              FOPB0001-ANOS-CONTRIB - WSS-LIMIAR-TEMPO.

           IF WSS-ANOS-EXCEDENTES < ZERO
              MOVE ZERO TO WSS-ANOS-EXCEDENTES
           END-IF.

           COMPUTE WSS-PERC-APLICADO =
              TAB-PERC-BASE
              + (TAB-PERC-ADICIONAL * WSS-ANOS-EXCEDENTES)
              ON SIZE ERROR
                 MOVE 100,00 TO WSS-PERC-APLICADO
           END-COMPUTE.

           IF WSS-PERC-APLICADO > 100,00
              MOVE 100,00 TO WSS-PERC-APLICADO
           END-IF.

           COMPUTE WSS-BENEFICIO ROUNDED =
              WSS-MEDIA-SALARIO * WSS-PERC-APLICADO / 100.

       ROT-CALCULA-BENEFICIO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE O PROXIMO SALARIO DO HISTORICO; NO FIM A CHAVE RECEBE O *
      * VALOR ALTO PARA ESGOTAR O CASAMENTO                        *
      *-----------------------------------------------------------*
       ROT-LER-SALHIST.

           IF FIM-SALHIST
              MOVE WSS-CHAVE-ALTA TO WSS-CHAVE-SAL
              GO TO ROT-LER-SALHIST-EXIT
           END-IF.

           READ SALHIST
              AT END
                 MOVE 'S'            TO WSS-FIM-SALHIST
                 MOVE WSS-CHAVE-ALTA TO WSS-CHAVE-SAL
           END-READ.

           IF NOT FIM-SALHIST
              IF FLG-SALHIST = '00'
                 MOVE SALB0001-MATRICULA TO WSS-CHAVE-SAL
              ELSE
                 DISPLAY '*** ERRO NA LEITURA DO SALHIST *** FLG = '
                          FLG-SALHIST
                 MOVE 'S'            TO WSS-FIM-SALHIST
                 MOVE WSS-CHAVE-ALTA TO WSS-CHAVE-SAL
              END-IF
           END-IF.

       ROT-LER-SALHIST-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * AVANCA O HISTORICO ATE A MATRICULA DO FUNCIONARIO EM       *
      * PROCESSAMENTO (OS DOIS ARQUIVOS ESTAO ORDENADOS)           *
      *-----------------------------------------------------------*
       ROT-POSICIONA-SALHIST.

           PERFORM ROT-LER-SALHIST
              THRU ROT-LER-SALHIST-EXIT
              UNTIL WSS-CHAVE-SAL NOT < FOPB0001-MATRICULA.

       ROT-POSICIONA-SALHIST-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * ACUMULA UM SALARIO DO HISTORICO DA MATRICULA CORRENTE E    *
      * AVANCA PARA O PROXIMO                                      *
      *-----------------------------------------------------------*
       ROT-ACUMULA-SALARIO.

           ADD SALB0001-SALARIO TO WSS-SOMA-SALARIOS.
           ADD 1                TO WSS-QTD-MESES.

           PERFORM ROT-LER-SALHIST
              THRU ROT-LER-SALHIST-EXIT.

       ROT-ACUMULA-SALARIO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME A PAGINA DO EXTRATO DO FUNCIONARIO, NO ESTILO DE   *
      * IMPRESSAO DAS CARTAS DO COBOL020                           *
      *-----------------------------------------------------------*
       ROT-IMPRIME-EXTRATO.

           ADD 1 TO WSS-CONT-EXTRATOS.
           ADD 1 TO WSS-NUM-PAGINA.

           MOVE WSS-DATA-DIA    TO WSS-CAB-DIA.
           MOVE WSS-DATA-MES    TO WSS-CAB-MES.
           MOVE WSS-DATA-ANO    TO WSS-CAB-ANO.
           MOVE WSS-NUM-PAGINA  TO WSS-CAB-PAGINA.

           MOVE WSS-LINHA-CABECALHO TO EXTANU-LINHA.
           PERFORM ROT-GRAVA-LINHA
              THRU ROT-GRAVA-LINHA-EXIT.

           MOVE WSS-LINHA-BRANCO TO EXTANU-LINHA.
           PERFORM ROT-GRAVA-LINHA
              THRU ROT-GRAVA-LINHA-EXIT.

           MOVE FOPB0001-NOME      TO WSS-DST-NOME.
           MOVE FOPB0001-MATRICULA TO WSS-DST-MATRICULA.
           MOVE WSS-LINHA-DESTINATARIO TO EXTANU-LINHA.
           PERFORM ROT-GRAVA-LINHA
              THRU ROT-GRAVA-LINHA-EXIT.

           MOVE WSS-LINHA-BRANCO TO EXTANU-LINHA.
           PERFORM ROT-GRAVA-LINHA
              THRU ROT-GRAVA-LINHA-EXIT.

           MOVE WSS-LINHA-TEXTO-1 TO EXTANU-LINHA.
           PERFORM ROT-GRAVA-LINHA
              THRU ROT-GRAVA-LINHA-EXIT.

           MOVE WSS-LINHA-TEXTO-2 TO EXTANU-LINHA.
           PERFORM ROT-GRAVA-LINHA
              THRU ROT-GRAVA-LINHA-EXIT.

           MOVE WSS-LINHA-BRANCO TO EXTANU-LINHA.
           PERFORM ROT-GRAVA-LINHA
              THRU ROT-GRAVA-LINHA-EXIT.

           MOVE WSS-EXEC-DIA          TO WSS-REF-DIA.
           MOVE WSS-EXEC-MES          TO WSS-REF-MES.
           MOVE WSS-EXEC-ANO          TO WSS-REF-ANO.
           MOVE WSS-IDADE-CALCULADA   TO WSS-REF-IDADE.
           MOVE FOPB0001-ANOS-CONTRIB TO WSS-REF-CONTRIB.
           MOVE WSS-LINHA-REFERENCIA TO EXTANU-LINHA.
           PERFORM ROT-GRAVA-LINHA
              THRU ROT-GRAVA-LINHA-EXIT.

           MOVE WSS-LINHA-BRANCO TO EXTANU-LINHA.
           PERFORM ROT-GRAVA-LINHA
              THRU ROT-GRAVA-LINHA-EXIT.

           MOVE WSS-LINHA-REGRA-TITULO TO EXTANU-LINHA.
           PERFORM ROT-GRAVA-LINHA
              THRU ROT-GRAVA-LINHA-EXIT.

           MOVE 'IDADE MINIMA'      TO WSS-RGR-DESCRICAO.
           MOVE WSS-LIMIAR-SEXO     TO WSS-RGR-MINIMO.
           MOVE WSS-REGRA-IDADE     TO WSS-REGRA-TESTADA.
           MOVE WSS-ANO-REGRA-IDADE TO WSS-ANO-TESTADO.
           PERFORM ROT-IMPRIME-REGRA
              THRU ROT-IMPRIME-REGRA-EXIT.

           MOVE 'TEMPO DE CONTRIBUICAO' TO WSS-RGR-DESCRICAO.
           MOVE WSS-LIMIAR-TEMPO    TO WSS-RGR-MINIMO.
           MOVE WSS-REGRA-TEMPO     TO WSS-REGRA-TESTADA.
           MOVE WSS-ANO-REGRA-TEMPO TO WSS-ANO-TESTADO.
           PERFORM ROT-IMPRIME-REGRA
              THRU ROT-IMPRIME-REGRA-EXIT.

           MOVE 'PONTOS (IDADE + TEMPO)' TO WSS-RGR-DESCRICAO.
           MOVE WSS-LIMIAR-PONTOS    TO WSS-RGR-MINIMO.
           MOVE WSS-REGRA-PONTOS     TO WSS-REGRA-TESTADA.
           MOVE WSS-ANO-REGRA-PONTOS TO WSS-ANO-TESTADO.
           PERFORM ROT-IMPRIME-REGRA
              THRU ROT-IMPRIME-REGRA-EXIT.

           MOVE WSS-LINHA-BRANCO TO EXTANU-LINHA.
           PERFORM ROT-GRAVA-LINHA
              THRU ROT-GRAVA-LINHA-EXIT.

           IF WSS-QTD-MESES = ZERO
              MOVE WSS-LINHA-SEM-BENEFICIO TO EXTANU-LINHA
           ELSE
              MOVE WSS-MEDIA-SALARIO TO WSS-BEN-MEDIA
              MOVE WSS-PERC-APLICADO TO WSS-BEN-PERC
              MOVE WSS-BENEFICIO     TO WSS-BEN-VALOR
              MOVE WSS-LINHA-BENEFICIO TO EXTANU-LINHA
           END-IF.

           PERFORM ROT-GRAVA-LINHA
              THRU ROT-GRAVA-LINHA-EXIT.

           MOVE WSS-LINHA-BRANCO TO EXTANU-LINHA.
           PERFORM ROT-GRAVA-LINHA
              THRU ROT-GRAVA-LINHA-EXIT.

           MOVE WSS-LINHA-AVISO TO EXTANU-LINHA.
           PERFORM ROT-GRAVA-LINHA
              THRU ROT-GRAVA-LINHA-EXIT.

           MOVE WSS-LINHA-BRANCO TO EXTANU-LINHA.
           PERFORM ROT-GRAVA-LINHA
              THRU ROT-GRAVA-LINHA-EXIT.

       ROT-IMPRIME-EXTRATO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * MONTA E IMPRIME A LINHA DE UMA REGRA - SITUACAO HOJE E O   *
      * PRIMEIRO ANO PREVISTO (OU ALEM DO HORIZONTE DA PROJECAO)   *
      *-----------------------------------------------------------*
       ROT-IMPRIME-REGRA.

           MOVE SPACES TO WSS-RGR-PREVISAO.

           IF WSS-REGRA-TESTADA = 'S'
              MOVE 'ATENDIDA'       TO WSS-RGR-SITUACAO
              MOVE 'JA ATENDIDA'    TO WSS-RGR-PREV-TEXTO
           ELSE
              MOVE 'NAO ATENDIDA'   TO WSS-RGR-SITUACAO
              IF WSS-ANO-TESTADO = ZERO
                 MOVE 'FORA DO HORIZONTE' TO WSS-RGR-PREVISAO
              ELSE
                 MOVE 'A PARTIR DE'   TO WSS-RGR-PREV-TEXTO
                 MOVE WSS-ANO-TESTADO TO WSS-RGR-PREV-ANO
              END-IF
           END-IF.

           MOVE WSS-LINHA-REGRA TO EXTANU-LINHA.

           PERFORM ROT-GRAVA-LINHA
              THRU ROT-GRAVA-LINHA-EXIT.

       ROT-IMPRIME-REGRA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * GERA O REGISTRO DO EXTRATO PARA O BUREAU DE IMPRESSAO -    *
      * LOCALIZA O ENDERECO NO ENDFUNC (ORDENADO POR MATRICULA,    *
      * COMO O FOPAG001); SEM ENDERECO, O FUNCIONARIO SAI NA LISTA *
      * DE EXCECAO DO RELEXT001                                    *
      *-----------------------------------------------------------*
       ROT-GERA-EXTRATO-BUREAU.

           PERFORM ROT-POSICIONA-ENDFUNC
              THRU ROT-POSICIONA-ENDFUNC-EXIT.

           IF NOT FIM-ENDFUNC
              AND WSS-CHAVE-END = FOPB0001-MATRICULA
              ADD 1 TO WSS-CONT-COM-ENDERECO
              MOVE SPACES              TO CRTB0001
              MOVE FOPB0001-MATRICULA  TO CRTB0001-MATRICULA
              MOVE FOPB0001-NOME       TO CRTB0001-NOME
              MOVE ENDB0001-LOGRADOURO TO CRTB0001-LOGRADOURO
              MOVE ENDB0001-CIDADE     TO CRTB0001-CIDADE
              MOVE ENDB0001-UF         TO CRTB0001-UF
              MOVE ENDB0001-CEP        TO CRTB0001-CEP
              MOVE 'PROJ'              TO CRTB0001-TIPO-CARTA
              MOVE LKS-DATA-EXECUCAO   TO CRTB0001-DATA-CICLO
              IF FLG-CARTEXT = '00'
                 WRITE CRTB0001
              END-IF
           ELSE
              ADD 1 TO WSS-CONT-SEM-ENDERECO
              MOVE 'SEM ENDERECO NO CADASTRO' TO WSS-MOTIVO-EXCECAO
              PERFORM ROT-IMPRIME-EXCECAO
                 THRU ROT-IMPRIME-EXCECAO-EXIT
           END-IF.

       ROT-GERA-EXTRATO-BUREAU-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * AVANCA O CADASTRO DE ENDERECOS ATE A MATRICULA CORRENTE    *
      *-----------------------------------------------------------*
       ROT-POSICIONA-ENDFUNC.

           PERFORM ROT-LER-ENDFUNC
              THRU ROT-LER-ENDFUNC-EXIT
              UNTIL WSS-CHAVE-END NOT < FOPB0001-MATRICULA.

       ROT-POSICIONA-ENDFUNC-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE O PROXIMO ENDERECO DO CADASTRO; NO FIM A CHAVE RECEBE O *
      * VALOR ALTO PARA ESGOTAR O CASAMENTO                        *
      *-----------------------------------------------------------*
       ROT-LER-ENDFUNC.

           IF FIM-ENDFUNC
              MOVE WSS-CHAVE-ALTA TO WSS-CHAVE-END
              GO TO ROT-LER-ENDFUNC-EXIT
           END-IF.

           READ ENDFUNC
              AT END
                 MOVE 'S'            TO WSS-FIM-ENDFUNC
                 MOVE WSS-CHAVE-ALTA TO WSS-CHAVE-END
           END-READ.

           IF NOT FIM-ENDFUNC
              IF FLG-ENDFUNC = '00'
                 MOVE ENDB0001-MATRICULA TO WSS-CHAVE-END
              ELSE
                 DISPLAY '*** ERRO NA LEITURA DO ENDFUNC *** FLG = '
                          FLG-ENDFUNC
                 MOVE 'S'            TO WSS-FIM-ENDFUNC
                 MOVE WSS-CHAVE-ALTA TO WSS-CHAVE-END
              END-IF
           END-IF.

       ROT-LER-ENDFUNC-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * FUNCIONARIO COM DADOS INVALIDOS NAO RECEBE EXTRATO - SAI   *
      * NA LISTA DE EXCECAO COM O MOTIVO                           *
      *-----------------------------------------------------------*
       ROT-REGISTRA-INVALIDO.

           ADD 1 TO WSS-CONT-INVALIDOS.

           DISPLAY '*** ENTRADA INVALIDA *** MATRICULA = '
                    FOPB0001-MATRICULA ' - ' WSS-MOTIVO-EXCECAO.

           PERFORM ROT-IMPRIME-EXCECAO
              THRU ROT-IMPRIME-EXCECAO-EXIT.

       ROT-REGISTRA-INVALIDO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME UMA LINHA NA LISTA DE EXCECAO E SINALIZA O RETORNO *
      * NAO ZERO DO JOB                                            *
      *-----------------------------------------------------------*
       ROT-IMPRIME-EXCECAO.

           MOVE FOPB0001-MATRICULA TO WSS-EXC-MATRICULA.
           MOVE FOPB0001-NOME      TO WSS-EXC-NOME.
           MOVE WSS-MOTIVO-EXCECAO TO WSS-EXC-MOTIVO.

           IF FLG-RELEXT001 = '00'
              MOVE WSS-LINHA-EXCECAO TO RELEXT001-LINHA
              WRITE RELEXT001-LINHA
           END-IF.

           IF WSS-RETORNO-FINAL = ZERO
              MOVE RC-REJEITOS-ENCONTRADOS TO WSS-RETORNO-FINAL
           END-IF.

       ROT-IMPRIME-EXCECAO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * GRAVA UMA LINHA DO EXTRATO, SE O ARQUIVO ESTA ABERTO       *
      *-----------------------------------------------------------*
       ROT-GRAVA-LINHA.

           IF FLG-EXTANU = '00'
              WRITE EXTANU-LINHA
           END-IF.

       ROT-GRAVA-LINHA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME UMA LINHA DE TOTAL NO RELATORIO DE CONTROLE        *
      *-----------------------------------------------------------*
       ROT-IMPRIME-TOTAL.

           IF FLG-RELEXT001 = '00'
              MOVE WSS-LINHA-EXC-TOTAL TO RELEXT001-LINHA
              WRITE RELEXT001-LINHA
           END-IF.

       ROT-IMPRIME-TOTAL-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * FECHA OS ARQUIVOS E EXIBE OS TOTAIS DO EXTRATO             *
      *-----------------------------------------------------------*
       ROT-ENCERRAMENTO.

           MOVE 'FUNCIONARIOS LIDOS    = ' TO WSS-TOT-TEXTO.
           MOVE WSS-CONT-LIDOS              TO WSS-TOT-QTDE.
           PERFORM ROT-IMPRIME-TOTAL
              THRU ROT-IMPRIME-TOTAL-EXIT.

           MOVE 'EXTRATOS EMITIDOS     = ' TO WSS-TOT-TEXTO.
           MOVE WSS-CONT-EXTRATOS           TO WSS-TOT-QTDE.
           PERFORM ROT-IMPRIME-TOTAL
              THRU ROT-IMPRIME-TOTAL-EXIT.

           MOVE 'EXTRATOS COM ENDERECO = ' TO WSS-TOT-TEXTO.
           MOVE WSS-CONT-COM-ENDERECO       TO WSS-TOT-QTDE.
           PERFORM ROT-IMPRIME-TOTAL
              THRU ROT-IMPRIME-TOTAL-EXIT.

           MOVE 'EXTRATOS SEM ENDERECO = ' TO WSS-TOT-TEXTO.
           MOVE WSS-CONT-SEM-ENDERECO       TO WSS-TOT-QTDE.
           PERFORM ROT-IMPRIME-TOTAL
              THRU ROT-IMPRIME-TOTAL-EXIT.

           MOVE 'SEM HISTORICO SALARIAL= ' TO WSS-TOT-TEXTO.
           MOVE WSS-CONT-SEM-HISTORICO      TO WSS-TOT-QTDE.
           PERFORM ROT-IMPRIME-TOTAL
              THRU ROT-IMPRIME-TOTAL-EXIT.

           MOVE 'DADOS INVALIDOS       = ' TO WSS-TOT-TEXTO.
           MOVE WSS-CONT-INVALIDOS          TO WSS-TOT-QTDE.
           PERFORM ROT-IMPRIME-TOTAL
              THRU ROT-IMPRIME-TOTAL-EXIT.

           CLOSE FOPAG001.
           CLOSE SALHIST.

           IF WSS-ENDFUNC-ABERTO = 'S'
              CLOSE ENDFUNC
           END-IF.

           CLOSE EXTANU.
           CLOSE CARTEXT.
           CLOSE RELEXT001.

           DISPLAY '***************************************'.
           DISPLAY '* FUNCIONARIOS LIDOS    = ' WSS-CONT-LIDOS.
           DISPLAY '* EXTRATOS EMITIDOS     = ' WSS-CONT-EXTRATOS.
           DISPLAY '* EXTRATOS COM ENDERECO = '
                    WSS-CONT-COM-ENDERECO.
           DISPLAY '* EXTRATOS SEM ENDERECO = '
                    WSS-CONT-SEM-ENDERECO.
           DISPLAY '* SEM HISTORICO SALARIAL= '
                    WSS-CONT-SEM-HISTORICO.
           DISPLAY '* DADOS INVALIDOS       = ' WSS-CONT-INVALIDOS.
           DISPLAY '***************************************'.

           MOVE WSS-RETORNO-FINAL TO RETURN-CODE.

       ROT-ENCERRAMENTO-EXIT.

           EXIT.

       END PROGRAM COBOL047.

      ********************* FIM DO PROGRAMA ****************************
