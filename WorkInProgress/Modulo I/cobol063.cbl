      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : CARGA DELIMITADA DA MANUTENCAO DO CATALOGO - RECEBE
      *            DA EQUIPE DO CATALOGO UM ARQUIVO COM CAMPOS
      *            SEPARADOS POR PONTO-E-VIRGULA (CATCSV - ACAO;
      *            CODIGO;DESCRICAO;TIPO;VALOR;MOEDA;DATA EFETIVA;
      *            SITUACAO), CRITICA CADA CAMPO CONTRA O CADASTRO DE
      *            CATEGORIAS (CATTIPO), O CHKDATA E O KSDS VIGENTE
      *            E IMPRIME A PROVA (RELCSV001) COM O NUMERO DA
      *            LINHA E O MOTIVO DE CADA ERRO. SO COM A PROVA
      *            LIMPA, OU APROVADA PELO CARTAO CSVAPROV COM OS
      *            TOTAIS DA PROVA, GRAVA O LOTE CONTROLADO CATB0001M
      *            (CSVMOVTO, CONCATENADO AO CATMOVTO DA PROXIMA
      *            NOITE) COM O USUARIO QUE SUBMETEU O JOB COMO
      *            ORIGEM. EM SIMULACAO (LKS-FLAG-SIMULACAO = 'S')
      *            SO A PROVA E IMPRESSA. O CICLO DESTINO TEM DE SER
      *            O PROXIMO CICLO A SER ABERTO, APURADO NO CICLCTL E
      *            NO CALENDARIO CALPROC
      * CPD      : INEFE
      *****************************************************************
      * HISTORICO DE ALTERACOES
      * 15/10/2026  VRB  VERSAO ORIGINAL DO PROGRAMA
      * 15/10/2026  VRB  O CICLO DESTINO DO PARM PASSA A SER CONFERIDO
      *                  COM O PROXIMO CICLO (DIA UTIL SEGUINTE AO
      *                  ULTIMO CICLO ENCERRADO NO CICLCTL) E COM O
      *                  LOTE QUE JA ESTIVER NO CSVMOVTO - O CSVMOVTO
      *                  ENTRA NO CATMOVTO DE TODA NOITE E O COBOL006
      *                  DERRUBA O STEP012 COM LOTE DE OUTRA DATA.
      *                  CARGA PARA OUTRO CICLO, OU COM O CICLO AINDA
      *                  ABERTO, E RECUSADA SEM GRAVAR O LOTE
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL063.
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
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
         SELECT CATCSV          ASSIGN TO CATCSV
         FILE STATUS FLG-CATCSV.
      *
         SELECT CATET001        ASSIGN TO CATET001
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS CATB0001-CODIGO
         FILE STATUS FLG-CAT001.
      *
         SELECT OPTIONAL CATTIPO ASSIGN TO CATTIPO
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-CATTIPO.
      *
         SELECT OPTIONAL CSVAPROV ASSIGN TO CSVAPROV
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-CSVAPROV.
      *
         SELECT CSVMOVTO        ASSIGN TO CSVMOVTO
         FILE STATUS FLG-CSVMOVTO.
      *
         SELECT OPTIONAL CICLCTL ASSIGN TO CICLCTL
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-CICLCTL.
      *
         SELECT RELCSV001       ASSIGN TO RELCSV001
         FILE STATUS FLG-RELCSV001.
      *
      ***************
       DATA DIVISION.
      ***************
      *
       FILE SECTION.
      *
       FD  CATCSV
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
      *
       01  CATCSV-LINHA                PIC X(200).
      *
       FD  CATET001
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY "CATB0001".
      *
       FD  CATTIPO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY "TIPB0001".
      *
      *    CARTAO DE APROVACAO DA PROVA COM ERROS - OS TOTAIS DEVEM
      *    SER OS DA PROVA IMPRESSA E O RESPONSAVEL NAO PODE SER O
      *    MESMO USUARIO QUE SUBMETEU A CARGA
       FD  CSVAPROV
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  CSVAPROV-REGISTRO.
           05 CSVAPROV-QTDE-LINHAS        PIC 9(07).
           05 CSVAPROV-QTDE-ERROS         PIC 9(07).
           05 CSVAPROV-HASH               PIC 9(11).
           05 CSVAPROV-RESPONSAVEL        PIC X(08).
           05 FILLER                      PIC X(47).
      *
       FD  CSVMOVTO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 81 CHARACTERS.
      *
           COPY "CATB0001M".
      *
      *    CONTROLE DE CICLOS, NOS MOLDES DO COBOL017 - VALE O ULTIMO
      *    EVENTO DE ABERTURA/ENCERRAMENTO DE CADA DATA
       FD  CICLCTL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  CICLCTL-REGISTRO.
           05 CICLCTL-DATA            PIC 9(08).
           05 CICLCTL-SITUACAO        PIC X(01).
              88 CICLCTL-ABERTO                 VALUE 'A'.
              88 CICLCTL-ENCERRADO              VALUE 'E'.
           05 CICLCTL-HORA            PIC 9(08).
           05 CICLCTL-STEP            PIC X(08).
           05 FILLER                  PIC X(55).
      *
       FD  RELCSV001
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  RELCSV001-LINHA             PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       77  FLG-CATCSV                 PIC X(02).
       77  FLG-CAT001                 PIC X(02).
       77  FLG-CATTIPO                PIC X(02).
       77  FLG-CSVAPROV               PIC X(02).
       77  FLG-CSVMOVTO               PIC X(02).
       77  FLG-RELCSV001              PIC X(02).
       77  FLG-CICLCTL                PIC X(02).
       77  WSS-FIM-CARGA              PIC X(01)   VALUE 'N'.
           88 FIM-CARGA                           VALUE 'S'.
       77  WSS-FIM-CATCSV             PIC X(01)   VALUE 'N'.
           88 FIM-CATCSV                          VALUE 'S'.
       77  WSS-FIM-CATTIPO            PIC X(01)   VALUE 'N'.
           88 FIM-CATTIPO                         VALUE 'S'.
       77  WSS-FASE                   PIC X(01)   VALUE 'P'.
           88 FASE-PROVA                          VALUE 'P'.
           88 FASE-GRAVACAO                       VALUE 'G'.
       77  WSS-GRAVACAO               PIC X(01)   VALUE 'N'.
           88 GRAVACAO-LIBERADA                   VALUE 'S'.
       77  WSS-RETORNO-FINAL          PIC 9(03)   VALUE ZERO.
       77  WSS-TAM-PARM-USUARIO       PIC 9(04)   VALUE 22.
       77  WSS-TAM-USUARIO            PIC 9(04)   VALUE ZERO.
       77  WSS-USUARIO                PIC X(08)   VALUE SPACES.
       77  WSS-RESULTADO              PIC X(50)   VALUE SPACES.
      *
      *    APURACAO DO PROXIMO CICLO (CICLCTL/CALPROC) E CONFERENCIA
      *    DO LOTE QUE JA ESTIVER NO CSVMOVTO
       77  WSS-FIM-CICLCTL            PIC X(01)   VALUE 'N'.
           88 FIM-CICLCTL                         VALUE 'S'.
       77  WSS-FIM-CSVMOVTO           PIC X(01)   VALUE 'N'.
           88 FIM-CSVMOVTO                        VALUE 'S'.
       77  WSS-ULTIMO-CICLO           PIC 9(08)   VALUE ZERO.
       77  WSS-SITUACAO-ULTIMO        PIC X(01)   VALUE SPACE.
       77  WSS-PROXIMO-CICLO          PIC 9(08)   VALUE ZERO.
       77  WSS-DIAS-PROCURADOS        PIC 9(02)   VALUE ZERO.
       77  WSS-MAX-DIAS-PROCURA       PIC 9(02)   VALUE 31.
      *
      *    CONTADORES DA PROVA E DA GRAVACAO
       77  WSS-NUM-LINHA              PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-LINHAS            PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-LINHAS-ERRO       PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-ERROS             PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-VALIDAS           PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-GRAVADOS          PIC 9(07)   VALUE ZERO.
       77  WSS-HASH-ARQUIVO           PIC 9(11)   VALUE ZERO.
       77  WSS-LOTE-HASH              PIC 9(11)   VALUE ZERO.
       77  WSS-PROVA-LINHAS           PIC 9(07)   VALUE ZERO.
       77  WSS-PROVA-LINHAS-ERRO      PIC 9(07)   VALUE ZERO.
       77  WSS-PROVA-VALIDAS          PIC 9(07)   VALUE ZERO.
       77  WSS-PROVA-HASH             PIC 9(11)   VALUE ZERO.
       77  WSS-ERROS-LINHA            PIC 9(03)   VALUE ZERO.
       77  WSS-MOTIVO-ERRO            PIC X(50)   VALUE SPACES.
      *
      *    CAMPOS SEPARADOS DA LINHA E OS SEUS TAMANHOS
       77  WSS-TAM-LINHA              PIC 9(04)   VALUE ZERO.
       77  WSS-QTD-CAMPOS             PIC 9(03)   VALUE ZERO.
       77  WSS-EXCESSO-CAMPOS         PIC X(01)   VALUE 'N'.
           88 EXCESSO-CAMPOS                      VALUE 'S'.
       77  WSS-CSV-ACAO               PIC X(10)   VALUE SPACES.
       77  WSS-CSV-CODIGO             PIC X(10)   VALUE SPACES.
       77  WSS-CSV-DESCRICAO          PIC X(40)   VALUE SPACES.
       77  WSS-CSV-TIPO               PIC X(05)   VALUE SPACES.
       77  WSS-CSV-VALOR              PIC X(15)   VALUE SPACES.
       77  WSS-CSV-MOEDA              PIC X(05)   VALUE SPACES.
       77  WSS-CSV-DATA-EFETIVA       PIC X(10)   VALUE SPACES.
       77  WSS-CSV-SITUACAO           PIC X(05)   VALUE SPACES.
       77  WSS-TAM-ACAO               PIC 9(04)   VALUE ZERO.
       77  WSS-TAM-CODIGO             PIC 9(04)   VALUE ZERO.
       77  WSS-TAM-DESCRICAO          PIC 9(04)   VALUE ZERO.
       77  WSS-TAM-TIPO               PIC 9(04)   VALUE ZERO.
       77  WSS-TAM-VALOR              PIC 9(04)   VALUE ZERO.
       77  WSS-TAM-MOEDA              PIC 9(04)   VALUE ZERO.
       77  WSS-TAM-DATA-EFETIVA       PIC 9(04)   VALUE ZERO.
       77  WSS-TAM-SITUACAO           PIC 9(04)   VALUE ZERO.
      *
      *    CAMPOS JA CONVERTIDOS DA LINHA
       77  WSS-ACAO                   PIC X(01)   VALUE SPACE.
           88 ACAO-INCLUSAO                       VALUE 'A'.
           88 ACAO-ALTERACAO                      VALUE 'C'.
           88 ACAO-EXCLUSAO                       VALUE 'D'.
           88 ACAO-SITUACAO                       VALUE 'S'.
           88 ACAO-VALIDA                   VALUE 'A' 'C' 'D' 'S'.
       77  WSS-CODIGO                 PIC 9(05)   VALUE ZERO.
       77  WSS-CODIGO-VALIDO          PIC X(01)   VALUE 'N'.
           88 CODIGO-VALIDO                       VALUE 'S'.
       77  WSS-ACHOU-MESTRE           PIC X(01)   VALUE 'N'.
           88 ACHOU-MESTRE                        VALUE 'S'.
       77  WSS-VALOR                  PIC 9(07)V99 VALUE ZERO.
       77  WSS-DATA-EFETIVA           PIC 9(08)   VALUE ZERO.
      *
      *    CONVERSAO DO VALOR, CARACTER A CARACTER - ACEITA VIRGULA
      *    OU PONTO COMO SEPARADOR DECIMAL E ATE DUAS CASAS
       77  WSS-IDX-CAR                PIC 9(04)   VALUE ZERO.
       77  WSS-CARACTER               PIC X(01)   VALUE SPACE.
       77  WSS-DIGITO                 PIC 9(01)   VALUE ZERO.
       77  WSS-VALOR-INTEIRO          PIC 9(07)   VALUE ZERO.
       77  WSS-VALOR-CENTAVOS         PIC 9(02)   VALUE ZERO.
       77  WSS-QTD-INTEIROS           PIC 9(02)   VALUE ZERO.
       77  WSS-QTD-DECIMAIS           PIC 9(02)   VALUE ZERO.
       77  WSS-TEM-SEPARADOR          PIC X(01)   VALUE 'N'.
           88 TEM-SEPARADOR                       VALUE 'S'.
       77  WSS-VALOR-CORRETO          PIC X(01)   VALUE 'S'.
           88 VALOR-CORRETO                       VALUE 'S'.
       77  WSS-QTD-BRANCOS            PIC 9(02)   VALUE ZERO.
      *
      *    TABELA DE CATEGORIAS, NOS MOLDES DO COBOL006
       77  WSS-QTD-TIPOS              PIC 9(02)   VALUE ZERO.
       77  WSS-MAX-TIPOS              PIC 9(02)   VALUE 50.
       77  WSS-IDX-TIPO               PIC 9(02)   VALUE ZERO.
       77  WSS-IDX-TIPO-ACHADO        PIC 9(02)   VALUE ZERO.
       77  WSS-TIPO-PROCURADO         PIC X(01)   VALUE SPACE.
      *
      *    CODIGOS JA VISTOS NO ARQUIVO, PARA RECUSAR A REPETICAO
       77  WSS-QTD-CODIGOS            PIC 9(04)   VALUE ZERO.
       77  WSS-MAX-CODIGOS            PIC 9(04)   VALUE 5000.
       77  WSS-IDX-CODIGO             PIC 9(04)   VALUE ZERO.
       77  WSS-IDX-CODIGO-ACHADO      PIC 9(04)   VALUE ZERO.
      *
       77  WSS-LINHAS-PAGINA          PIC 9(02)   VALUE ZERO.
       77  WSS-MAX-LINHAS             PIC 9(02)   VALUE 50.
       77  WSS-NUM-PAGINA             PIC 9(04)   VALUE ZERO.
      *
       01  WSS-TAB-TIPOS.
           05 WSS-TIPO-ENTRADA OCCURS 50 TIMES.
              10 WSS-TIPO-LETRA       PIC X(01).
              10 WSS-TIPO-ATIVO       PIC X(01).
      *
       01  WSS-TAB-CODIGOS.
           05 WSS-CODIGO-ENTRADA OCCURS 5000 TIMES.
              10 WSS-TAB-CODIGO       PIC 9(05).
              10 WSS-TAB-LINHA        PIC 9(07).
      *
       01  WSS-LINHA-PENDENTE         PIC X(80)   VALUE SPACES.
      *
       01  WSS-LINHA-CABECALHO.
           05 FILLER                  PIC X(10)  VALUE 'RELATORIO:'.
           05 WSS-CAB-TITULO          PIC X(40)
                  VALUE 'PROVA DA CARGA DELIMITADA DO CATALOGO'.
           05 FILLER                  PIC X(10)  VALUE SPACES.
           05 FILLER                  PIC X(08)  VALUE 'PAGINA: '.
           05 WSS-CAB-PAGINA          PIC ZZZ9.
           05 FILLER                  PIC X(08)  VALUE SPACES.
      *
       01  WSS-LINHA-IDENTIFICACAO.
           05 FILLER                  PIC X(09)  VALUE 'USUARIO: '.
           05 WSS-IDE-USUARIO         PIC X(08).
           05 FILLER                  PIC X(17)
                  VALUE '  CICLO DESTINO: '.
           05 WSS-IDE-DATA            PIC 9(08).
           05 FILLER                  PIC X(08)  VALUE '  MODO: '.
           05 WSS-IDE-MODO            PIC X(09).
           05 FILLER                  PIC X(21)  VALUE SPACES.
      *
       01  WSS-LINHA-TITULOS.
           05 FILLER                  PIC X(09)  VALUE '    LINHA'.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 FILLER                  PIC X(10)  VALUE 'CODIGO'.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 FILLER                  PIC X(01)  VALUE 'A'.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 FILLER                  PIC X(50)  VALUE 'MOTIVO'.
           05 FILLER                  PIC X(04)  VALUE SPACES.
      *
       01  WSS-LINHA-ERRO.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WSS-ERR-LINHA           PIC ZZZZZZ9.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WSS-ERR-CODIGO          PIC X(10).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WSS-ERR-ACAO            PIC X(01).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WSS-ERR-MOTIVO          PIC X(50).
           05 FILLER                  PIC X(04)  VALUE SPACES.
      *
       01  WSS-LINHA-TOTAL.
           05 FILLER                  PIC X(05)  VALUE SPACES.
           05 WSS-TOT-DESCRICAO       PIC X(40).
           05 WSS-TOT-QTDE            PIC Z.ZZZ.ZZ9.
           05 FILLER                  PIC X(26)  VALUE SPACES.
      *
       01  WSS-LINHA-HASH.
           05 FILLER                  PIC X(05)  VALUE SPACES.
           05 FILLER                  PIC X(40)
                  VALUE 'HASH DOS CODIGOS DO ARQUIVO'.
           05 WSS-HSH-HASH            PIC 9(11).
           05 FILLER                  PIC X(24)  VALUE SPACES.
      *
       01  WSS-LINHA-CARTAO.
           05 FILLER                  PIC X(05)  VALUE SPACES.
           05 FILLER                  PIC X(40)
                  VALUE 'CARTAO CSVAPROV (LINHAS/ERROS/HASH)'.
           05 WSS-CRT-LINHAS          PIC 9(07).
           05 WSS-CRT-ERROS           PIC 9(07).
           05 WSS-CRT-HASH            PIC 9(11).
           05 FILLER                  PIC X(10)  VALUE SPACES.
      *
       01  WSS-LINHA-RESULTADO.
           05 FILLER                  PIC X(05)  VALUE SPACES.
           05 FILLER                  PIC X(11)  VALUE 'RESULTADO: '.
           05 WSS-RES-TEXTO           PIC X(50).
           05 FILLER                  PIC X(14)  VALUE SPACES.
      *
           COPY "RETCODES".
      *
           COPY "CHKDATA".
      *
           COPY "DATCALC".
      *
           COPY "CALPER".
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

           IF NOT FIM-CARGA
              PERFORM ROT-PROCESSA-LINHA
                 THRU ROT-PROCESSA-LINHA-EXIT
                 UNTIL FIM-CATCSV
              PERFORM ROT-DECIDE-GRAVACAO
                 THRU ROT-DECIDE-GRAVACAO-EXIT
           END-IF.

           IF GRAVACAO-LIBERADA
              PERFORM ROT-GRAVA-LOTE
                 THRU ROT-GRAVA-LOTE-EXIT
           END-IF.

           PERFORM ROT-ENCERRAMENTO
              THRU ROT-ENCERRAMENTO-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
      * CRITICA O PARM (DATA DO CICLO DESTINO, MODO DE SIMULACAO E *
      * USUARIO DA SUBMISSAO), ABRE OS ARQUIVOS DA PROVA, CARREGA  *
      * AS CATEGORIAS E IMPRIME O CABECALHO                        *
      *-----------------------------------------------------------*
       ROT-ABERTURA.

           MOVE LKS-DATA-EXECUCAO TO LKS-CD-DATA.

           CALL 'CHKDATA' USING LKS-CHECK-DATE.

           IF LKS-CD-INVALIDA
              DISPLAY '*******************************************'
              DISPLAY '*** ERRO GRAVE                          ***'
              DISPLAY '*** DATA DO CICLO DESTINO INVALIDA      ***'
              DISPLAY '*******************************************'
              DISPLAY ' LKS-DATA-EXECUCAO = ' LKS-DATA-EXECUCAO
              MOVE RC-PARM-DATA-INVALIDA TO WSS-RETORNO-FINAL
              MOVE 'S' TO WSS-FIM-CARGA
              GO TO ROT-ABERTURA-EXIT
           END-IF.

           IF NOT LKS-MODO-SIMULACAO AND NOT LKS-MODO-REAL
              DISPLAY '*** FLAG DE SIMULACAO INVALIDO = '
                       LKS-FLAG-SIMULACAO
              MOVE RC-PARM-SIMULACAO-INVALIDA TO WSS-RETORNO-FINAL
              MOVE 'S' TO WSS-FIM-CARGA
              GO TO ROT-ABERTURA-EXIT
           END-IF.

      *    O USUARIO VEM DO &SYSUID NO FIM DO PARM, COM 1 A 8
      *    POSICOES - SO E LIDO QUANDO O PARM O ALCANCA
           IF LKS-PARAM-TAM NOT < WSS-TAM-PARM-USUARIO
              COMPUTE WSS-TAM-USUARIO =
                 LKS-PARAM-TAM - WSS-TAM-PARM-USUARIO + 1
              IF WSS-TAM-USUARIO > 8
                 MOVE 8 TO WSS-TAM-USUARIO
              END-IF
              MOVE LKS-USUARIO-SUBMISSAO (1:WSS-TAM-USUARIO)
                TO WSS-USUARIO
           END-IF.

           IF WSS-USUARIO = SPACES
              AND LKS-MODO-REAL
              DISPLAY '*** PARM SEM O USUARIO DA SUBMISSAO - O LOTE'
              DISPLAY '*** NAO PODE SER GRAVADO SEM A ORIGEM'
              MOVE RC-PARM-TAMANHO-MENOR TO WSS-RETORNO-FINAL
              MOVE 'S' TO WSS-FIM-CARGA
              GO TO ROT-ABERTURA-EXIT
           END-IF.

           PERFORM ROT-APURA-PROXIMO-CICLO
              THRU ROT-APURA-PROXIMO-CICLO-EXIT.

           IF WSS-RETORNO-FINAL = ZERO
              PERFORM ROT-CONFERE-CSVMOVTO
                 THRU ROT-CONFERE-CSVMOVTO-EXIT
           END-IF.

           IF WSS-RETORNO-FINAL NOT = ZERO
              MOVE 'S' TO WSS-FIM-CARGA
              GO TO ROT-ABERTURA-EXIT
           END-IF.

           OPEN INPUT  CATCSV.

           IF FLG-CATCSV NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO CATCSV *** FLG = '
                       FLG-CATCSV
              MOVE RC-PROVA-NAO-APROVADA TO WSS-RETORNO-FINAL
              MOVE 'S' TO WSS-FIM-CARGA
           END-IF.

           OPEN INPUT  CATET001.

           IF FLG-CAT001 NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO CATET001 *** FLG = '
                       FLG-CAT001
              MOVE RC-PROVA-NAO-APROVADA TO WSS-RETORNO-FINAL
              MOVE 'S' TO WSS-FIM-CARGA
           END-IF.

           OPEN OUTPUT RELCSV001.

           IF FLG-RELCSV001 NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO RELCSV001 *** FLG = '
                       FLG-RELCSV001
           END-IF.

           PERFORM ROT-CARREGA-CATTIPO
              THRU ROT-CARREGA-CATTIPO-EXIT.

           MOVE WSS-USUARIO       TO WSS-IDE-USUARIO.
           MOVE LKS-DATA-EXECUCAO TO WSS-IDE-DATA.

           IF LKS-MODO-SIMULACAO
              MOVE 'SIMULACAO' TO WSS-IDE-MODO
           ELSE
              MOVE 'GRAVACAO'  TO WSS-IDE-MODO
           END-IF.

           PERFORM ROT-IMPRIME-CABECALHO
              THRU ROT-IMPRIME-CABECALHO-EXIT.

       ROT-ABERTURA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * APURA O PROXIMO CICLO E O CONFERE COM O CICLO DESTINO DO   *
      * PARM - O CSVMOVTO ENTRA NO CATMOVTO DE TODA NOITE E O      *
      * COBOL006 DERRUBA O STEP012 COM LOTE DE OUTRA DATA. O       *
      * ULTIMO CICLO E A MAIOR DATA COM ABERTURA/ENCERRAMENTO NO   *
      * CICLCTL, VALENDO O ULTIMO EVENTO DELA (COMO NO COBOL017).  *
      * COM ELE AINDA ABERTO A CARGA E RECUSADA - NA RETOMADA DA   *
      * NOITE O STEP012 PASSA EM BRANCO E O STEP012I ESVAZIARIA O  *
      * LOTE; ENCERRADO, O PROXIMO CICLO E O DIA UTIL SEGUINTE     *
      * (CALPER - SEM FIM DE SEMANA E SEM FERIADO DO CALPROC)      *
      *-----------------------------------------------------------*
       ROT-APURA-PROXIMO-CICLO.

           MOVE ZERO  TO WSS-ULTIMO-CICLO.
           MOVE SPACE TO WSS-SITUACAO-ULTIMO.

           OPEN INPUT CICLCTL.

           IF FLG-CICLCTL = '00'
              PERFORM ROT-LER-CICLCTL
                 THRU ROT-LER-CICLCTL-EXIT
                 UNTIL FIM-CICLCTL
              CLOSE CICLCTL
           ELSE
              IF FLG-CICLCTL = '05'
                 CLOSE CICLCTL
              END-IF
           END-IF.

           IF WSS-ULTIMO-CICLO = ZERO
              DISPLAY '*******************************************'
              DISPLAY '*** ERRO GRAVE                          ***'
              DISPLAY '*** CICLCTL SEM CICLO REGISTRADO - NAO  ***'
              DISPLAY '*** HA COMO CONFERIR O CICLO DESTINO    ***'
              DISPLAY '*******************************************'
              DISPLAY ' FLG-CICLCTL       = ' FLG-CICLCTL
              MOVE RC-CARGA-FORA-DO-CICLO TO WSS-RETORNO-FINAL
              GO TO ROT-APURA-PROXIMO-CICLO-EXIT
           END-IF.

           IF WSS-SITUACAO-ULTIMO = 'A'
              DISPLAY '*******************************************'
              DISPLAY '*** ERRO GRAVE                          ***'
              DISPLAY '*** CICLO AINDA ABERTO - SUBMETER A     ***'
              DISPLAY '*** CARGA DEPOIS DO FECHAMENTO          ***'
              DISPLAY '*******************************************'
              DISPLAY ' CICLO ABERTO      = ' WSS-ULTIMO-CICLO
              MOVE RC-CARGA-FORA-DO-CICLO TO WSS-RETORNO-FINAL
              GO TO ROT-APURA-PROXIMO-CICLO-EXIT
           END-IF.

           MOVE WSS-ULTIMO-CICLO TO WSS-PROXIMO-CICLO.
           MOVE 'N'              TO LKS-CP-DIA-UTIL.
           MOVE ZERO             TO WSS-DIAS-PROCURADOS.

           PERFORM ROT-AVANCA-DIA
              THRU ROT-AVANCA-DIA-EXIT
              UNTIL LKS-CP-E-DIA-UTIL
                 OR WSS-DIAS-PROCURADOS NOT < WSS-MAX-DIAS-PROCURA.

           IF NOT LKS-CP-E-DIA-UTIL
              DISPLAY '*** SEM DIA UTIL APOS O ULTIMO CICLO = '
                       WSS-ULTIMO-CICLO
              MOVE RC-CARGA-FORA-DO-CICLO TO WSS-RETORNO-FINAL
              GO TO ROT-APURA-PROXIMO-CICLO-EXIT
           END-IF.

           IF LKS-DATA-EXECUCAO NOT = WSS-PROXIMO-CICLO
              DISPLAY '*******************************************'
              DISPLAY '*** ERRO GRAVE                          ***'
              DISPLAY '*** CICLO DESTINO NAO E O PROXIMO CICLO ***'
              DISPLAY '*******************************************'
              DISPLAY ' LKS-DATA-EXECUCAO = ' LKS-DATA-EXECUCAO
              DISPLAY ' ULTIMO CICLO      = ' WSS-ULTIMO-CICLO
              DISPLAY ' PROXIMO CICLO     = ' WSS-PROXIMO-CICLO
              MOVE RC-CARGA-FORA-DO-CICLO TO WSS-RETORNO-FINAL
           END-IF.

       ROT-APURA-PROXIMO-CICLO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE O CICLCTL GUARDANDO A MAIOR DATA COM ABERTURA OU        *
      * ENCERRAMENTO E O ULTIMO DESSES EVENTOS DELA - OS EVENTOS   *
      * DE STEP E DE REPROCESSO NAO CONTAM                         *
      *-----------------------------------------------------------*
       ROT-LER-CICLCTL.

           READ CICLCTL
              AT END
                 MOVE 'S' TO WSS-FIM-CICLCTL
                 GO TO ROT-LER-CICLCTL-EXIT
           END-READ.

           IF FLG-CICLCTL NOT = '00'
              DISPLAY '*** ERRO NA LEITURA DO CICLCTL *** FLG = '
                       FLG-CICLCTL
              MOVE ZERO TO WSS-ULTIMO-CICLO
              MOVE 'S'  TO WSS-FIM-CICLCTL
              GO TO ROT-LER-CICLCTL-EXIT
           END-IF.

           IF (CICLCTL-ABERTO OR CICLCTL-ENCERRADO)
              AND CICLCTL-DATA IS NUMERIC
              AND CICLCTL-DATA NOT < WSS-ULTIMO-CICLO
              MOVE CICLCTL-DATA     TO WSS-ULTIMO-CICLO
              MOVE CICLCTL-SITUACAO TO WSS-SITUACAO-ULTIMO
           END-IF.

       ROT-LER-CICLCTL-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * AVANCA UM DIA NO CANDIDATO A PROXIMO CICLO E PERGUNTA AO   *
      * CALPER SE ELE E DIA UTIL                                   *
      *-----------------------------------------------------------*
       ROT-AVANCA-DIA.

           ADD 1 TO WSS-DIAS-PROCURADOS.

           MOVE 'S'               TO LKS-DC-FUNCAO.
           MOVE WSS-PROXIMO-CICLO TO LKS-DC-DATA-1.
           MOVE 1                 TO LKS-DC-DIAS.

           CALL 'DATCALC' USING LKS-DATE-CALC.

           IF NOT LKS-DC-OK
              DISPLAY '*** ERRO NO DATCALC COM A DATA = '
                       WSS-PROXIMO-CICLO
              MOVE 'N' TO LKS-CP-DIA-UTIL
              MOVE WSS-MAX-DIAS-PROCURA TO WSS-DIAS-PROCURADOS
              GO TO ROT-AVANCA-DIA-EXIT
           END-IF.

           MOVE LKS-DC-DATA-RESULTADO TO WSS-PROXIMO-CICLO.
           MOVE WSS-PROXIMO-CICLO     TO LKS-CP-DATA.

           CALL 'CALPER' USING LKS-CAL-PERIODO.

           IF NOT LKS-CP-OK
              MOVE 'N' TO LKS-CP-DIA-UTIL
           END-IF.

       ROT-AVANCA-DIA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CONFERE O LOTE QUE JA ESTIVER NO CSVMOVTO (AINDA NAO       *
      * PROCESSADO PELO STEP012) - SE FOR DE OUTRO CICLO, A NOVA   *
      * CARGA NAO E ACRESCENTADA A ELE                             *
      *-----------------------------------------------------------*
       ROT-CONFERE-CSVMOVTO.

           OPEN INPUT CSVMOVTO.

           IF FLG-CSVMOVTO NOT = '00'
              GO TO ROT-CONFERE-CSVMOVTO-EXIT
           END-IF.

           PERFORM ROT-LER-CSVMOVTO
              THRU ROT-LER-CSVMOVTO-EXIT
              UNTIL FIM-CSVMOVTO.

           CLOSE CSVMOVTO.

       ROT-CONFERE-CSVMOVTO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE O CSVMOVTO ATE O FIM OU ATE O PRIMEIRO HEADER DE OUTRO  *
      * CICLO                                                      *
      *-----------------------------------------------------------*
       ROT-LER-CSVMOVTO.

           READ CSVMOVTO
              AT END
                 MOVE 'S' TO WSS-FIM-CSVMOVTO
                 GO TO ROT-LER-CSVMOVTO-EXIT
           END-READ.

           IF FLG-CSVMOVTO NOT = '00'
              MOVE 'S' TO WSS-FIM-CSVMOVTO
              GO TO ROT-LER-CSVMOVTO-EXIT
           END-IF.

           IF CATB0001M-HDR-INDICADOR = 'HEADR'
              AND CATB0001M-HDR-DATA-CICLO NOT = LKS-DATA-EXECUCAO
              DISPLAY '*******************************************'
              DISPLAY '*** ERRO GRAVE                          ***'
              DISPLAY '*** CSVMOVTO COM LOTE DE OUTRO CICLO    ***'
              DISPLAY '*******************************************'
              DISPLAY ' LKS-DATA-EXECUCAO = ' LKS-DATA-EXECUCAO
              DISPLAY ' CICLO DO LOTE     = '
                       CATB0001M-HDR-DATA-CICLO
              MOVE RC-CARGA-FORA-DO-CICLO TO WSS-RETORNO-FINAL
              MOVE 'S' TO WSS-FIM-CSVMOVTO
           END-IF.

       ROT-LER-CSVMOVTO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CARREGA O CADASTRO DE CATEGORIAS (CATTIPO) PARA A TABELA,  *
      * NOS MOLDES DO COBOL006 - SEM O ARQUIVO NO JCL A VALIDACAO  *
      * DE CATEGORIA NAO RESTRINGE                                 *
      *-----------------------------------------------------------*
       ROT-CARREGA-CATTIPO.

           OPEN INPUT CATTIPO.

           IF FLG-CATTIPO = '00'
              PERFORM ROT-LER-CATTIPO
                 THRU ROT-LER-CATTIPO-EXIT
                 UNTIL FIM-CATTIPO
              CLOSE CATTIPO
           ELSE
              DISPLAY '*** CATTIPO INDISPONIVEL - SEM VALIDACAO ***'
           END-IF.

       ROT-CARREGA-CATTIPO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE UMA CATEGORIA DO CADASTRO PARA A TABELA                 *
      *-----------------------------------------------------------*
       ROT-LER-CATTIPO.

           READ CATTIPO
              AT END
                 MOVE 'S' TO WSS-FIM-CATTIPO
           END-READ.

           IF NOT FIM-CATTIPO
              IF FLG-CATTIPO = '00'
                 IF WSS-QTD-TIPOS < WSS-MAX-TIPOS
                    ADD 1 TO WSS-QTD-TIPOS
                    MOVE TIPB0001-TIPO
                      TO WSS-TIPO-LETRA (WSS-QTD-TIPOS)
                    MOVE TIPB0001-ATIVO
                      TO WSS-TIPO-ATIVO (WSS-QTD-TIPOS)
                 ELSE
                    DISPLAY '*** TABELA DE CATEGORIAS ESGOTADA ***'
                    MOVE 'S' TO WSS-FIM-CATTIPO
                 END-IF
              ELSE
                 MOVE 'S' TO WSS-FIM-CATTIPO
              END-IF
           END-IF.

       ROT-LER-CATTIPO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE UMA LINHA DO CATCSV E A CRITICA; A PRIMEIRA LINHA COM   *
      * OS TITULOS DAS COLUNAS E AS LINHAS EM BRANCO SAO SALTADAS. *
      * NA FASE DE GRAVACAO A LINHA SEM ERRO VAI PARA O CSVMOVTO   *
      *-----------------------------------------------------------*
       ROT-PROCESSA-LINHA.

           READ CATCSV
              AT END
                 MOVE 'S' TO WSS-FIM-CATCSV
           END-READ.

           IF FIM-CATCSV
              GO TO ROT-PROCESSA-LINHA-EXIT
           END-IF.

           IF FLG-CATCSV NOT = '00'
              DISPLAY '*** ERRO NA LEITURA DO CATCSV *** FLG = '
                       FLG-CATCSV
              MOVE RC-PROVA-NAO-APROVADA TO WSS-RETORNO-FINAL
              MOVE 'S' TO WSS-FIM-CATCSV
              MOVE 'S' TO WSS-FIM-CARGA
              GO TO ROT-PROCESSA-LINHA-EXIT
           END-IF.

           ADD 1 TO WSS-NUM-LINHA.

           IF CATCSV-LINHA = SPACES
              GO TO ROT-PROCESSA-LINHA-EXIT
           END-IF.

           PERFORM ROT-SEPARA-CAMPOS
              THRU ROT-SEPARA-CAMPOS-EXIT.

           IF WSS-NUM-LINHA = 1
              AND WSS-CSV-ACAO = 'ACAO'
              GO TO ROT-PROCESSA-LINHA-EXIT
           END-IF.

           ADD 1    TO WSS-CONT-LINHAS.
           MOVE ZERO TO WSS-ERROS-LINHA.

           PERFORM ROT-VALIDA-LINHA
              THRU ROT-VALIDA-LINHA-EXIT.

           IF WSS-ERROS-LINHA > ZERO
              ADD 1 TO WSS-CONT-LINHAS-ERRO
              GO TO ROT-PROCESSA-LINHA-EXIT
           END-IF.

           ADD 1 TO WSS-CONT-VALIDAS.

           IF FASE-GRAVACAO
              PERFORM ROT-GRAVA-MOVIMENTO
                 THRU ROT-GRAVA-MOVIMENTO-EXIT
           END-IF.

       ROT-PROCESSA-LINHA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * SEPARA OS OITO CAMPOS DA LINHA PELO PONTO-E-VIRGULA,       *
      * GUARDANDO O TAMANHO DE CADA UM PARA A CRITICA              *
      *-----------------------------------------------------------*
       ROT-SEPARA-CAMPOS.

           MOVE SPACES TO WSS-CSV-ACAO
                          WSS-CSV-CODIGO
                          WSS-CSV-DESCRICAO
                          WSS-CSV-TIPO
                          WSS-CSV-VALOR
                          WSS-CSV-MOEDA
                          WSS-CSV-DATA-EFETIVA
                          WSS-CSV-SITUACAO.

           MOVE ZERO   TO WSS-QTD-CAMPOS
                          WSS-TAM-ACAO
                          WSS-TAM-CODIGO
                          WSS-TAM-DESCRICAO
                          WSS-TAM-TIPO
                          WSS-TAM-VALOR
                          WSS-TAM-MOEDA
                          WSS-TAM-DATA-EFETIVA
                          WSS-TAM-SITUACAO.

           MOVE 'N'    TO WSS-EXCESSO-CAMPOS.

      *    OS BRANCOS DO FIM DO REGISTRO NAO ENTRAM NO ULTIMO CAMPO
           PERFORM ROT-MEDE-LINHA
              THRU ROT-MEDE-LINHA-EXIT
              VARYING WSS-TAM-LINHA FROM 200 BY -1
              UNTIL WSS-TAM-LINHA < 2
                 OR CATCSV-LINHA (WSS-TAM-LINHA:1) NOT = SPACE.

           UNSTRING CATCSV-LINHA (1:WSS-TAM-LINHA) DELIMITED BY ';'
              INTO WSS-CSV-ACAO         COUNT IN WSS-TAM-ACAO
                   WSS-CSV-CODIGO       COUNT IN WSS-TAM-CODIGO
                   WSS-CSV-DESCRICAO    COUNT IN WSS-TAM-DESCRICAO
                   WSS-CSV-TIPO         COUNT IN WSS-TAM-TIPO
                   WSS-CSV-VALOR        COUNT IN WSS-TAM-VALOR
                   WSS-CSV-MOEDA        COUNT IN WSS-TAM-MOEDA
                   WSS-CSV-DATA-EFETIVA COUNT IN WSS-TAM-DATA-EFETIVA
                   WSS-CSV-SITUACAO     COUNT IN WSS-TAM-SITUACAO
              TALLYING IN WSS-QTD-CAMPOS
              ON OVERFLOW
                 MOVE 'S' TO WSS-EXCESSO-CAMPOS
           END-UNSTRING.


       ROT-SEPARA-CAMPOS-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * PASSO DA MEDIDA DA LINHA - O TESTE ESTA NO PROPRIO PERFORM *
      *-----------------------------------------------------------*
       ROT-MEDE-LINHA.

           CONTINUE.

       ROT-MEDE-LINHA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CRITICA TODOS OS CAMPOS DA LINHA - CADA FALHA SAI COMO UMA *
      * LINHA DE ERRO NA PROVA; ACAO E CODIGO DECIDEM QUAIS CAMPOS *
      * SAO OBRIGATORIOS. NA EXCLUSAO SO O CODIGO E CRITICADO E NA *
      * MUDANCA DE SITUACAO, O CODIGO E A SITUACAO                 *
      *-----------------------------------------------------------*
       ROT-VALIDA-LINHA.

           IF WSS-QTD-CAMPOS < 7
              OR EXCESSO-CAMPOS
              MOVE 'LINHA SEM OS 8 CAMPOS SEPARADOS POR ;'
                TO WSS-MOTIVO-ERRO
              PERFORM ROT-REGISTRA-ERRO
                 THRU ROT-REGISTRA-ERRO-EXIT
              GO TO ROT-VALIDA-LINHA-EXIT
           END-IF.

           MOVE WSS-CSV-ACAO (1:1) TO WSS-ACAO.

           IF WSS-TAM-ACAO NOT = 1
              OR NOT ACAO-VALIDA
              MOVE SPACE TO WSS-ACAO
              MOVE 'ACAO INVALIDA - USAR A, C, D OU S'
                TO WSS-MOTIVO-ERRO
              PERFORM ROT-REGISTRA-ERRO
                 THRU ROT-REGISTRA-ERRO-EXIT
           END-IF.

           PERFORM ROT-VALIDA-CODIGO
              THRU ROT-VALIDA-CODIGO-EXIT.

           IF NOT ACAO-VALIDA
              OR ACAO-EXCLUSAO
              GO TO ROT-VALIDA-LINHA-EXIT
           END-IF.

           IF NOT ACAO-SITUACAO
              PERFORM ROT-VALIDA-DESCRICAO
                 THRU ROT-VALIDA-DESCRICAO-EXIT
              PERFORM ROT-VALIDA-TIPO
                 THRU ROT-VALIDA-TIPO-EXIT
              PERFORM ROT-VALIDA-VALOR
                 THRU ROT-VALIDA-VALOR-EXIT
              PERFORM ROT-VALIDA-MOEDA
                 THRU ROT-VALIDA-MOEDA-EXIT
           END-IF.

           PERFORM ROT-VALIDA-DATA-EFETIVA
              THRU ROT-VALIDA-DATA-EFETIVA-EXIT.

           PERFORM ROT-VALIDA-SITUACAO
              THRU ROT-VALIDA-SITUACAO-EXIT.

       ROT-VALIDA-LINHA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CODIGO NUMERICO DE 1 A 5 DIGITOS, NAO REPETIDO NO ARQUIVO  *
      * E COERENTE COM O KSDS - A INCLUSAO EXIGE CODIGO NOVO E AS  *
      * DEMAIS ACOES, CODIGO CADASTRADO                            *
      *-----------------------------------------------------------*
       ROT-VALIDA-CODIGO.

           MOVE 'N'  TO WSS-CODIGO-VALIDO.
           MOVE 'N'  TO WSS-ACHOU-MESTRE.
           MOVE ZERO TO WSS-CODIGO.

           IF WSS-TAM-CODIGO < 1
              OR WSS-TAM-CODIGO > 5
              MOVE 'CODIGO DEVE TER DE 1 A 5 DIGITOS'
                TO WSS-MOTIVO-ERRO
              PERFORM ROT-REGISTRA-ERRO
                 THRU ROT-REGISTRA-ERRO-EXIT
              GO TO ROT-VALIDA-CODIGO-EXIT
           END-IF.

           IF WSS-CSV-CODIGO (1:WSS-TAM-CODIGO) NOT NUMERIC
              MOVE 'CODIGO NAO NUMERICO'
                TO WSS-MOTIVO-ERRO
              PERFORM ROT-REGISTRA-ERRO
                 THRU ROT-REGISTRA-ERRO-EXIT
              GO TO ROT-VALIDA-CODIGO-EXIT
           END-IF.

           MOVE WSS-CSV-CODIGO (1:WSS-TAM-CODIGO) TO WSS-CODIGO.

           IF WSS-CODIGO = ZERO
              MOVE 'CODIGO ZERADO'
                TO WSS-MOTIVO-ERRO
              PERFORM ROT-REGISTRA-ERRO
                 THRU ROT-REGISTRA-ERRO-EXIT
              GO TO ROT-VALIDA-CODIGO-EXIT
           END-IF.

           MOVE 'S' TO WSS-CODIGO-VALIDO.
           ADD WSS-CODIGO TO WSS-HASH-ARQUIVO.

           PERFORM ROT-VERIFICA-REPETICAO
              THRU ROT-VERIFICA-REPETICAO-EXIT.

           MOVE WSS-CODIGO TO CATB0001-CODIGO.

           READ CATET001
              KEY IS CATB0001-CODIGO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'S' TO WSS-ACHOU-MESTRE
           END-READ.

           IF ACAO-INCLUSAO
              AND ACHOU-MESTRE
              MOVE 'INCLUSAO DE CODIGO JA CADASTRADO NO CATALOGO'
                TO WSS-MOTIVO-ERRO
              PERFORM ROT-REGISTRA-ERRO
                 THRU ROT-REGISTRA-ERRO-EXIT
           END-IF.

           IF (ACAO-ALTERACAO OR ACAO-EXCLUSAO OR ACAO-SITUACAO)
              AND NOT ACHOU-MESTRE
              MOVE 'CODIGO SEM CADASTRO NO CATALOGO'
                TO WSS-MOTIVO-ERRO
              PERFORM ROT-REGISTRA-ERRO
                 THRU ROT-REGISTRA-ERRO-EXIT
           END-IF.

       ROT-VALIDA-CODIGO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * PROCURA O CODIGO ENTRE OS JA VISTOS NO ARQUIVO - DOIS      *
      * MOVIMENTOS DO MESMO CODIGO NO MESMO LOTE TERIAM O RESULTADO*
      * DEPENDENTE DA ORDEM DE APLICACAO                           *
      *-----------------------------------------------------------*
       ROT-VERIFICA-REPETICAO.

           MOVE ZERO TO WSS-IDX-CODIGO-ACHADO.

           PERFORM ROT-PROCURA-CODIGO
              THRU ROT-PROCURA-CODIGO-EXIT
              VARYING WSS-IDX-CODIGO FROM 1 BY 1
              UNTIL WSS-IDX-CODIGO > WSS-QTD-CODIGOS
                 OR WSS-IDX-CODIGO-ACHADO > ZERO.

           IF WSS-IDX-CODIGO-ACHADO > ZERO
              MOVE SPACES TO WSS-MOTIVO-ERRO
              STRING 'CODIGO REPETIDO NO ARQUIVO - VIDE LINHA '
                     WSS-TAB-LINHA (WSS-IDX-CODIGO-ACHADO)
                     DELIMITED BY SIZE
                INTO WSS-MOTIVO-ERRO
              END-STRING
              PERFORM ROT-REGISTRA-ERRO
                 THRU ROT-REGISTRA-ERRO-EXIT
              GO TO ROT-VERIFICA-REPETICAO-EXIT
           END-IF.

           IF WSS-QTD-CODIGOS < WSS-MAX-CODIGOS
              ADD 1 TO WSS-QTD-CODIGOS
              MOVE WSS-CODIGO    TO WSS-TAB-CODIGO (WSS-QTD-CODIGOS)
              MOVE WSS-NUM-LINHA TO WSS-TAB-LINHA (WSS-QTD-CODIGOS)
           ELSE
              MOVE 'ARQUIVO EXCEDE O LIMITE DE 5000 CODIGOS'
                TO WSS-MOTIVO-ERRO
              PERFORM ROT-REGISTRA-ERRO
                 THRU ROT-REGISTRA-ERRO-EXIT
           END-IF.

       ROT-VERIFICA-REPETICAO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * COMPARA UMA ENTRADA DA TABELA DE CODIGOS COM O DA LINHA    *
      *-----------------------------------------------------------*
       ROT-PROCURA-CODIGO.

           IF WSS-TAB-CODIGO (WSS-IDX-CODIGO) = WSS-CODIGO
              MOVE WSS-IDX-CODIGO TO WSS-IDX-CODIGO-ACHADO
           END-IF.

       ROT-PROCURA-CODIGO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * DESCRICAO - OBRIGATORIA NA INCLUSAO, ATE 30 POSICOES       *
      *-----------------------------------------------------------*
       ROT-VALIDA-DESCRICAO.

           IF WSS-TAM-DESCRICAO > 30
              MOVE 'DESCRICAO COM MAIS DE 30 POSICOES'
                TO WSS-MOTIVO-ERRO
              PERFORM ROT-REGISTRA-ERRO
                 THRU ROT-REGISTRA-ERRO-EXIT
              GO TO ROT-VALIDA-DESCRICAO-EXIT
           END-IF.

           IF ACAO-INCLUSAO
              AND WSS-CSV-DESCRICAO = SPACES
              MOVE 'DESCRICAO OBRIGATORIA NA INCLUSAO'
                TO WSS-MOTIVO-ERRO
              PERFORM ROT-REGISTRA-ERRO
                 THRU ROT-REGISTRA-ERRO-EXIT
           END-IF.

       ROT-VALIDA-DESCRICAO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * TIPO - OBRIGATORIO NA INCLUSAO; QUANDO INFORMADO, DEVE     *
      * EXISTIR ATIVO NO CADASTRO DE CATEGORIAS (CATTIPO), COM A   *
      * MESMA REGRA DO ROT-VALIDA-TIPO DO COBOL006                 *
      *-----------------------------------------------------------*
       ROT-VALIDA-TIPO.

           IF WSS-CSV-TIPO = SPACES
              IF ACAO-INCLUSAO
                 MOVE 'TIPO OBRIGATORIO NA INCLUSAO'
                   TO WSS-MOTIVO-ERRO
                 PERFORM ROT-REGISTRA-ERRO
                    THRU ROT-REGISTRA-ERRO-EXIT
              END-IF
              GO TO ROT-VALIDA-TIPO-EXIT
           END-IF.

           IF WSS-TAM-TIPO NOT = 1
              MOVE 'TIPO DEVE TER UMA POSICAO'
                TO WSS-MOTIVO-ERRO
              PERFORM ROT-REGISTRA-ERRO
                 THRU ROT-REGISTRA-ERRO-EXIT
              GO TO ROT-VALIDA-TIPO-EXIT
           END-IF.

           IF WSS-QTD-TIPOS = ZERO
              GO TO ROT-VALIDA-TIPO-EXIT
           END-IF.

           MOVE WSS-CSV-TIPO (1:1) TO WSS-TIPO-PROCURADO.
           MOVE ZERO               TO WSS-IDX-TIPO-ACHADO.

           PERFORM ROT-PROCURA-TIPO
              THRU ROT-PROCURA-TIPO-EXIT
              VARYING WSS-IDX-TIPO FROM 1 BY 1
              UNTIL WSS-IDX-TIPO > WSS-QTD-TIPOS
                 OR WSS-IDX-TIPO-ACHADO > ZERO.

           IF WSS-IDX-TIPO-ACHADO = ZERO
              MOVE 'TIPO SEM CADASTRO NO CATTIPO'
                TO WSS-MOTIVO-ERRO
              PERFORM ROT-REGISTRA-ERRO
                 THRU ROT-REGISTRA-ERRO-EXIT
              GO TO ROT-VALIDA-TIPO-EXIT
           END-IF.

           IF WSS-TIPO-ATIVO (WSS-IDX-TIPO-ACHADO) NOT = 'S'
              MOVE 'TIPO INATIVO NO CATTIPO'
                TO WSS-MOTIVO-ERRO
              PERFORM ROT-REGISTRA-ERRO
                 THRU ROT-REGISTRA-ERRO-EXIT
           END-IF.

       ROT-VALIDA-TIPO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * COMPARA UMA ENTRADA DA TABELA DE CATEGORIAS COM O TIPO     *
      * PROCURADO                                                  *
      *-----------------------------------------------------------*
       ROT-PROCURA-TIPO.

           IF WSS-TIPO-LETRA (WSS-IDX-TIPO) = WSS-TIPO-PROCURADO
              MOVE WSS-IDX-TIPO TO WSS-IDX-TIPO-ACHADO
           END-IF.

       ROT-PROCURA-TIPO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * VALOR - OBRIGATORIO NA INCLUSAO; CONVERTIDO CARACTER A     *
      * CARACTER PARA 9(07)V99. NA ALTERACAO DE ITEM BLOQUEADO O   *
      * VALOR NAO PODE MUDAR (MESMA TRAVA DO COBOL006)             *
      *-----------------------------------------------------------*
       ROT-VALIDA-VALOR.

           MOVE ZERO TO WSS-VALOR.

           IF WSS-CSV-VALOR = SPACES
              IF ACAO-INCLUSAO
                 MOVE 'VALOR OBRIGATORIO NA INCLUSAO'
                   TO WSS-MOTIVO-ERRO
                 PERFORM ROT-REGISTRA-ERRO
                    THRU ROT-REGISTRA-ERRO-EXIT
              END-IF
              GO TO ROT-VALIDA-VALOR-EXIT
           END-IF.

           MOVE 'S'  TO WSS-VALOR-CORRETO.
           MOVE 'N'  TO WSS-TEM-SEPARADOR.
           MOVE ZERO TO WSS-VALOR-INTEIRO
                        WSS-VALOR-CENTAVOS
                        WSS-QTD-INTEIROS
                        WSS-QTD-DECIMAIS.

           IF WSS-TAM-VALOR > 15
              MOVE 'N' TO WSS-VALOR-CORRETO
           ELSE
              PERFORM ROT-ANALISA-CARACTER
                 THRU ROT-ANALISA-CARACTER-EXIT
                 VARYING WSS-IDX-CAR FROM 1 BY 1
                 UNTIL WSS-IDX-CAR > WSS-TAM-VALOR
                    OR NOT VALOR-CORRETO
           END-IF.

           IF WSS-QTD-INTEIROS = ZERO
              AND WSS-QTD-DECIMAIS = ZERO
              MOVE 'N' TO WSS-VALOR-CORRETO
           END-IF.

           IF NOT VALOR-CORRETO
              MOVE 'VALOR INVALIDO - ATE 9999999,99 SEM MILHAR'
                TO WSS-MOTIVO-ERRO
              PERFORM ROT-REGISTRA-ERRO
                 THRU ROT-REGISTRA-ERRO-EXIT
              GO TO ROT-VALIDA-VALOR-EXIT
           END-IF.

           COMPUTE WSS-VALOR =
              WSS-VALOR-INTEIRO + (WSS-VALOR-CENTAVOS / 100).

           IF ACAO-ALTERACAO
              AND ACHOU-MESTRE
              AND CATB0001-ITEM-BLOQUEADO
              AND WSS-VALOR NOT = CATB0001-VALOR
              MOVE 'ITEM BLOQUEADO - VALOR NAO MUDA'
                TO WSS-MOTIVO-ERRO
              PERFORM ROT-REGISTRA-ERRO
                 THRU ROT-REGISTRA-ERRO-EXIT
           END-IF.

       ROT-VALIDA-VALOR-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * TRATA UM CARACTER DO VALOR - DIGITO, UM UNICO SEPARADOR    *
      * DECIMAL (VIRGULA OU PONTO) OU BRANCO; O RESTO E INVALIDO   *
      *-----------------------------------------------------------*
       ROT-ANALISA-CARACTER.

           MOVE WSS-CSV-VALOR (WSS-IDX-CAR:1) TO WSS-CARACTER.

           IF WSS-CARACTER = SPACE
              GO TO ROT-ANALISA-CARACTER-EXIT
           END-IF.

           IF WSS-CARACTER = ',' OR WSS-CARACTER = '.'
              IF TEM-SEPARADOR
                 MOVE 'N' TO WSS-VALOR-CORRETO
              ELSE
                 MOVE 'S' TO WSS-TEM-SEPARADOR
              END-IF
              GO TO ROT-ANALISA-CARACTER-EXIT
           END-IF.

           IF WSS-CARACTER NOT NUMERIC
              MOVE 'N' TO WSS-VALOR-CORRETO
              GO TO ROT-ANALISA-CARACTER-EXIT
           END-IF.

           MOVE WSS-CARACTER TO WSS-DIGITO.

           IF NOT TEM-SEPARADOR
              IF WSS-QTD-INTEIROS = 7
                 MOVE 'N' TO WSS-VALOR-CORRETO
              ELSE
                 ADD 1 TO WSS-QTD-INTEIROS
                 COMPUTE WSS-VALOR-INTEIRO =
                    WSS-VALOR-INTEIRO * 10 + WSS-DIGITO
              END-IF
              GO TO ROT-ANALISA-CARACTER-EXIT
           END-IF.

           ADD 1 TO WSS-QTD-DECIMAIS.

           IF WSS-QTD-DECIMAIS = 1
              COMPUTE WSS-VALOR-CENTAVOS = WSS-DIGITO * 10
           ELSE
              IF WSS-QTD-DECIMAIS = 2
                 ADD WSS-DIGITO TO WSS-VALOR-CENTAVOS
              ELSE
                 MOVE 'N' TO WSS-VALOR-CORRETO
              END-IF
           END-IF.

       ROT-ANALISA-CARACTER-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * MOEDA - EM BRANCO (MOEDA LOCAL NA INCLUSAO, PRESERVADA NA  *
      * ALTERACAO) OU TRES LETRAS DO CODIGO ISO                    *
      *-----------------------------------------------------------*
       ROT-VALIDA-MOEDA.

           IF WSS-CSV-MOEDA = SPACES
              GO TO ROT-VALIDA-MOEDA-EXIT
           END-IF.

           MOVE ZERO TO WSS-QTD-BRANCOS.

           INSPECT WSS-CSV-MOEDA (1:3)
              TALLYING WSS-QTD-BRANCOS FOR ALL SPACE.

           IF WSS-TAM-MOEDA NOT = 3
              OR WSS-CSV-MOEDA (1:3) NOT ALPHABETIC-UPPER
              OR WSS-QTD-BRANCOS > ZERO
              MOVE 'MOEDA DEVE TER 3 LETRAS MAIUSCULAS (ISO)'
                TO WSS-MOTIVO-ERRO
              PERFORM ROT-REGISTRA-ERRO
                 THRU ROT-REGISTRA-ERRO-EXIT
           END-IF.

       ROT-VALIDA-MOEDA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * DATA EFETIVA - EM BRANCO OU ZEROS VALE EFETIVACAO          *
      * IMEDIATA; INFORMADA, AAAAMMDD VALIDA NO CHKDATA E NAO      *
      * ANTERIOR A DATA DO CICLO DESTINO                           *
      *-----------------------------------------------------------*
       ROT-VALIDA-DATA-EFETIVA.

           MOVE ZERO TO WSS-DATA-EFETIVA.

           IF WSS-CSV-DATA-EFETIVA = SPACES
              GO TO ROT-VALIDA-DATA-EFETIVA-EXIT
           END-IF.

           IF WSS-TAM-DATA-EFETIVA NOT = 8
              OR WSS-CSV-DATA-EFETIVA (1:8) NOT NUMERIC
              MOVE 'DATA EFETIVA DEVE SER AAAAMMDD'
                TO WSS-MOTIVO-ERRO
              PERFORM ROT-REGISTRA-ERRO
                 THRU ROT-REGISTRA-ERRO-EXIT
              GO TO ROT-VALIDA-DATA-EFETIVA-EXIT
           END-IF.

           MOVE WSS-CSV-DATA-EFETIVA (1:8) TO WSS-DATA-EFETIVA.

           IF WSS-DATA-EFETIVA = ZERO
              GO TO ROT-VALIDA-DATA-EFETIVA-EXIT
           END-IF.

           MOVE WSS-DATA-EFETIVA TO LKS-CD-DATA.

           CALL 'CHKDATA' USING LKS-CHECK-DATE.

           IF LKS-CD-INVALIDA
              MOVE 'DATA EFETIVA INVALIDA'
                TO WSS-MOTIVO-ERRO
              PERFORM ROT-REGISTRA-ERRO
                 THRU ROT-REGISTRA-ERRO-EXIT
              GO TO ROT-VALIDA-DATA-EFETIVA-EXIT
           END-IF.

           IF WSS-DATA-EFETIVA < LKS-DATA-EXECUCAO
              MOVE 'DATA EFETIVA ANTERIOR AO CICLO DESTINO'
                TO WSS-MOTIVO-ERRO
              PERFORM ROT-REGISTRA-ERRO
                 THRU ROT-REGISTRA-ERRO-EXIT
           END-IF.

       ROT-VALIDA-DATA-EFETIVA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * SITUACAO - OBRIGATORIA NA ACAO 'S', OPCIONAL NA INCLUSAO   *
      * (BRANCO ENTRA ATIVA) E RECUSADA NA ALTERACAO, QUE NAO A    *
      * APLICA NO COBOL006; VALORES A/B/D/P                        *
      *-----------------------------------------------------------*
       ROT-VALIDA-SITUACAO.

           IF WSS-CSV-SITUACAO = SPACES
              IF ACAO-SITUACAO
                 MOVE 'SITUACAO OBRIGATORIA NA ACAO S'
                   TO WSS-MOTIVO-ERRO
                 PERFORM ROT-REGISTRA-ERRO
                    THRU ROT-REGISTRA-ERRO-EXIT
              END-IF
              GO TO ROT-VALIDA-SITUACAO-EXIT
           END-IF.

           IF ACAO-ALTERACAO
              MOVE 'SITUACAO SO E MUDADA PELA ACAO S'
                TO WSS-MOTIVO-ERRO
              PERFORM ROT-REGISTRA-ERRO
                 THRU ROT-REGISTRA-ERRO-EXIT
              GO TO ROT-VALIDA-SITUACAO-EXIT
           END-IF.

           IF WSS-TAM-SITUACAO NOT = 1
              OR (WSS-CSV-SITUACAO (1:1) NOT = 'A'
                  AND WSS-CSV-SITUACAO (1:1) NOT = 'B'
                  AND WSS-CSV-SITUACAO (1:1) NOT = 'D'
                  AND WSS-CSV-SITUACAO (1:1) NOT = 'P')
              MOVE 'SITUACAO INVALIDA - USAR A, B, D OU P'
                TO WSS-MOTIVO-ERRO
              PERFORM ROT-REGISTRA-ERRO
                 THRU ROT-REGISTRA-ERRO-EXIT
           END-IF.

       ROT-VALIDA-SITUACAO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CONTA O ERRO DA LINHA E, NA FASE DA PROVA, IMPRIME O       *
      * NUMERO DA LINHA, O CODIGO COMO VEIO E O MOTIVO             *
      *-----------------------------------------------------------*
       ROT-REGISTRA-ERRO.

           ADD 1 TO WSS-ERROS-LINHA.
           ADD 1 TO WSS-CONT-ERROS.

           IF NOT FASE-PROVA
              GO TO ROT-REGISTRA-ERRO-EXIT
           END-IF.

           MOVE WSS-NUM-LINHA      TO WSS-ERR-LINHA.
           MOVE WSS-CSV-CODIGO     TO WSS-ERR-CODIGO.
           MOVE WSS-CSV-ACAO (1:1) TO WSS-ERR-ACAO.
           MOVE WSS-MOTIVO-ERRO    TO WSS-ERR-MOTIVO.

           MOVE WSS-LINHA-ERRO TO WSS-LINHA-PENDENTE.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

       ROT-REGISTRA-ERRO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * FIM DA PROVA - IMPRIME OS TOTAIS E DECIDE SE O LOTE PODE   *
      * SER GRAVADO: PROVA LIMPA, OU COM ERROS E CARTAO CSVAPROV   *
      * COM OS MESMOS TOTAIS E RESPONSAVEL DIFERENTE DO USUARIO    *
      * QUE SUBMETEU (SO AS LINHAS SEM ERRO SAO GRAVADAS)          *
      *-----------------------------------------------------------*
       ROT-DECIDE-GRAVACAO.

           MOVE WSS-CONT-LINHAS      TO WSS-PROVA-LINHAS.
           MOVE WSS-CONT-LINHAS-ERRO TO WSS-PROVA-LINHAS-ERRO.
           MOVE WSS-CONT-VALIDAS     TO WSS-PROVA-VALIDAS.
           MOVE WSS-HASH-ARQUIVO     TO WSS-PROVA-HASH.

           PERFORM ROT-IMPRIME-TOTAIS
              THRU ROT-IMPRIME-TOTAIS-EXIT.

           IF FIM-CARGA
              MOVE 'LEITURA DO CATCSV INTERROMPIDA - NADA GRAVADO'
                TO WSS-RESULTADO
              GO TO ROT-DECIDE-GRAVACAO-EXIT
           END-IF.

           IF WSS-PROVA-VALIDAS = ZERO
              MOVE 'NENHUMA LINHA VALIDA - NADA GRAVADO'
                TO WSS-RESULTADO
              IF WSS-PROVA-LINHAS-ERRO > ZERO
                 MOVE RC-REJEITOS-ENCONTRADOS TO WSS-RETORNO-FINAL
              END-IF
              GO TO ROT-DECIDE-GRAVACAO-EXIT
           END-IF.

           IF LKS-MODO-SIMULACAO
              MOVE 'SIMULACAO - SO A PROVA, NADA GRAVADO'
                TO WSS-RESULTADO
              IF WSS-PROVA-LINHAS-ERRO > ZERO
                 MOVE RC-REJEITOS-ENCONTRADOS TO WSS-RETORNO-FINAL
              END-IF
              GO TO ROT-DECIDE-GRAVACAO-EXIT
           END-IF.

           IF WSS-PROVA-LINHAS-ERRO = ZERO
              MOVE 'S' TO WSS-GRAVACAO
              MOVE 'PROVA LIMPA - LOTE GRAVADO NO CSVMOVTO'
                TO WSS-RESULTADO
              GO TO ROT-DECIDE-GRAVACAO-EXIT
           END-IF.

           PERFORM ROT-CONFERE-APROVACAO
              THRU ROT-CONFERE-APROVACAO-EXIT.

           IF GRAVACAO-LIBERADA
              MOVE RC-REJEITOS-ENCONTRADOS TO WSS-RETORNO-FINAL
              MOVE 'PROVA APROVADA - SO AS LINHAS SEM ERRO GRAVADAS'
                TO WSS-RESULTADO
           ELSE
              MOVE RC-PROVA-NAO-APROVADA TO WSS-RETORNO-FINAL
              MOVE 'PROVA COM ERROS SEM APROVACAO - NADA GRAVADO'
                TO WSS-RESULTADO
           END-IF.

       ROT-DECIDE-GRAVACAO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE O CARTAO DE APROVACAO, SE PRESENTE, E O CONFERE COM OS  *
      * TOTAIS DESTA PROVA                                         *
      *-----------------------------------------------------------*
       ROT-CONFERE-APROVACAO.

           OPEN INPUT CSVAPROV.

           IF FLG-CSVAPROV NOT = '00'
              DISPLAY '*** CSVAPROV INDISPONIVEL - PROVA NAO APROVADA'
              GO TO ROT-CONFERE-APROVACAO-EXIT
           END-IF.

           READ CSVAPROV
              AT END
                 CONTINUE
           END-READ.

           CLOSE CSVAPROV.

           IF FLG-CSVAPROV NOT = '00'
              DISPLAY '*** CSVAPROV VAZIO - PROVA NAO APROVADA'
              GO TO ROT-CONFERE-APROVACAO-EXIT
           END-IF.

           IF CSVAPROV-QTDE-LINHAS NOT = WSS-PROVA-LINHAS
              OR CSVAPROV-QTDE-ERROS NOT = WSS-PROVA-LINHAS-ERRO
              OR CSVAPROV-HASH NOT = WSS-PROVA-HASH
              DISPLAY '*** CSVAPROV NAO CONFERE COM A PROVA'
              DISPLAY '*** LINHAS CARTAO = ' CSVAPROV-QTDE-LINHAS
                      ' PROVA = ' WSS-PROVA-LINHAS
              DISPLAY '*** ERROS  CARTAO = ' CSVAPROV-QTDE-ERROS
                      ' PROVA = ' WSS-PROVA-LINHAS-ERRO
              DISPLAY '*** HASH   CARTAO = ' CSVAPROV-HASH
                      ' PROVA = ' WSS-PROVA-HASH
              GO TO ROT-CONFERE-APROVACAO-EXIT
           END-IF.

           IF CSVAPROV-RESPONSAVEL = SPACES
              OR CSVAPROV-RESPONSAVEL = WSS-USUARIO
              DISPLAY '*** CSVAPROV SEM RESPONSAVEL OU APROVADO PELO'
              DISPLAY '*** PROPRIO USUARIO DA SUBMISSAO = '
                       CSVAPROV-RESPONSAVEL
              GO TO ROT-CONFERE-APROVACAO-EXIT
           END-IF.

           DISPLAY '*** PROVA APROVADA POR ' CSVAPROV-RESPONSAVEL.
           MOVE 'S' TO WSS-GRAVACAO.

       ROT-CONFERE-APROVACAO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * SEGUNDA PASSADA SOBRE O CATCSV - REFAZ A MESMA CRITICA E   *
      * GRAVA AS LINHAS SEM ERRO ENTRE O HEADER (DATA DO CICLO     *
      * DESTINO + USUARIO) E O TRAILER (QUANTIDADE + HASH)         *
      *-----------------------------------------------------------*
       ROT-GRAVA-LOTE.

           CLOSE CATCSV.

           OPEN INPUT CATCSV.

           IF FLG-CATCSV NOT = '00'
              DISPLAY '*** ERRO NA REABERTURA DO CATCSV *** FLG = '
                       FLG-CATCSV
              MOVE RC-PROVA-NAO-APROVADA TO WSS-RETORNO-FINAL
              MOVE 'REABERTURA DO CATCSV FALHOU - NADA GRAVADO'
                TO WSS-RESULTADO
              GO TO ROT-GRAVA-LOTE-EXIT
           END-IF.

           OPEN OUTPUT CSVMOVTO.

           IF FLG-CSVMOVTO NOT = '00'
              DISPLAY '*** ERRO NA ABERTURA DO CSVMOVTO *** FLG = '
                       FLG-CSVMOVTO
              MOVE RC-PROVA-NAO-APROVADA TO WSS-RETORNO-FINAL
              MOVE 'ABERTURA DO CSVMOVTO FALHOU - NADA GRAVADO'
                TO WSS-RESULTADO
              GO TO ROT-GRAVA-LOTE-EXIT
           END-IF.

           MOVE 'G'  TO WSS-FASE.
           MOVE 'N'  TO WSS-FIM-CATCSV.
           MOVE ZERO TO WSS-NUM-LINHA
                        WSS-CONT-LINHAS
                        WSS-CONT-LINHAS-ERRO
                        WSS-CONT-ERROS
                        WSS-CONT-VALIDAS
                        WSS-HASH-ARQUIVO
                        WSS-QTD-CODIGOS.

           MOVE SPACES            TO CATB0001M.
           MOVE 'HEADR'           TO CATB0001M-HDR-INDICADOR.
           MOVE LKS-DATA-EXECUCAO TO CATB0001M-HDR-DATA-CICLO.
           MOVE WSS-USUARIO       TO CATB0001M-HDR-ORIGEM.
           WRITE CATB0001M.

           PERFORM ROT-PROCESSA-LINHA
              THRU ROT-PROCESSA-LINHA-EXIT
              UNTIL FIM-CATCSV.

           MOVE SPACES            TO CATB0001M.
           MOVE 'TRAIL'           TO CATB0001M-TRL-INDICADOR.
           MOVE WSS-CONT-GRAVADOS TO CATB0001M-TRL-QTDE.
           MOVE WSS-LOTE-HASH     TO CATB0001M-TRL-HASH.
           WRITE CATB0001M.

           CLOSE CSVMOVTO.

           IF WSS-CONT-GRAVADOS NOT = WSS-PROVA-VALIDAS
              DISPLAY '*** GRAVADOS = ' WSS-CONT-GRAVADOS
                      ' VALIDOS NA PROVA = ' WSS-PROVA-VALIDAS
              MOVE RC-INTERFACE-TOTAIS-DIVERGEM TO WSS-RETORNO-FINAL
              MOVE 'GRAVACAO DIVERGE DA PROVA - LOTE A EXPURGAR'
                TO WSS-RESULTADO
           END-IF.

       ROT-GRAVA-LOTE-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * MONTA E GRAVA O MOVIMENTO CATB0001M DA LINHA - NA          *
      * ALTERACAO OS CAMPOS EM BRANCO VEM DO REGISTRO VIGENTE DO   *
      * KSDS, COMO NO COBOL031                                     *
      *-----------------------------------------------------------*
       ROT-GRAVA-MOVIMENTO.

           MOVE SPACES           TO CATB0001M.
           MOVE WSS-ACAO         TO CATB0001M-ACAO.
           MOVE WSS-CODIGO       TO CATB0001M-CODIGO.
           MOVE ZERO             TO CATB0001M-VALOR.
           MOVE ZERO             TO CATB0001M-DATA-CADASTRO.
           MOVE WSS-DATA-EFETIVA TO CATB0001M-DATA-EFETIVA.

           IF ACAO-ALTERACAO
              MOVE CATB0001-DESCRICAO     TO CATB0001M-DESCRICAO
              MOVE CATB0001-TIPO          TO CATB0001M-TIPO
              MOVE CATB0001-VALOR         TO CATB0001M-VALOR
              MOVE CATB0001-DATA-CADASTRO TO CATB0001M-DATA-CADASTRO
           END-IF.

           IF ACAO-INCLUSAO
              IF WSS-DATA-EFETIVA > ZERO
                 MOVE WSS-DATA-EFETIVA  TO CATB0001M-DATA-CADASTRO
              ELSE
                 MOVE LKS-DATA-EXECUCAO TO CATB0001M-DATA-CADASTRO
              END-IF
           END-IF.

           IF ACAO-INCLUSAO OR ACAO-ALTERACAO
              IF WSS-CSV-DESCRICAO NOT = SPACES
                 MOVE WSS-CSV-DESCRICAO  TO CATB0001M-DESCRICAO
              END-IF
              IF WSS-CSV-TIPO NOT = SPACES
                 MOVE WSS-CSV-TIPO (1:1) TO CATB0001M-TIPO
              END-IF
              IF WSS-CSV-VALOR NOT = SPACES
                 MOVE WSS-VALOR          TO CATB0001M-VALOR
              END-IF
              MOVE WSS-CSV-MOEDA (1:3)   TO CATB0001M-MOEDA
           END-IF.

           IF ACAO-INCLUSAO OR ACAO-SITUACAO
              MOVE WSS-CSV-SITUACAO (1:1) TO CATB0001M-SITUACAO
           END-IF.

           WRITE CATB0001M.

           ADD 1          TO WSS-CONT-GRAVADOS.
           ADD WSS-CODIGO TO WSS-LOTE-HASH.

       ROT-GRAVA-MOVIMENTO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME OS TOTAIS DE CONTROLE DA PROVA E A IMAGEM DO       *
      * CARTAO CSVAPROV QUE A APROVA                               *
      *-----------------------------------------------------------*
       ROT-IMPRIME-TOTAIS.

           MOVE SPACES TO WSS-LINHA-PENDENTE.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           MOVE 'LINHAS DE MOVIMENTO LIDAS'   TO WSS-TOT-DESCRICAO.
           MOVE WSS-PROVA-LINHAS              TO WSS-TOT-QTDE.
           MOVE WSS-LINHA-TOTAL               TO WSS-LINHA-PENDENTE.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           MOVE 'LINHAS SEM ERRO'             TO WSS-TOT-DESCRICAO.
           MOVE WSS-PROVA-VALIDAS             TO WSS-TOT-QTDE.
           MOVE WSS-LINHA-TOTAL               TO WSS-LINHA-PENDENTE.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           MOVE 'LINHAS COM ERRO'             TO WSS-TOT-DESCRICAO.
           MOVE WSS-PROVA-LINHAS-ERRO         TO WSS-TOT-QTDE.
           MOVE WSS-LINHA-TOTAL               TO WSS-LINHA-PENDENTE.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           MOVE 'TOTAL DE ERROS APONTADOS'    TO WSS-TOT-DESCRICAO.
           MOVE WSS-CONT-ERROS                TO WSS-TOT-QTDE.
           MOVE WSS-LINHA-TOTAL               TO WSS-LINHA-PENDENTE.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           MOVE WSS-PROVA-HASH                TO WSS-HSH-HASH.
           MOVE WSS-LINHA-HASH                TO WSS-LINHA-PENDENTE.

           PERFORM ROT-IMPRIME-LINHA
              THRU ROT-IMPRIME-LINHA-EXIT.

           IF WSS-PROVA-LINHAS-ERRO > ZERO
              MOVE WSS-PROVA-LINHAS           TO WSS-CRT-LINHAS
              MOVE WSS-PROVA-LINHAS-ERRO      TO WSS-CRT-ERROS
              MOVE WSS-PROVA-HASH             TO WSS-CRT-HASH
              MOVE WSS-LINHA-CARTAO           TO WSS-LINHA-PENDENTE
              PERFORM ROT-IMPRIME-LINHA
                 THRU ROT-IMPRIME-LINHA-EXIT
           END-IF.

       ROT-IMPRIME-TOTAIS-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME O CABECALHO DE UMA NOVA PAGINA DA PROVA, COM O     *
      * USUARIO, O CICLO DESTINO E OS TITULOS DAS COLUNAS          *
      *-----------------------------------------------------------*
       ROT-IMPRIME-CABECALHO.

           ADD 1 TO WSS-NUM-PAGINA.

           MOVE WSS-NUM-PAGINA      TO WSS-CAB-PAGINA.
           MOVE WSS-LINHA-CABECALHO TO RELCSV001-LINHA.

           IF FLG-RELCSV001 = '00'
              WRITE RELCSV001-LINHA
              MOVE WSS-LINHA-IDENTIFICACAO TO RELCSV001-LINHA
              WRITE RELCSV001-LINHA
              MOVE WSS-LINHA-TITULOS       TO RELCSV001-LINHA
              WRITE RELCSV001-LINHA
           END-IF.

           MOVE ZERO TO WSS-LINHAS-PAGINA.

       ROT-IMPRIME-CABECALHO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * IMPRIME A LINHA MONTADA EM WSS-LINHA-PENDENTE, QUEBRANDO A *
      * PAGINA QUANDO O LIMITE DE LINHAS FOR ATINGIDO              *
      *-----------------------------------------------------------*
       ROT-IMPRIME-LINHA.

           IF WSS-LINHAS-PAGINA NOT < WSS-MAX-LINHAS
              PERFORM ROT-IMPRIME-CABECALHO
                 THRU ROT-IMPRIME-CABECALHO-EXIT
           END-IF.

           MOVE WSS-LINHA-PENDENTE TO RELCSV001-LINHA.

           IF FLG-RELCSV001 = '00'
              WRITE RELCSV001-LINHA
           END-IF.

           ADD 1 TO WSS-LINHAS-PAGINA.

       ROT-IMPRIME-LINHA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * FECHA OS ARQUIVOS, IMPRIME O RESULTADO E DEVOLVE O RETORNO *
      *-----------------------------------------------------------*
       ROT-ENCERRAMENTO.

           IF WSS-RESULTADO NOT = SPACES
              MOVE WSS-RESULTADO       TO WSS-RES-TEXTO
              MOVE WSS-LINHA-RESULTADO TO WSS-LINHA-PENDENTE
              PERFORM ROT-IMPRIME-LINHA
                 THRU ROT-IMPRIME-LINHA-EXIT
           END-IF.

           CLOSE CATCSV.
           CLOSE CATET001.
           CLOSE RELCSV001.

           MOVE WSS-RETORNO-FINAL TO RETURN-CODE.

           DISPLAY '***************************************'.
           DISPLAY '* LINHAS DE MOVIMENTO   = ' WSS-PROVA-LINHAS.
           DISPLAY '* LINHAS COM ERRO       = '
                    WSS-PROVA-LINHAS-ERRO.
           DISPLAY '* MOVIMENTOS GRAVADOS   = ' WSS-CONT-GRAVADOS.
           DISPLAY '* ORIGEM DO LOTE        = ' WSS-USUARIO.
           DISPLAY '* ' WSS-RESULTADO.
           DISPLAY '* RETURN-CODE           = ' WSS-RETORNO-FINAL.
           DISPLAY '***************************************'.

       ROT-ENCERRAMENTO-EXIT.

           EXIT.

       END PROGRAM COBOL063.

      ********************* FIM DO PROGRAMA ****************************
