      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : MASCARAMENTO DOS ARQUIVOS DA FOLHA PARA AS COPIAS
      *            DO AMBIENTE DE TESTE - LE O EXTRATO DE FOLHA
      *            (FOPAG001), O CADASTRO DE ENDERECOS (ENDFUNC), O
      *            HISTORICO DE SALARIOS (SALHIST) E O HISTORICO DE
      *            ELEGIBILIDADE (ELEGHIST, DESCARREGADO DO KSDS) E
      *            GRAVA AS COPIAS MASCARADAS, QUE O JCL (MASCAR01)
      *            ORDENA E CATALOGA SOB O QUALIFICADOR DE TESTE:
      *            - MATRICULA SUBSTITUTA CALCULADA POR PERMUTACAO
      *              (MULTIPLICADOR PRIMO + CHAVE DO PARM, MODULO
      *              999999) - A MESMA MATRICULA REAL DA SEMPRE A
      *              MESMA SUBSTITUTA NOS QUATRO ARQUIVOS E DUAS
      *              REAIS NUNCA DAO A MESMA SUBSTITUTA, ENTAO OS
      *              CASAMENTOS DO COBOL034/020/036/038 CONTINUAM;
      *            - NOME E ENDERECO TROCADOS POR TEXTO DE TESTE COM
      *              A MATRICULA SUBSTITUTA (UF MANTIDA);
      *            - DATA DE NASCIMENTO COM ANO E MES MANTIDOS E DIA
      *              DESLOCADO SEM CRUZAR O ANIVERSARIO EM RELACAO A
      *              DATA DE REFERENCIA DO PARM - A IDADE CALCULADA
      *              NESSA DATA (E NAS PROJECOES ANUAIS) E A MESMA
      *              DA PRODUCAO; SEXO, ANOS DE CONTRIBUICAO,
      *              DEPARTAMENTO E VEREDITOS NAO SAO TOCADOS, ENTAO
      *              A ELEGIBILIDADE SAI IGUAL A DA PRODUCAO;
      *            - SALARIOS MULTIPLICADOS POR UM FATOR FIXO POR
      *              MATRICULA (0,90 A 1,10), PRESERVANDO A CURVA DE
      *              CADA HISTORICO.
      *            O HEADER DO FOPAG001 SEGUE INTACTO E O TRAILER E
      *            REGERADO COM O HASH DAS MATRICULAS SUBSTITUTAS,
      *            PARA A CONCILIACAO DO COBOL027. O PROGRAMA SO RODA
      *            COM AMBIENTE 'T' NO PARM E RECUSA (RC 916) DESTINO
      *            COM NOME DE PRODUCAO, ANTES DE ABRIR QUALQUER
      *            ARQUIVO
      * CPD      : INEFE
      *****************************************************************
      * HISTORICO DE ALTERACOES
      * 15/10/2026  VRB  VERSAO ORIGINAL DO PROGRAMA
      * 15/10/2026  VRB  O QUALIFICADOR DE DESTINO DO PARM VEM DO
      *                  SIMBOLO DESTINO DO MASCAR01, O MESMO DE TODOS
      *                  OS NOMES DE DESTINO DO JOB - A RECUSA DE NOME
      *                  DE PRODUCAO VALE PARA OS ARQUIVOS GRAVADOS
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. COBOL054.
       AUTHOR. VAGNER BELLACOSA.
       DATE-WRITTEN. 15/10/26 @ 16:00:00.
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
         SELECT ENDFUNC         ASSIGN TO ENDFUNC
         FILE STATUS FLG-ENDFUNC.
      *
         SELECT SALHIST         ASSIGN TO SALHIST
         FILE STATUS FLG-SALHIST.
      *
         SELECT ELEGHIST        ASSIGN TO ELEGHIST
         FILE STATUS FLG-ELEGHIST.
      *
         SELECT FOPHDR          ASSIGN TO FOPHDR
         FILE STATUS FLG-FOPHDR.
      *
         SELECT FOPMASK         ASSIGN TO FOPMASK
         FILE STATUS FLG-FOPMASK.
      *
         SELECT FOPTRL          ASSIGN TO FOPTRL
         FILE STATUS FLG-FOPTRL.
      *
         SELECT ENDMASK         ASSIGN TO ENDMASK
         FILE STATUS FLG-ENDMASK.
      *
         SELECT SALMASK         ASSIGN TO SALMASK
         FILE STATUS FLG-SALMASK.
      *
         SELECT ELGMASK         ASSIGN TO ELGMASK
         FILE STATUS FLG-ELGMASK.
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
       FD  ENDFUNC
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
      *
           COPY "ENDB0001".
      *
       FD  SALHIST
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
      *
           COPY "SALB0001".
      *
       FD  ELEGHIST
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY "ELGB0001H".
      *
       FD  FOPHDR
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
      *
       01  FOPHDR-REGISTRO            PIC X(50).
      *
       FD  FOPMASK
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
      *
       01  FOPMASK-REGISTRO           PIC X(50).
      *
       FD  FOPTRL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
      *
       01  FOPTRL-REGISTRO            PIC X(50).
      *
       FD  ENDMASK
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
      *
       01  ENDMASK-REGISTRO           PIC X(100).
      *
       FD  SALMASK
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
      *
       01  SALMASK-REGISTRO           PIC X(50).
      *
       FD  ELGMASK
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  ELGMASK-REGISTRO           PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       77  FLG-FOPAG001               PIC X(02).
       77  FLG-ENDFUNC                PIC X(02).
       77  FLG-SALHIST                PIC X(02).
       77  FLG-ELEGHIST               PIC X(02).
       77  FLG-FOPHDR                 PIC X(02).
       77  FLG-FOPMASK                PIC X(02).
       77  FLG-FOPTRL                 PIC X(02).
       77  FLG-ENDMASK                PIC X(02).
       77  FLG-SALMASK                PIC X(02).
       77  FLG-ELGMASK                PIC X(02).
       77  WSS-TAMANHO                PIC ZZZ9.
       77  WSS-TAM-MINIMO             PIC 9(004)      VALUE 16.
       77  WSS-TAM-DESTINO            PIC 9(004)      VALUE ZERO.
       77  WSS-ABEND-CODE             PIC S9(08) COMP VALUE ZERO.
       77  WSS-ABEND-REASON           PIC S9(08) COMP VALUE ZERO.
       77  WSS-FIM-ARQUIVO            PIC X(01)   VALUE 'N'.
           88 FIM-ARQUIVO                         VALUE 'S'.
       77  WSS-TEM-TRAILER            PIC X(01)   VALUE 'N'.
       77  WSS-QTDE-PROD              PIC 9(04)   VALUE ZERO.
       77  WSS-DESTINO                PIC X(44)   VALUE SPACES.
       77  WSS-CONT-FOPAG             PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-ENDFUNC           PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-SALHIST           PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-ELEGHIST          PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-NASC-MANTIDA      PIC 9(07)   VALUE ZERO.
       77  WSS-HASH-SUBSTITUTO        PIC 9(11)   VALUE ZERO.
      *
      *    PERMUTACAO DA MATRICULA - SUBSTITUTA = RESTO DE
      *    (MULTIPLICADOR X (REAL - 1) + CHAVE) POR 999999, MAIS 1.
      *    O MULTIPLICADOR (524287, PRIMO) NAO TEM FATOR COMUM COM
      *    999999 (3 X 3 X 3 X 7 X 11 X 13 X 37), O QUE GARANTE QUE
      *    CADA MATRICULA DE 1 A 999999 TENHA UMA SUBSTITUTA UNICA
      *
       77  WSS-MULTIPLICADOR          PIC 9(06)   VALUE 524287.
       77  WSS-MODULO                 PIC 9(06)   VALUE 999999.
       77  WSS-MAT-REAL               PIC 9(06)   VALUE ZERO.
       77  WSS-MAT-SUBSTITUTA         PIC 9(06)   VALUE ZERO.
       77  WSS-PRODUTO                PIC 9(13)   VALUE ZERO.
       77  WSS-QUOCIENTE              PIC 9(13)   VALUE ZERO.
       77  WSS-RESTO                  PIC 9(06)   VALUE ZERO.
      *
      *    DESLOCAMENTO DO DIA DE NASCIMENTO E FATOR DE SALARIO,
      *    DERIVADOS DA MATRICULA SUBSTITUTA
      *
       77  WSS-DIA-INFERIOR           PIC 9(02)   VALUE ZERO.
       77  WSS-DIA-SUPERIOR           PIC 9(02)   VALUE ZERO.
       77  WSS-DIA-AMPLITUDE          PIC 9(02)   VALUE ZERO.
       77  WSS-DIA-DESLOCADO          PIC 9(02)   VALUE ZERO.
       77  WSS-QUOC-AUX               PIC 9(06)   VALUE ZERO.
       77  WSS-RESTO-AUX              PIC 9(02)   VALUE ZERO.
       77  WSS-FATOR-SALARIO          PIC 9(01)V99 VALUE ZERO.
      *
       01  WSS-DATA-REFERENCIA        PIC 9(08)   VALUE ZERO.
       01  WSS-DATA-REFERENCIA-R REDEFINES WSS-DATA-REFERENCIA.
           05 WSS-REF-ANO             PIC 9(04).
           05 WSS-REF-MES             PIC 9(02).
           05 WSS-REF-DIA             PIC 9(02).
      *
       01  WSS-NOME-TESTE.
           05 FILLER                  PIC X(18)
                                      VALUE 'FUNCIONARIO TESTE '.
           05 WSS-NOME-MATRICULA      PIC 9(06).
           05 FILLER                  PIC X(06)   VALUE SPACES.
      *
       01  WSS-LOGRADOURO-TESTE.
           05 FILLER                  PIC X(19)
                                      VALUE 'RUA DE TESTE, CASA '.
           05 WSS-LOGR-MATRICULA      PIC 9(06).
           05 FILLER                  PIC X(15)   VALUE SPACES.
      *
           COPY "RETCODES".
      *
           COPY "CHKDATA".
      *
       LINKAGE SECTION.
      *
       01  LKS-PARM-MASCARA.
           05 LKS-PM-TAM              PIC S9(04) COMP.
           05 LKS-PM-DATA-REFERENCIA  PIC 9(08).
           05 LKS-PM-AMBIENTE         PIC X(01).
              88 LKS-PM-AMBIENTE-TESTE          VALUE 'T'.
           05 LKS-PM-CHAVE            PIC 9(06).
           05 LKS-PM-DESTINO          PIC X(44).

      *-------------------------------------
       PROCEDURE DIVISION USING LKS-PARM-MASCARA.
      *
       ROT-PRINCIPAL.

           PERFORM ROT-VALIDA-PARM
              THRU ROT-VALIDA-PARM-EXIT.

           PERFORM ROT-ABERTURA
              THRU ROT-ABERTURA-EXIT.

           MOVE 'N' TO WSS-FIM-ARQUIVO.

           PERFORM ROT-MASCARA-FOPAG
              THRU ROT-MASCARA-FOPAG-EXIT
              UNTIL FIM-ARQUIVO.

           PERFORM ROT-GRAVA-TRAILER
              THRU ROT-GRAVA-TRAILER-EXIT.

           MOVE 'N' TO WSS-FIM-ARQUIVO.

           PERFORM ROT-MASCARA-ENDFUNC
              THRU ROT-MASCARA-ENDFUNC-EXIT
              UNTIL FIM-ARQUIVO.

           MOVE 'N' TO WSS-FIM-ARQUIVO.

           PERFORM ROT-MASCARA-SALHIST
              THRU ROT-MASCARA-SALHIST-EXIT
              UNTIL FIM-ARQUIVO.

           MOVE 'N' TO WSS-FIM-ARQUIVO.

           PERFORM ROT-MASCARA-ELEGHIST
              THRU ROT-MASCARA-ELEGHIST-EXIT
              UNTIL FIM-ARQUIVO.

           PERFORM ROT-ENCERRAMENTO
              THRU ROT-ENCERRAMENTO-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
      * VALIDA O PARM - TAMANHO, DATA DE REFERENCIA (CHKDATA),     *
      * AMBIENTE DE TESTE, CHAVE DA PERMUTACAO E QUALIFICADOR DE   *
      * DESTINO. DESTINO COM NOME DE PRODUCAO ('PROD' NO INICIO OU *
      * EM QUALQUER NIVEL DO NOME) E RECUSADO COM RC 916 ANTES DE  *
      * QUALQUER ARQUIVO SER ABERTO. NO MASCAR01 O QUALIFICADOR E  *
      * O SIMBOLO DESTINO, QUE TAMBEM FORMA OS NOMES DAS COPIAS    *
      *-----------------------------------------------------------*
       ROT-VALIDA-PARM.

           MOVE LKS-PM-TAM TO WSS-TAMANHO.

           IF LKS-PM-TAM < WSS-TAM-MINIMO
              DISPLAY '********************************************'
              DISPLAY '*** ERRO GRAVE                           ***'
              DISPLAY '*** PARM SEM O QUALIFICADOR DE DESTINO     *'
              DISPLAY '********************************************'
              DISPLAY ' TAMANHO DO PARAMETRO = ' WSS-TAMANHO
              MOVE RC-PARM-TAMANHO-MENOR TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF LKS-PM-TAM > 59
              DISPLAY '********************************************'
              DISPLAY '*** ERRO GRAVE                           ***'
              DISPLAY '*** QUALIFICADOR DE DESTINO MAIOR QUE 44   *'
              DISPLAY '********************************************'
              DISPLAY ' TAMANHO DO PARAMETRO = ' WSS-TAMANHO
              MOVE RC-PARM-TAMANHO-MAIOR TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE LKS-PM-DATA-REFERENCIA TO LKS-CD-DATA.

           CALL 'CHKDATA' USING LKS-CHECK-DATE.

           IF LKS-CD-INVALIDA
              DISPLAY '*******************************************'
              DISPLAY '*** ERRO GRAVE                          ***'
              DISPLAY '*** DATA DE REFERENCIA INVALIDA          ***'
              DISPLAY '*******************************************'
              DISPLAY ' LKS-PM-DATA-REFERENCIA = '
                        LKS-PM-DATA-REFERENCIA
              MOVE RC-PARM-DATA-INVALIDA TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF NOT LKS-PM-AMBIENTE-TESTE
              DISPLAY '*******************************************'
              DISPLAY '*** ERRO GRAVE                          ***'
              DISPLAY '*** MASCARAMENTO SO RODA COM AMBIENTE T  ***'
              DISPLAY '*******************************************'
              DISPLAY ' LKS-PM-AMBIENTE = ' LKS-PM-AMBIENTE
              MOVE RC-PARM-MODO-AMBIENTE-INVALIDO TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF LKS-PM-CHAVE NOT NUMERIC
              OR LKS-PM-CHAVE = ZERO
              DISPLAY '*******************************************'
              DISPLAY '*** ERRO GRAVE                          ***'
              DISPLAY '*** CHAVE DA PERMUTACAO INVALIDA         ***'
              DISPLAY '*******************************************'
              MOVE RC-PARM-NAO-NUMERICO TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           COMPUTE WSS-TAM-DESTINO = LKS-PM-TAM - 15.

           MOVE SPACES TO WSS-DESTINO.
           MOVE LKS-PM-DESTINO (1:WSS-TAM-DESTINO) TO WSS-DESTINO.

           MOVE ZERO TO WSS-QTDE-PROD.

           INSPECT WSS-DESTINO TALLYING WSS-QTDE-PROD
                   FOR ALL '.PROD.'.

           IF WSS-DESTINO (1:5) = 'PROD.'
              OR WSS-DESTINO = 'PROD'
              OR WSS-QTDE-PROD > ZERO
              DISPLAY '*******************************************'
              DISPLAY '*** ERRO GRAVE                          ***'
              DISPLAY '*** DESTINO COM NOME DE PRODUCAO         ***'
              DISPLAY '*** AS COPIAS MASCARADAS NAO SERAO FEITAS **'
              DISPLAY '*******************************************'
              DISPLAY ' DESTINO = ' WSS-DESTINO
              MOVE RC-DESTINO-PRODUCAO TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE LKS-PM-DATA-REFERENCIA TO WSS-DATA-REFERENCIA.

           DISPLAY '***************************************'.
           DISPLAY '* MASCARAMENTO DAS COPIAS DE TESTE      '.
           DISPLAY '* DATA DE REFERENCIA = ' WSS-DATA-REFERENCIA.
           DISPLAY '* DESTINO            = ' WSS-DESTINO.
           DISPLAY '***************************************'.

       ROT-VALIDA-PARM-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * ABRE AS QUATRO ENTRADAS DE PRODUCAO E AS SAIDAS MASCARADAS *
      * - SEM QUALQUER UM DOS ARQUIVOS O JOB E ABORTADO (RC 917):  *
      * UMA COPIA DE TESTE PARCIAL QUEBRARIA OS CASAMENTOS         *
      *-----------------------------------------------------------*
       ROT-ABERTURA.

           OPEN INPUT  FOPAG001
                       ENDFUNC
                       SALHIST
                       ELEGHIST.

           OPEN OUTPUT FOPHDR
                       FOPMASK
                       FOPTRL
                       ENDMASK
                       SALMASK
                       ELGMASK.

           IF FLG-FOPAG001 NOT = '00'
              OR FLG-ENDFUNC  NOT = '00'
              OR FLG-SALHIST  NOT = '00'
              OR FLG-ELEGHIST NOT = '00'
              OR FLG-FOPHDR   NOT = '00'
              OR FLG-FOPMASK  NOT = '00'
              OR FLG-FOPTRL   NOT = '00'
              OR FLG-ENDMASK  NOT = '00'
              OR FLG-SALMASK  NOT = '00'
              OR FLG-ELGMASK  NOT = '00'
              DISPLAY '*******************************************'
              DISPLAY '*** ERRO GRAVE                          ***'
              DISPLAY '*** ERRO NA ABERTURA DOS ARQUIVOS        ***'
              DISPLAY '*******************************************'
              DISPLAY ' FOPAG001 = ' FLG-FOPAG001
                      ' ENDFUNC = '  FLG-ENDFUNC
                      ' SALHIST = '  FLG-SALHIST
                      ' ELEGHIST = ' FLG-ELEGHIST
              DISPLAY ' FOPHDR = '   FLG-FOPHDR
                      ' FOPMASK = '  FLG-FOPMASK
                      ' FOPTRL = '   FLG-FOPTRL
              DISPLAY ' ENDMASK = '  FLG-ENDMASK
                      ' SALMASK = '  FLG-SALMASK
                      ' ELGMASK = '  FLG-ELGMASK
              MOVE RC-MASCARAMENTO-INCOMPLETO TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       ROT-ABERTURA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * MASCARA O EXTRATO DE FOLHA - O HEADER VAI INTACTO PARA O   *
      * FOPHDR, O TRAILER ORIGINAL E SO CONTADO (E REGERADO NO FIM)*
      * E OS DETALHES VAO MASCARADOS PARA O FOPMASK. MATRICULA NAO *
      * NUMERICA OU ZERADA FICA COMO ESTA (O COBOL027 A CRITICA DO *
      * MESMO JEITO), MAS O NOME E SEMPRE TROCADO                  *
      *-----------------------------------------------------------*
       ROT-MASCARA-FOPAG.

           READ FOPAG001
              AT END
                 MOVE 'S' TO WSS-FIM-ARQUIVO
                 GO TO ROT-MASCARA-FOPAG-EXIT
           END-READ.

           IF FLG-FOPAG001 NOT = '00'
              DISPLAY '*** ERRO NA LEITURA DO FOPAG001 *** FLG = '
                       FLG-FOPAG001
              MOVE RC-MASCARAMENTO-INCOMPLETO TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF FOPB0001-HDR-INDICADOR = 'HEADR'
              MOVE FOPB0001-HEADER TO FOPHDR-REGISTRO
              WRITE FOPHDR-REGISTRO
              GO TO ROT-MASCARA-FOPAG-EXIT
           END-IF.

           IF FOPB0001-TRL-INDICADOR = 'TRAIL'
              MOVE 'S' TO WSS-TEM-TRAILER
              GO TO ROT-MASCARA-FOPAG-EXIT
           END-IF.

           ADD 1 TO WSS-CONT-FOPAG.

           IF FOPB0001-MATRICULA NUMERIC
              AND FOPB0001-MATRICULA > ZERO
              MOVE FOPB0001-MATRICULA TO WSS-MAT-REAL
              PERFORM ROT-CALCULA-SUBSTITUTA
                 THRU ROT-CALCULA-SUBSTITUTA-EXIT
              MOVE WSS-MAT-SUBSTITUTA TO FOPB0001-MATRICULA
              ADD  WSS-MAT-SUBSTITUTA TO WSS-HASH-SUBSTITUTO
              PERFORM ROT-DESLOCA-NASCIMENTO
                 THRU ROT-DESLOCA-NASCIMENTO-EXIT
           ELSE
              MOVE ZERO TO WSS-MAT-SUBSTITUTA
              ADD  1    TO WSS-CONT-NASC-MANTIDA
           END-IF.

           MOVE WSS-MAT-SUBSTITUTA TO WSS-NOME-MATRICULA.
           MOVE WSS-NOME-TESTE     TO FOPB0001-NOME.

           MOVE FOPB0001 TO FOPMASK-REGISTRO.
           WRITE FOPMASK-REGISTRO.

       ROT-MASCARA-FOPAG-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * REGERA O TRAILER DO EXTRATO MASCARADO - MESMA QUANTIDADE   *
      * DE DETALHES E HASH DAS MATRICULAS SUBSTITUTAS. SEM TRAILER *
      * NA ENTRADA, O FOPTRL FICA VAZIO E O COBOL027 DO TESTE      *
      * RECUSA O ARQUIVO COMO RECUSARIA O DE PRODUCAO              *
      *-----------------------------------------------------------*
       ROT-GRAVA-TRAILER.

           IF WSS-TEM-TRAILER NOT = 'S'
              DISPLAY '*** FOPAG001 SEM TRAILER - FOPTRL VAZIO ***'
              GO TO ROT-GRAVA-TRAILER-EXIT
           END-IF.

           MOVE SPACES              TO FOPB0001-TRAILER.
           MOVE 'TRAIL'             TO FOPB0001-TRL-INDICADOR.
           MOVE WSS-CONT-FOPAG      TO FOPB0001-TRL-QTDE.
           MOVE WSS-HASH-SUBSTITUTO TO FOPB0001-TRL-HASH.

           MOVE FOPB0001-TRAILER TO FOPTRL-REGISTRO.
           WRITE FOPTRL-REGISTRO.

       ROT-GRAVA-TRAILER-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * MASCARA O CADASTRO DE ENDERECOS - LOGRADOURO, CIDADE E CEP *
      * TROCADOS; A UF E MANTIDA                                   *
      *-----------------------------------------------------------*
       ROT-MASCARA-ENDFUNC.

           READ ENDFUNC
              AT END
                 MOVE 'S' TO WSS-FIM-ARQUIVO
                 GO TO ROT-MASCARA-ENDFUNC-EXIT
           END-READ.

           IF FLG-ENDFUNC NOT = '00'
              DISPLAY '*** ERRO NA LEITURA DO ENDFUNC *** FLG = '
                       FLG-ENDFUNC
              MOVE RC-MASCARAMENTO-INCOMPLETO TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1 TO WSS-CONT-ENDFUNC.

           MOVE ENDB0001-MATRICULA TO WSS-MAT-REAL.

           PERFORM ROT-CALCULA-SUBSTITUTA
              THRU ROT-CALCULA-SUBSTITUTA-EXIT.

           MOVE WSS-MAT-SUBSTITUTA   TO ENDB0001-MATRICULA.
           MOVE WSS-MAT-SUBSTITUTA   TO WSS-LOGR-MATRICULA.
           MOVE WSS-LOGRADOURO-TESTE TO ENDB0001-LOGRADOURO.
           MOVE 'CIDADE DE TESTE'    TO ENDB0001-CIDADE.
           MOVE '00000000'           TO ENDB0001-CEP.

           MOVE ENDB0001 TO ENDMASK-REGISTRO.
           WRITE ENDMASK-REGISTRO.

       ROT-MASCARA-ENDFUNC-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * MASCARA O HISTORICO DE SALARIOS - MATRICULA SUBSTITUTA E   *
      * SALARIO MULTIPLICADO PELO FATOR DA MATRICULA (O MESMO EM   *
      * TODOS OS MESES)                                            *
      *-----------------------------------------------------------*
       ROT-MASCARA-SALHIST.

           READ SALHIST
              AT END
                 MOVE 'S' TO WSS-FIM-ARQUIVO
                 GO TO ROT-MASCARA-SALHIST-EXIT
           END-READ.

           IF FLG-SALHIST NOT = '00'
              DISPLAY '*** ERRO NA LEITURA DO SALHIST *** FLG = '
                       FLG-SALHIST
              MOVE RC-MASCARAMENTO-INCOMPLETO TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1 TO WSS-CONT-SALHIST.

           MOVE SALB0001-MATRICULA TO WSS-MAT-REAL.

           PERFORM ROT-CALCULA-SUBSTITUTA
              THRU ROT-CALCULA-SUBSTITUTA-EXIT.

           MOVE WSS-MAT-SUBSTITUTA TO SALB0001-MATRICULA.

           DIVIDE WSS-MAT-SUBSTITUTA BY 21
              GIVING WSS-QUOC-AUX
              REMAINDER WSS-RESTO-AUX.

           COMPUTE WSS-FATOR-SALARIO = 0,90 + (WSS-RESTO-AUX / 100).

           COMPUTE SALB0001-SALARIO ROUNDED =
              SALB0001-SALARIO * WSS-FATOR-SALARIO
              ON SIZE ERROR
                 MOVE 9999999,99 TO SALB0001-SALARIO
           END-COMPUTE.

           MOVE SALB0001 TO SALMASK-REGISTRO.
           WRITE SALMASK-REGISTRO.

       ROT-MASCARA-SALHIST-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * MASCARA O HISTORICO DE ELEGIBILIDADE - MATRICULA E NOME;   *
      * IDADE, VEREDITO E DATAS DAS REGRAS SEGUEM COMO NA PRODUCAO *
      *-----------------------------------------------------------*
       ROT-MASCARA-ELEGHIST.

           READ ELEGHIST
              AT END
                 MOVE 'S' TO WSS-FIM-ARQUIVO
                 GO TO ROT-MASCARA-ELEGHIST-EXIT
           END-READ.

           IF FLG-ELEGHIST NOT = '00'
              DISPLAY '*** ERRO NA LEITURA DO ELEGHIST *** FLG = '
                       FLG-ELEGHIST
              MOVE RC-MASCARAMENTO-INCOMPLETO TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1 TO WSS-CONT-ELEGHIST.

           MOVE ELGB0001H-MATRICULA TO WSS-MAT-REAL.

           PERFORM ROT-CALCULA-SUBSTITUTA
              THRU ROT-CALCULA-SUBSTITUTA-EXIT.

           MOVE WSS-MAT-SUBSTITUTA TO ELGB0001H-MATRICULA.
           MOVE WSS-MAT-SUBSTITUTA TO WSS-NOME-MATRICULA.
           MOVE WSS-NOME-TESTE     TO ELGB0001H-NOME.

           MOVE ELGB0001H TO ELGMASK-REGISTRO.
           WRITE ELGMASK-REGISTRO.

       ROT-MASCARA-ELEGHIST-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * CALCULA A MATRICULA SUBSTITUTA DE WSS-MAT-REAL (1 A 999999)*
      * - PERMUTACAO DESCRITA JUNTO AO MULTIPLICADOR. MATRICULA    *
      * ZERADA SEGUE ZERADA                                        *
      *-----------------------------------------------------------*
       ROT-CALCULA-SUBSTITUTA.

           IF WSS-MAT-REAL = ZERO
              MOVE ZERO TO WSS-MAT-SUBSTITUTA
              GO TO ROT-CALCULA-SUBSTITUTA-EXIT
           END-IF.

           COMPUTE WSS-PRODUTO =
              WSS-MULTIPLICADOR * (WSS-MAT-REAL - 1) + LKS-PM-CHAVE.

           DIVIDE WSS-PRODUTO BY WSS-MODULO
              GIVING WSS-QUOCIENTE
              REMAINDER WSS-RESTO.

           COMPUTE WSS-MAT-SUBSTITUTA = WSS-RESTO + 1.

       ROT-CALCULA-SUBSTITUTA-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * DESLOCA O DIA DE NASCIMENTO DO FOPAG001 SEM MUDAR A IDADE  *
      * NA DATA DE REFERENCIA - ANO E MES FICAM; FORA DO MES DA    *
      * REFERENCIA O DIA VAI PARA 1-28, NO MES DA REFERENCIA FICA  *
      * DO MESMO LADO DO DIA DA REFERENCIA EM QUE ESTAVA (ANTES/NO *
      * DIA OU DEPOIS DELE). DATA INVALIDA SEGUE COMO ESTA PARA A  *
      * CRITICA DO COBOL027                                        *
      *-----------------------------------------------------------*
       ROT-DESLOCA-NASCIMENTO.

           MOVE FOPB0001-DATA-NASC TO LKS-CD-DATA.

           CALL 'CHKDATA' USING LKS-CHECK-DATE.

           IF LKS-CD-INVALIDA
              ADD 1 TO WSS-CONT-NASC-MANTIDA
              GO TO ROT-DESLOCA-NASCIMENTO-EXIT
           END-IF.

           EVALUATE TRUE
              WHEN FOPB0001-NASC-MES NOT = WSS-REF-MES
                 MOVE 1  TO WSS-DIA-INFERIOR
                 MOVE 28 TO WSS-DIA-SUPERIOR
              WHEN FOPB0001-NASC-DIA > WSS-REF-DIA
                 COMPUTE WSS-DIA-INFERIOR = WSS-REF-DIA + 1
                 IF FOPB0001-NASC-DIA > 28
                    MOVE FOPB0001-NASC-DIA TO WSS-DIA-SUPERIOR
                 ELSE
                    MOVE 28 TO WSS-DIA-SUPERIOR
                 END-IF
              WHEN OTHER
                 MOVE 1 TO WSS-DIA-INFERIOR
                 IF WSS-REF-DIA > 28
                    MOVE 28 TO WSS-DIA-SUPERIOR
                 ELSE
                    MOVE WSS-REF-DIA TO WSS-DIA-SUPERIOR
                 END-IF
           END-EVALUATE.

           COMPUTE WSS-DIA-AMPLITUDE =
              WSS-DIA-SUPERIOR - WSS-DIA-INFERIOR + 1.

           DIVIDE WSS-MAT-SUBSTITUTA BY WSS-DIA-AMPLITUDE
              GIVING WSS-QUOC-AUX
              REMAINDER WSS-RESTO-AUX.

           COMPUTE WSS-DIA-DESLOCADO =
              WSS-DIA-INFERIOR + WSS-RESTO-AUX.

           MOVE WSS-DIA-DESLOCADO TO FOPB0001-NASC-DIA.

       ROT-DESLOCA-NASCIMENTO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * FECHA OS ARQUIVOS E EXIBE OS TOTAIS DO MASCARAMENTO        *
      *-----------------------------------------------------------*
       ROT-ENCERRAMENTO.

           CLOSE FOPAG001
                 ENDFUNC
                 SALHIST
                 ELEGHIST
                 FOPHDR
                 FOPMASK
                 FOPTRL
                 ENDMASK
                 SALMASK
                 ELGMASK.

           DISPLAY '***************************************'.
           DISPLAY '* FOPAG001 MASCARADOS   = ' WSS-CONT-FOPAG.
           DISPLAY '* NASCIMENTOS MANTIDOS  = '
                    WSS-CONT-NASC-MANTIDA.
           DISPLAY '* ENDFUNC MASCARADOS    = ' WSS-CONT-ENDFUNC.
           DISPLAY '* SALHIST MASCARADOS    = ' WSS-CONT-SALHIST.
           DISPLAY '* ELEGHIST MASCARADOS   = ' WSS-CONT-ELEGHIST.
           DISPLAY '***************************************'.

           MOVE RC-SUCESSO TO RETURN-CODE.

       ROT-ENCERRAMENTO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * FORCA O ABEND COM DUMP PARA INTERROMPER O JOB - NENHUM     *
      * STEP SEGUINTE (ORDENACAO E CATALOGACAO DAS COPIAS) RODA    *
      *-----------------------------------------------------------*
       ROT-ABEND.

           DISPLAY ' CODIGO DE ERRO = ' RETURN-CODE.

           MOVE RETURN-CODE TO WSS-ABEND-CODE.

           DISPLAY ' *** FORCANDO ABEND COM DUMP - U' WSS-ABEND-CODE.

           CALL 'CEE3ABD' USING WSS-ABEND-CODE WSS-ABEND-REASON.

           STOP RUN.

       ROT-ABEND-EXIT.

           EXIT.

       END PROGRAM COBOL054.

      ********************* FIM DO PROGRAMA ****************************
