      *                  COBOL017) DEIXAM DE SER SELECIONADOS - A
      *                  CONSULTA REPORTA SO A RE-EXECUCAO, NAO A
      *                  SOMA DAS DUAS NOITES
      * 15/10/2026  VRB  DATA DO EVENTO EM AAAAMMDD - AS DATAS INICIAL E
      *                  FINAL DO AUDPARM E AS DATAS DO DETALHE E DO
      *                  RESUMO POR NOITE PASSAM A TER 8 POSICOES
      * 15/10/2026  VRB  DATA INICIAL/FINAL DO AUDPARM PREENCHIDA E
      *                  QUE NAO SEJA AAAAMMDD VALIDA (CHKDATA, SECULO
      *                  19 OU 20) RECUSA A CONSULTA COM RC 600 - UM
      *                  CARTAO AINDA EM AAMMDD NAO E MAIS LIDO COM AS
      *                  DATAS DESLOCADAS
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  AUDPARM-REGISTRO.
           05 AUDPARM-DATA-INI        PIC 9(08).
           05 AUDPARM-DATA-INI-X REDEFINES AUDPARM-DATA-INI
                                      PIC X(08).
           05 AUDPARM-DATA-FIM        PIC 9(08).
           05 AUDPARM-DATA-FIM-X REDEFINES AUDPARM-DATA-FIM
                                      PIC X(08).
           05 AUDPARM-JOB             PIC X(08).
           05 AUDPARM-STEP            PIC X(08).
           05 AUDPARM-EVENTO          PIC X(10).
           05 AUDPARM-CHAVE           PIC 9(05).
           05 FILLER                  PIC X(33).
      *
       FD  RELAUD001
           LABEL RECORDS ARE OMITTED
           88 FIM-AUDLOG                          VALUE 'S'.
       77  WSS-CONT-LIDOS             PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-SELECIONADOS      PIC 9(07)   VALUE ZERO.
       77  WSS-DATA-ANTERIOR          PIC 9(08)   VALUE ZERO.
       77  WSS-TEM-NOITE              PIC X(01)   VALUE 'N'.
       77  WSS-NT-OPEN                PIC 9(07)   VALUE ZERO.
       77  WSS-NT-INSERT              PIC 9(07)   VALUE ZERO.
       77  WSS-LINHAS-PAGINA          PIC 9(02)   VALUE ZERO.
       77  WSS-MAX-LINHAS             PIC 9(02)   VALUE 20.
       77  WSS-NUM-PAGINA             PIC 9(04)   VALUE ZERO.
       77  WSS-RETORNO-FINAL          PIC 9(03)   VALUE ZERO.
       77  WSS-DATA-FILTRO-OK         PIC X(01)   VALUE 'S'.
           88 DATA-FILTRO-OK                      VALUE 'S'.
      *
       01  WSS-DATA-FILTRO            PIC X(08)   VALUE SPACES.
       01  WSS-DATA-FILTRO-N REDEFINES WSS-DATA-FILTRO
                                      PIC 9(08).
      *
       01  WSS-FILTROS.
           05 WSS-FIL-DATA-INI        PIC 9(08)   VALUE ZERO.
           05 WSS-FIL-DATA-FIM        PIC 9(08)   VALUE 99999999.
           05 WSS-FIL-JOB             PIC X(08)   VALUE SPACES.
           05 WSS-FIL-STEP            PIC X(08)   VALUE SPACES.
           05 WSS-FIL-EVENTO          PIC X(10)   VALUE SPACES.
      *
       01  WSS-LINHA-DETALHE.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WSS-DET-DATA            PIC 9(08).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WSS-DET-HORA            PIC 9(08).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WSS-DET-EVENTO          PIC X(10).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WSS-DET-CHAVE           PIC 9(05).
           05 FILLER                  PIC X(21)  VALUE SPACES.
      *
       01  WSS-LINHA-RESUMO.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 FILLER                  PIC X(06)  VALUE 'NOITE '.
           05 WSS-RES-DATA            PIC 9(08).
           05 FILLER                  PIC X(06)  VALUE ' OPEN='.
           05 WSS-RES-OPEN            PIC ZZZZZ9.
           05 FILLER                  PIC X(05)  VALUE ' INS='.
           05 WSS-RES-INSERT          PIC ZZZZZ9.
           05 WSS-RES-DELETE          PIC ZZZZZ9.
           05 FILLER                  PIC X(05)  VALUE ' OUT='.
           05 WSS-RES-OUTROS          PIC ZZZZZ9.
      *
           COPY "RETCODES".
      *
           COPY "CHKDATA".

      ********************
       PROCEDURE DIVISION.
           IF FLG-AUDPARM = '00'
              READ AUDPARM
              IF FLG-AUDPARM = '00'
                 PERFORM ROT-CARREGA-DATAS
                    THRU ROT-CARREGA-DATAS-EXIT
                 MOVE AUDPARM-JOB    TO WSS-FIL-JOB
                 MOVE AUDPARM-STEP   TO WSS-FIL-STEP
                 MOVE AUDPARM-EVENTO TO WSS-FIL-EVENTO

           EXIT.

      *-----------------------------------------------------------*
      * CARREGA A FAIXA DE DATAS DO AUDPARM - DATA EM BRANCO OU    *
      * ZEROS NAO RESTRINGE; DATA PREENCHIDA TEM DE SER AAAAMMDD   *
      * VALIDA, SENAO A CONSULTA E RECUSADA (CARTAO NO FORMATO     *
      * ANTIGO AAMMDD)                                             *
      *-----------------------------------------------------------*
       ROT-CARREGA-DATAS.

           MOVE AUDPARM-DATA-INI-X TO WSS-DATA-FILTRO.

           PERFORM ROT-VALIDA-DATA-FILTRO
              THRU ROT-VALIDA-DATA-FILTRO-EXIT.

           IF NOT DATA-FILTRO-OK
              DISPLAY '*** AUDPARM - DATA INICIAL INVALIDA (AAAAMMDD)'
                      ' *** ' AUDPARM-DATA-INI-X
              GO TO ROT-CARREGA-DATAS-RECUSA
           END-IF.

           IF WSS-DATA-FILTRO-N > ZERO
              MOVE WSS-DATA-FILTRO-N TO WSS-FIL-DATA-INI
           END-IF.

           MOVE AUDPARM-DATA-FIM-X TO WSS-DATA-FILTRO.

           PERFORM ROT-VALIDA-DATA-FILTRO
              THRU ROT-VALIDA-DATA-FILTRO-EXIT.

           IF NOT DATA-FILTRO-OK
              DISPLAY '*** AUDPARM - DATA FINAL INVALIDA (AAAAMMDD)'
                      ' *** ' AUDPARM-DATA-FIM-X
              GO TO ROT-CARREGA-DATAS-RECUSA
           END-IF.

           IF WSS-DATA-FILTRO-N > ZERO
              MOVE WSS-DATA-FILTRO-N TO WSS-FIL-DATA-FIM
           END-IF.

           GO TO ROT-CARREGA-DATAS-EXIT.

       ROT-CARREGA-DATAS-RECUSA.

           MOVE RC-PARM-DATA-INVALIDA TO WSS-RETORNO-FINAL.
           MOVE 'S' TO WSS-FIM-AUDLOG.

       ROT-CARREGA-DATAS-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * VALIDA A DATA DO FILTRO - BRANCO VIRA ZEROS (SEM FILTRO);  *
      * PREENCHIDA, TEM DE SER NUMERICA, DOS SECULOS 19 OU 20 E    *
      * DATA DE CALENDARIO VALIDA (CHKDATA)                        *
      *-----------------------------------------------------------*
       ROT-VALIDA-DATA-FILTRO.

           MOVE 'S' TO WSS-DATA-FILTRO-OK.

           IF WSS-DATA-FILTRO = SPACES
              MOVE ZERO TO WSS-DATA-FILTRO-N
           END-IF.

           IF WSS-DATA-FILTRO NOT NUMERIC
              MOVE 'N' TO WSS-DATA-FILTRO-OK
              GO TO ROT-VALIDA-DATA-FILTRO-EXIT
           END-IF.

           IF WSS-DATA-FILTRO-N = ZERO
              GO TO ROT-VALIDA-DATA-FILTRO-EXIT
           END-IF.

           MOVE WSS-DATA-FILTRO-N TO LKS-CD-DATA.

           IF LKS-CD-ANO < 1900 OR LKS-CD-ANO > 2099
              MOVE 'N' TO WSS-DATA-FILTRO-OK
              GO TO ROT-VALIDA-DATA-FILTRO-EXIT
           END-IF.

           CALL 'CHKDATA' USING LKS-CHECK-DATE.

           IF LKS-CD-INVALIDA
              MOVE 'N' TO WSS-DATA-FILTRO-OK
           END-IF.

       ROT-VALIDA-DATA-FILTRO-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE UM EVENTO DA TRILHA, APLICA OS FILTROS E ACUMULA O      *
      * RESUMO DA NOITE (QUEBRA POR AUDB0001-DATA)                 *
                    WSS-CONT-SELECIONADOS.
           DISPLAY '***************************************'.

           MOVE WSS-RETORNO-FINAL TO RETURN-CODE.

       ROT-ENCERRAMENTO-EXIT.

           EXIT.
