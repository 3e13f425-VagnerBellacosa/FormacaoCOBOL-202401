      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : SUBPROGRAMA COMUM DOS MARCOS DE PERIODO DO
      *            CALENDARIO DE PROCESSAMENTO - RECEBE UMA DATA
      *            (BLOCO LKS-CAL-PERIODO, COPY CALPER) E DEVOLVE O
      *            ULTIMO DIA UTIL DO MES DA DATA E SE A PROPRIA DATA
      *            E DIA UTIL, FIM DE MES, FIM DE TRIMESTRE OU FIM DE
      *            ANO. DIA UTIL E O QUE NAO CAI EM SABADO/DOMINGO
      *            (DIA DA SEMANA PELO DATCALC) NEM E FERIADO DO
      *            CALENDARIO CALPROC (MESMAS REGRAS DA ABERTURA DO
      *            CICLO NO COBOL017). OS FERIADOS DO ANO DA DATA SAO
      *            CARREGADOS NA PRIMEIRA CHAMADA E SO RECARREGADOS
      *            QUANDO O ANO MUDA; SEM O DD CALPROC, SO OS FINS DE
      *            SEMANA CONTAM E O BLOCO AVISA (LKS-CP-CALENDARIO)
      * CPD      : INEFE
      *****************************************************************
      * HISTORICO DE ALTERACOES
      * 15/10/2026  VRB  VERSAO ORIGINAL DO PROGRAMA
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. CALPER.
       AUTHOR. VAGNER BELLACOSA.
       DATE-WRITTEN. 15/10/26 @ 09:00:00.
       DATE-COMPILED. 2026-10-15.
      *
      **********************
       ENVIRONMENT DIVISION.
      **********************
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
         SELECT OPTIONAL CALPROC ASSIGN TO CALPROC
         ORGANIZATION IS SEQUENTIAL
         FILE STATUS FLG-CALPROC.
      *
      ***************
       DATA DIVISION.
      ***************
      *
       FILE SECTION.
      *
       FD  CALPROC
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  CALPROC-REGISTRO.
           05 CALPROC-DATA            PIC 9(08).
           05 CALPROC-DATA-R REDEFINES CALPROC-DATA.
              10 CALPROC-ANO          PIC 9(04).
              10 FILLER               PIC 9(04).
           05 CALPROC-DESCRICAO       PIC X(30).
           05 FILLER                  PIC X(42).
      *
       WORKING-STORAGE SECTION.
      *
       77  FLG-CALPROC                PIC X(02).
       77  WSS-FIM-CALPROC            PIC X(01)   VALUE 'N'.
           88 FIM-CALPROC                         VALUE 'S'.
       77  WSS-ANO-CARREGADO          PIC 9(04)   VALUE ZERO.
       77  WSS-CALPROC-LIDO           PIC X(01)   VALUE 'N'.
       77  WSS-QTD-FERIADOS           PIC 9(03)   VALUE ZERO.
       77  WSS-MAX-FERIADOS           PIC 9(03)   VALUE 100.
       77  WSS-IDX-FERIADO            PIC 9(03)   VALUE ZERO.
       77  WSS-DATA-VERIFICAR         PIC 9(08)   VALUE ZERO.
       77  WSS-DIA-UTIL               PIC X(01)   VALUE 'N'.
           88 DIA-UTIL                            VALUE 'S'.
       77  WSS-TENTATIVAS             PIC 9(02)   VALUE ZERO.
      *
       01  WSS-DATA-TESTE             PIC 9(08)   VALUE ZERO.
      *
       01  WSS-PROXIMO-MES.
           05 WSS-PROX-ANO            PIC 9(04).
           05 WSS-PROX-MES            PIC 9(02).
           05 WSS-PROX-DIA            PIC 9(02).
       01  WSS-PROXIMO-MES-N REDEFINES WSS-PROXIMO-MES
                                      PIC 9(08).
      *
       01  WSS-TAB-FERIADOS.
           05 WSS-FERIADO-DATA        PIC 9(08)   OCCURS 100 TIMES.
      *
           COPY "CHKDATA".
      *
           COPY "DATCALC".
      *
       LINKAGE SECTION.
      *
           COPY "CALPER".

      *-------------------------------------
       PROCEDURE DIVISION USING LKS-CAL-PERIODO.
      *
       ROT-PRINCIPAL.

           MOVE 'N'    TO LKS-CP-RETORNO.
           MOVE 'N'    TO LKS-CP-DIA-UTIL.
           MOVE 'N'    TO LKS-CP-FIM-MES.
           MOVE 'N'    TO LKS-CP-FIM-TRIMESTRE.
           MOVE 'N'    TO LKS-CP-FIM-ANO.
           MOVE ZERO   TO LKS-CP-ULTIMO-UTIL-MES.

           MOVE LKS-CP-DATA TO LKS-CD-DATA.

           CALL 'CHKDATA' USING LKS-CHECK-DATE.

           IF LKS-CD-INVALIDA
              GOBACK
           END-IF.

           IF LKS-CP-ANO NOT = WSS-ANO-CARREGADO
              PERFORM ROT-CARREGA-FERIADOS
                 THRU ROT-CARREGA-FERIADOS-EXIT
           END-IF.

           MOVE WSS-CALPROC-LIDO TO LKS-CP-CALENDARIO.

           PERFORM ROT-ULTIMO-UTIL-MES
              THRU ROT-ULTIMO-UTIL-MES-EXIT.

           IF NOT LKS-CP-OK
              GOBACK
           END-IF.

           MOVE LKS-CP-DATA TO WSS-DATA-VERIFICAR.

           PERFORM ROT-VERIFICA-UTIL
              THRU ROT-VERIFICA-UTIL-EXIT.

           MOVE WSS-DIA-UTIL TO LKS-CP-DIA-UTIL.

           IF LKS-CP-DATA = LKS-CP-ULTIMO-UTIL-MES
              MOVE 'S' TO LKS-CP-FIM-MES
              IF LKS-CP-MES = 3 OR 6 OR 9 OR 12
                 MOVE 'S' TO LKS-CP-FIM-TRIMESTRE
              END-IF
              IF LKS-CP-MES = 12
                 MOVE 'S' TO LKS-CP-FIM-ANO
              END-IF
           END-IF.

           GOBACK.

      *-----------------------------------------------------------*
      * CARREGA OS FERIADOS DO ANO DA DATA RECEBIDA - SEM O DD     *
      * CALPROC, SO AVISA E SEGUE SO COM OS FINS DE SEMANA         *
      *-----------------------------------------------------------*
       ROT-CARREGA-FERIADOS.

           MOVE LKS-CP-ANO TO WSS-ANO-CARREGADO.
           MOVE ZERO       TO WSS-QTD-FERIADOS.
           MOVE 'N'        TO WSS-FIM-CALPROC.
           MOVE 'N'        TO WSS-CALPROC-LIDO.

           OPEN INPUT CALPROC.

           IF FLG-CALPROC NOT = '00'
              DISPLAY '*** CALPROC INDISPONIVEL - SEM FERIADOS ***'
              GO TO ROT-CARREGA-FERIADOS-EXIT
           END-IF.

           MOVE 'S' TO WSS-CALPROC-LIDO.

           PERFORM ROT-LER-CALPROC
              THRU ROT-LER-CALPROC-EXIT
              UNTIL FIM-CALPROC.

           CLOSE CALPROC.

       ROT-CARREGA-FERIADOS-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * LE UM FERIADO DO CALPROC - SO OS DO ANO CARREGADO ENTRAM   *
      * NA TABELA                                                  *
      *-----------------------------------------------------------*
       ROT-LER-CALPROC.

           READ CALPROC
              AT END
                 MOVE 'S' TO WSS-FIM-CALPROC
           END-READ.

           IF FIM-CALPROC
              GO TO ROT-LER-CALPROC-EXIT
           END-IF.

           IF FLG-CALPROC NOT = '00'
              DISPLAY '*** ERRO NA LEITURA DO CALPROC *** FLG = '
                       FLG-CALPROC
              MOVE 'S' TO WSS-FIM-CALPROC
              GO TO ROT-LER-CALPROC-EXIT
           END-IF.

           IF CALPROC-DATA NOT NUMERIC
              OR CALPROC-ANO NOT = WSS-ANO-CARREGADO
              GO TO ROT-LER-CALPROC-EXIT
           END-IF.

           IF WSS-QTD-FERIADOS NOT < WSS-MAX-FERIADOS
              DISPLAY '*** TABELA DE FERIADOS CHEIA - IGNORADO = '
                       CALPROC-DATA
              GO TO ROT-LER-CALPROC-EXIT
           END-IF.

           ADD 1 TO WSS-QTD-FERIADOS.

           MOVE CALPROC-DATA TO WSS-FERIADO-DATA (WSS-QTD-FERIADOS).

       ROT-LER-CALPROC-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * ULTIMO DIA UTIL DO MES - PARTE DO DIA ANTERIOR AO PRIMEIRO *
      * DIA DO MES SEGUINTE E RECUA ENQUANTO CAIR EM FIM DE SEMANA *
      * OU FERIADO                                                 *
      *-----------------------------------------------------------*
       ROT-ULTIMO-UTIL-MES.

           MOVE LKS-CP-ANO TO WSS-PROX-ANO.
           MOVE LKS-CP-MES TO WSS-PROX-MES.
           MOVE 1          TO WSS-PROX-DIA.

           IF WSS-PROX-MES = 12
              ADD 1 TO WSS-PROX-ANO
              MOVE 1 TO WSS-PROX-MES
           ELSE
              ADD 1 TO WSS-PROX-MES
           END-IF.

           MOVE 'S'               TO LKS-DC-FUNCAO.
           MOVE WSS-PROXIMO-MES-N TO LKS-DC-DATA-1.
           MOVE -1                TO LKS-DC-DIAS.

           CALL 'DATCALC' USING LKS-DATE-CALC.

           IF LKS-DC-ERRO
              GO TO ROT-ULTIMO-UTIL-MES-EXIT
           END-IF.

           MOVE LKS-DC-DATA-RESULTADO TO WSS-DATA-TESTE.
           MOVE 'N'                   TO WSS-DIA-UTIL.
           MOVE ZERO                  TO WSS-TENTATIVAS.

           PERFORM ROT-RECUA-DIA-UTIL
              THRU ROT-RECUA-DIA-UTIL-EXIT
              UNTIL DIA-UTIL
                 OR WSS-TENTATIVAS > 30.

           IF DIA-UTIL
              MOVE WSS-DATA-TESTE TO LKS-CP-ULTIMO-UTIL-MES
              MOVE 'S'            TO LKS-CP-RETORNO
           END-IF.

       ROT-ULTIMO-UTIL-MES-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * TESTA O DIA CANDIDATO; NAO SENDO UTIL, RECUA UM DIA        *
      *-----------------------------------------------------------*
       ROT-RECUA-DIA-UTIL.

           ADD 1 TO WSS-TENTATIVAS.

           MOVE WSS-DATA-TESTE TO WSS-DATA-VERIFICAR.

           PERFORM ROT-VERIFICA-UTIL
              THRU ROT-VERIFICA-UTIL-EXIT.

           IF DIA-UTIL
              GO TO ROT-RECUA-DIA-UTIL-EXIT
           END-IF.

           MOVE 'S'            TO LKS-DC-FUNCAO.
           MOVE WSS-DATA-TESTE TO LKS-DC-DATA-1.
           MOVE -1             TO LKS-DC-DIAS.

           CALL 'DATCALC' USING LKS-DATE-CALC.

           MOVE LKS-DC-DATA-RESULTADO TO WSS-DATA-TESTE.

       ROT-RECUA-DIA-UTIL-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * VERIFICA SE WSS-DATA-VERIFICAR E DIA UTIL - NEM SABADO/    *
      * DOMINGO NEM FERIADO DA TABELA CARREGADA DO CALPROC         *
      *-----------------------------------------------------------*
       ROT-VERIFICA-UTIL.

           MOVE 'S' TO WSS-DIA-UTIL.

           MOVE 'W'                TO LKS-DC-FUNCAO.
           MOVE WSS-DATA-VERIFICAR TO LKS-DC-DATA-1.

           CALL 'DATCALC' USING LKS-DATE-CALC.

           IF LKS-DC-OK
              AND (LKS-DC-DIA-SEMANA = 1 OR LKS-DC-DIA-SEMANA = 7)
              MOVE 'N' TO WSS-DIA-UTIL
              GO TO ROT-VERIFICA-UTIL-EXIT
           END-IF.

           PERFORM ROT-PROCURA-FERIADO
              THRU ROT-PROCURA-FERIADO-EXIT
              VARYING WSS-IDX-FERIADO FROM 1 BY 1
              UNTIL WSS-IDX-FERIADO > WSS-QTD-FERIADOS
                 OR NOT DIA-UTIL.

       ROT-VERIFICA-UTIL-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      * COMPARA A DATA COM UM FERIADO DA TABELA                    *
      *-----------------------------------------------------------*
       ROT-PROCURA-FERIADO.

           IF WSS-FERIADO-DATA (WSS-IDX-FERIADO) = WSS-DATA-VERIFICAR
              MOVE 'N' TO WSS-DIA-UTIL
           END-IF.

       ROT-PROCURA-FERIADO-EXIT.

           EXIT.

       END PROGRAM CALPER.

      ********************** FIM DO PROGRAMA ***************************
