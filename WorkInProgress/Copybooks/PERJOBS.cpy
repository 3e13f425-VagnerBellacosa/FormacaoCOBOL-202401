      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : TABELA DOS JOBS PERIODICOS E DA SUA PERIODICIDADE,
      *            USADA PELA ABERTURA DO CICLO (COBOL017) PARA
      *            PUBLICAR OS JOBS DEVIDOS NA DATA, PELO PORTAO DE
      *            CALENDARIO DOS PROPRIOS JOBS (COBOL064) E PELO
      *            RELATORIO MENSAL DE EXECUCAO (COBOL065).
      *            PERIODICIDADE: 'M' = ULTIMO DIA UTIL DO MES,
      *            'T' = ULTIMO DIA UTIL DO TRIMESTRE, 'A' = ULTIMO
      *            DIA UTIL DO ANO
      * CPD      : INEFE
      *****************************************************************
       01  TAB-JOBS-PERIODICOS-INIT.
           05 FILLER                  PIC X(08)  VALUE 'CICLMENS'.
           05 FILLER                  PIC X(01)  VALUE 'M'.
           05 FILLER                  PIC X(30)
              VALUE 'FECHAMENTO MENSAL DO CATALOGO'.
           05 FILLER                  PIC X(08)  VALUE 'BENEF001'.
           05 FILLER                  PIC X(01)  VALUE 'M'.
           05 FILLER                  PIC X(30)
              VALUE 'ESTIMATIVA MENSAL DE BENEFICIO'.
           05 FILLER                  PIC X(08)  VALUE 'HOUSKP01'.
           05 FILLER                  PIC X(01)  VALUE 'T'.
           05 FILLER                  PIC X(30)
              VALUE 'EXPURGO DOS ACERVOS DE LOG'.
      *
       01  TAB-JOBS-PERIODICOS REDEFINES TAB-JOBS-PERIODICOS-INIT.
           05 TAB-JOB-OCORRE          OCCURS 3 TIMES
                                      INDEXED BY IDX-JOB.
              10 TAB-JOB-NOME         PIC X(08).
              10 TAB-JOB-PERIODO      PIC X(01).
                 88 TAB-JOB-MENSAL               VALUE 'M'.
                 88 TAB-JOB-TRIMESTRAL           VALUE 'T'.
                 88 TAB-JOB-ANUAL                VALUE 'A'.
              10 TAB-JOB-DESCRICAO    PIC X(30).
      *
       01  WSS-QTD-JOBS-PERIODICOS    PIC 9(02)  VALUE 3.
