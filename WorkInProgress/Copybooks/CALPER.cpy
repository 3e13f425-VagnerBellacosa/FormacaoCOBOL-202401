      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : BLOCO DE PARAMETROS DO SUBPROGRAMA CALPER, USADO
      *            TANTO NA LINKAGE SECTION DO CALPER QUANTO NA
      *            WORKING-STORAGE SECTION DE QUEM O CHAMA, PARA QUE
      *            CALL 'CALPER' USING LKS-CAL-PERIODO TENHA SEMPRE O
      *            MESMO LAYOUT DOS DOIS LADOS DA CHAMADA.
      *            RECEBE UMA DATA E DEVOLVE OS MARCOS DE PERIODO DO
      *            CALENDARIO DE PROCESSAMENTO: O ULTIMO DIA UTIL DO
      *            MES DA DATA (SEM SABADO/DOMINGO E SEM OS FERIADOS
      *            DO CALPROC) E SE A PROPRIA DATA E DIA UTIL, FIM DE
      *            MES, FIM DE TRIMESTRE OU FIM DE ANO
      * CPD      : INEFE
      *****************************************************************
       01  LKS-CAL-PERIODO.
           05 LKS-CP-DATA              PIC 9(08).
           05 LKS-CP-DATA-R REDEFINES LKS-CP-DATA.
              10 LKS-CP-ANO            PIC 9(04).
              10 LKS-CP-MES            PIC 9(02).
              10 LKS-CP-DIA            PIC 9(02).
           05 LKS-CP-ULTIMO-UTIL-MES   PIC 9(08).
           05 LKS-CP-DIA-UTIL          PIC X(01).
              88 LKS-CP-E-DIA-UTIL              VALUE 'S'.
           05 LKS-CP-FIM-MES           PIC X(01).
              88 LKS-CP-E-FIM-MES               VALUE 'S'.
           05 LKS-CP-FIM-TRIMESTRE     PIC X(01).
              88 LKS-CP-E-FIM-TRIMESTRE         VALUE 'S'.
           05 LKS-CP-FIM-ANO           PIC X(01).
              88 LKS-CP-E-FIM-ANO               VALUE 'S'.
           05 LKS-CP-CALENDARIO        PIC X(01).
              88 LKS-CP-SEM-CALPROC             VALUE 'N'.
           05 LKS-CP-RETORNO           PIC X(01).
              88 LKS-CP-OK                      VALUE 'S'.
              88 LKS-CP-ERRO                    VALUE 'N'.
