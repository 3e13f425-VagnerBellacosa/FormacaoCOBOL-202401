      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DO REGISTRO DO HISTORICO DE SAUDE DOS KSDS
      *            (KSDSHIST) - UMA FOTOGRAFIA SEMANAL DAS ESTATISTICAS
      *            DO COMPONENTE DE DADOS DE CADA CLUSTER (LISTCAT),
      *            GRAVADA PELO COBOL057 NO JOB KSDREO01. E A BASE DA
      *            TENDENCIA E DA PREVISAO DE CRESCIMENTO
      * CPD      : INEFE
      *****************************************************************
      * HISTORICO DE ALTERACOES
      * 15/10/2026  VRB  LAYOUT ORIGINAL DO REGISTRO KSDB0001
      *****************************************************************
       01  KSDB0001.
           05 KSDB0001-DATA               PIC 9(08).
           05 KSDB0001-CLUSTER            PIC X(08).
           05 KSDB0001-REC-TOTAL          PIC 9(09).
           05 KSDB0001-REC-EXCLUIDOS      PIC 9(09).
           05 KSDB0001-REC-INCLUIDOS      PIC 9(09).
           05 KSDB0001-SPLITS-CI          PIC 9(07).
           05 KSDB0001-SPLITS-CA          PIC 9(07).
           05 KSDB0001-ESPACO-LIVRE       PIC 9(11).
           05 KSDB0001-PCT-LIVRE          PIC 9(03).
           05 KSDB0001-PCT-USO            PIC 9(03).
           05 KSDB0001-SITUACAO           PIC X(01).
              88 KSDB0001-SEM-REORGANIZACAO       VALUE 'N'.
              88 KSDB0001-REORG-INDICADA          VALUE 'I'.
              88 KSDB0001-REORG-RECUSADA          VALUE 'R'.
           05 FILLER                      PIC X(05).
