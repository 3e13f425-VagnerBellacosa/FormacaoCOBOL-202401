      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DO REGISTRO DO DIARIO DOS JOBS PERIODICOS
      *            (PERLOG, DISP=MOD) - EVENTO 'D' = JOB DEVIDO NA
      *            DATA, PUBLICADO PELA ABERTURA DO CICLO (COBOL017);
      *            'I' = JOB LIBERADO PELO PORTAO DE CALENDARIO E
      *            'C' = JOB CONCLUIDO, AMBOS GRAVADOS PELO COBOL064.
      *            PERB0001-DATA-PREVISTA E O ULTIMO DIA UTIL DO
      *            PERIODO A QUE O EVENTO PERTENCE; PERB0001-FORCADO =
      *            'S' QUANDO O JOB RODOU FORA DO CALENDARIO COM
      *            LIBERACAO NO PARM
      * CPD      : INEFE
      *****************************************************************
      * HISTORICO DE ALTERACOES
      * 15/10/2026  VRB  CAMPOS RENOMEADOS DE PER- PARA PERB0001-, NO
      *                  PADRAO DOS DEMAIS LAYOUTS (COBOL017, COBOL064 E
      *                  COBOL065 ACOMPANHAM)
      *****************************************************************
       01  PERB0001.
           05 PERB0001-DATA-REFERENCIA    PIC 9(08).
           05 PERB0001-DATA-EXECUCAO      PIC 9(08).
           05 PERB0001-HORA               PIC 9(08).
           05 PERB0001-JOB                PIC X(08).
           05 PERB0001-EVENTO             PIC X(01).
              88 PERB0001-DEVIDO                    VALUE 'D'.
              88 PERB0001-INICIADO                  VALUE 'I'.
              88 PERB0001-CONCLUIDO                 VALUE 'C'.
           05 PERB0001-PERIODO            PIC X(01).
           05 PERB0001-DATA-PREVISTA      PIC 9(08).
           05 PERB0001-FORCADO            PIC X(01).
              88 PERB0001-EXECUCAO-FORCADA          VALUE 'S'.
           05 FILLER                      PIC X(37).
