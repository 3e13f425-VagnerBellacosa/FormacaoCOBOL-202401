      *****************************************************************
      * HISTORICO DE ALTERACOES
      * 22/08/2026  VRB  VERSAO ORIGINAL DO PROGRAMA
      * 15/10/2026  VRB  DATA DO EVENTO DE AUDITORIA GRAVADA COM ANO DE
      *                  4 DIGITOS (AUDB0001-DATA AGORA AAAAMMDD)
      * 15/10/2026  VRB  O EVENTO DE AUDITORIA E GRAVADO COM O SELO DO
      *                  ENCADEAMENTO EM BRANCO - O SELO E CALCULADO
      *                  NO CICLO NOTURNO (COBOL056)
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       ROT-GRAVA-AUDITORIA.

           IF FLG-AUDLOG = '00'
              ACCEPT AUDB0001-DATA   FROM DATE YYYYMMDD
              ACCEPT AUDB0001-HORA   FROM TIME

              MOVE WSS-NOME-JOB      TO AUDB0001-JOB
              MOVE WSS-NOME-STEP     TO AUDB0001-STEP
              MOVE 'RESTORE'         TO AUDB0001-EVENTO
              MOVE CATB0001-CODIGO   TO AUDB0001-CHAVE
              MOVE SPACES            TO AUDB0001-SELO-X

              WRITE AUDB0001
           END-IF.
