      *                  DO TETO DO OPERADOR; TENTATIVA NEGADA VIRA
      *                  EVENTO 'AUTH-DENY' NA AUDITORIA, INSUMO DO
      *                  RELATORIO DE VIOLACOES (COBOL043)
      * 15/10/2026  VRB  DATA DO EVENTO DE AUDITORIA GRAVADA EM AAAAMMDD
      *                  (FORMATTIME YYYYMMDD) - A CHAVE DO AUDLOGV
      *                  PASSA A TER 16 POSICOES (DATA + HORA)
      * 15/10/2026  VRB  O EVENTO DE AUDITORIA E GRAVADO COM O SELO DO
      *                  ENCADEAMENTO EM BRANCO - O SELO E CALCULADO
      *                  NO CICLO NOTURNO (COBOL056)
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************

           EXEC CICS FORMATTIME
                ABSTIME (WSS-DATA-HORA-ABS)
                YYYYMMDD (AUDB0001-DATA)
                TIME (WSS-HORA-HHMMSS)
           END-EXEC.

           MOVE 'CAT2'                TO AUDB0001-STEP.
           MOVE WSS-AUD-EVENTO        TO AUDB0001-EVENTO.
           MOVE CATB0001-CODIGO       TO AUDB0001-CHAVE.
           MOVE SPACES                TO AUDB0001-SELO-X.

           EXEC CICS WRITE FILE ('AUDLOGV')
                FROM (AUDB0001)
