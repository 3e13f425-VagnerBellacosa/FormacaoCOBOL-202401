      *                  VALIDACAO LIMPA - COM REJEICAO O RETORNO 4
      *                  IMPEDE A REGRAVACAO NO JCL E A TRILHA
      *                  REGISTRAVA UMA APLICACAO QUE NAO ACONTECEU
      * 15/10/2026  VRB  DATA DO EVENTO DE AUDITORIA GRAVADA COM ANO DE
      *                  4 DIGITOS (AUDB0001-DATA AGORA AAAAMMDD)
      * 15/10/2026  VRB  O EVENTO DE AUDITORIA E GRAVADO COM O SELO DO
      *                  ENCADEAMENTO EM BRANCO - O SELO E CALCULADO
      *                  NO CICLO NOTURNO (COBOL056)
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
           IF LKS-MODO-REAL
              AND WSS-CONT-REJEITADOS = ZERO
              AND FLG-AUDLOG = '00'
              ACCEPT AUDB0001-DATA   FROM DATE YYYYMMDD
              ACCEPT AUDB0001-HORA   FROM TIME
              MOVE WSS-NOME-JOB      TO AUDB0001-JOB
              MOVE WSS-NOME-STEP     TO AUDB0001-STEP
              MOVE 'CALPROC'         TO AUDB0001-EVENTO
              MOVE ZERO              TO AUDB0001-CHAVE
              MOVE SPACES            TO AUDB0001-SELO-X
              MOVE SPACE             TO AUDB0001-SUPERSEDIDO
              WRITE AUDB0001
              CLOSE AUDLOG
