      *                  COBOL005 E PELO COBOL019 - QUEM O USA DEVE
      *                  TESTAR LKS-PARAM-TAM ANTES, POIS OS DRIVERS
      *                  ANTIGOS SEGUEM PASSANDO O PARM CURTO
      * 15/10/2026  VRB  INCLUIDO O USUARIO QUE SUBMETEU O JOB
      *                  (&SYSUID NO FIM DO PARM), USADO PELO
      *                  COBOL063 COMO ORIGEM DO LOTE DE MOVIMENTOS -
      *                  MESMA REGRA: TESTAR LKS-PARAM-TAM ANTES
      *****************************************************************
       01 LKS-PARM-IBM.
        05 LKS-PARAM-TAM    PIC S9(04) COMP.
         10 LKS-FILTRO-SITUACAO PIC X(001).
            88 LKS-SIT-TODOS          VALUE '*'.
            88 LKS-SIT-SO-ATIVOS      VALUE 'A'.
         10 LKS-USUARIO-SUBMISSAO PIC X(008).
