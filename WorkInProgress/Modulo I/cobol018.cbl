      *                  GRAVADO PELO COBOL033 NO STEP015 DO
      *                  CICL0001) - O MOMENTO DO BACKUP DEIXA DE
      *                  SER DIGITADO DE MEMORIA
      * 15/10/2026  VRB  DATA DO EVENTO DE AUDITORIA EM AAAAMMDD - A
      *                  JANELA DO AUDLOG COMPARA AS DATAS DO PARM
      *                  INTEIRAS, SEM CORTAR O SECULO
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       77  WSS-CONT-DESPREZADOS       PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-ERROS             PIC 9(07)   VALUE ZERO.
       77  WSS-CONT-AUDLOG            PIC 9(07)   VALUE ZERO.
       77  WSS-DATA-AUD-LIMITE        PIC 9(08)   VALUE ZERO.
       77  WSS-DATA-AUD-INICIO        PIC 9(08)   VALUE ZERO.
       77  FLG-BKPCTL                 PIC X(02).
      *
           COPY "RETCODES".
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE LKS-PR-DATA-INICIO TO WSS-DATA-AUD-INICIO.
           MOVE LKS-PR-DATA-LIMITE TO WSS-DATA-AUD-LIMITE.

           DISPLAY '***************************************'.
           DISPLAY '* RECUPERACAO DO CATET001               '.
