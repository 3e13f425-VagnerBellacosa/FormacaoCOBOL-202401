      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DO REGISTRO DE CONTROLE DO ENCADEAMENTO DA
      *            TRILHA DE AUDITORIA (AUDSELO, UM UNICO REGISTRO) -
      *            ANCORA (SELO DO ULTIMO REGISTRO JA ARQUIVADO, DE
      *            ONDE PARTE O PRIMEIRO REGISTRO DO AUDLOG VIVO),
      *            QUANTIDADE DE REGISTROS SELADOS NO AUDLOG VIVO E
      *            SELO DO ULTIMO DELES. REGRAVADO PELO COBOL056 (A
      *            CADA NOITE) E PELO COBOL032 (NO ARQUIVAMENTO); O
      *            COBOL056 CONFERE O AUDLOG CONTRA ELE, O QUE
      *            DENUNCIA SUPRESSAO DE REGISTROS SELADOS NO FIM DO
      *            ARQUIVO E RECONSTRUCAO DA CADEIA INTEIRA
      * CPD      : INEFE
      *****************************************************************
       01  AUDB0001C.
           05 AUDB0001C-ANCORA            PIC 9(07).
           05 AUDB0001C-QTDE-ARQUIVADOS   PIC 9(09).
           05 AUDB0001C-QTDE-SELADOS      PIC 9(09).
           05 AUDB0001C-ULTIMO-SELO       PIC 9(07).
           05 AUDB0001C-DATA              PIC 9(08).
           05 AUDB0001C-HORA              PIC 9(08).
           05 AUDB0001C-PROGRAMA          PIC X(08).
           05 FILLER                      PIC X(24).
