      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DO REGISTRO DO CADASTRO DE CASOS DE
      *            APOSENTADORIA (KSDS APOSCASO, CHAVE MATRICULA) -
      *            ACOMPANHAMENTO PELO RH DO FUNCIONARIO NOTIFICADO
      *            PELA CARTA DO COBOL020 ATE A APOSENTADORIA, COM A
      *            SITUACAO CORRENTE E A DATA DE CADA SITUACAO.
      *            MANTIDO PELA TRANSACAO APO1 (FOPC0002) E LIDO
      *            TODA NOITE PELO RELATORIO DE PRAZOS (COBOL046)
      * CPD      : INEFE
      *****************************************************************
       01  APSB0001.
           05 APSB0001-MATRICULA      PIC 9(06).
           05 APSB0001-NOME           PIC X(30).
           05 APSB0001-SITUACAO       PIC X(01).
              88 APSB0001-NOTIFICADO            VALUE 'N'.
              88 APSB0001-PEDIDO                VALUE 'P'.
              88 APSB0001-APROVADO              VALUE 'A'.
              88 APSB0001-DESISTENTE            VALUE 'D'.
              88 APSB0001-APOSENTADO            VALUE 'R'.
              88 APSB0001-CASO-EM-ABERTO        VALUE 'N' 'P' 'A'.
           05 APSB0001-DATA-NOTIFICACAO PIC 9(08).
           05 APSB0001-DATA-PEDIDO    PIC 9(08).
           05 APSB0001-DATA-APROVACAO PIC 9(08).
           05 APSB0001-DATA-DESISTENCIA PIC 9(08).
           05 APSB0001-DATA-APOSENTADORIA PIC 9(08).
           05 APSB0001-DATA-PREVISTA  PIC 9(08).
           05 APSB0001-DATA-ULT-MOVTO PIC 9(08).
           05 APSB0001-USUARIO        PIC X(08).
           05 FILLER                  PIC X(19).
