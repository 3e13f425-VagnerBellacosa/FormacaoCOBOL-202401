      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DO REGISTRO DE CORRECAO DOS ANOS DE
      *            CONTRIBUICAO (ARQUIVO SALCORR) - UM REGISTRO POR
      *            FUNCIONARIO CUJOS ANOS DECLARADOS NA FOLHA
      *            (FOPB0001-ANOS-CONTRIB) DIVERGEM DOS MESES
      *            EFETIVAMENTE CONTRIBUIDOS NO SALHIST ALEM DA
      *            TOLERANCIA. GRAVADO PELO COBOL049 NA CONCILIACAO
      *            MENSAL DO BENEF001 E USADO PELO RH PARA CORRIGIR O
      *            CADASTRO DA FOLHA
      * CPD      : INEFE
      *****************************************************************
       01  FOPB0001C.
           05 FOPB0001C-MATRICULA         PIC 9(06).
           05 FOPB0001C-NOME              PIC X(30).
           05 FOPB0001C-DEPTO             PIC X(03).
           05 FOPB0001C-ANOS-DECLARADOS   PIC 9(02).
           05 FOPB0001C-ANOS-APURADOS     PIC 9(02).
           05 FOPB0001C-MESES-SALHIST     PIC 9(04).
           05 FOPB0001C-PRIMEIRO-ANOMES   PIC 9(06).
           05 FOPB0001C-ULTIMO-ANOMES     PIC 9(06).
           05 FOPB0001C-MESES-LACUNA      PIC 9(04).
           05 FOPB0001C-QTD-LACUNAS       PIC 9(03).
           05 FOPB0001C-MOTIVO            PIC X(01).
              88 FOPB0001C-DIVERGENTE               VALUE 'D'.
              88 FOPB0001C-SEM-HISTORICO            VALUE 'S'.
           05 FOPB0001C-DATA-APURACAO     PIC 9(08).
           05 FILLER                      PIC X(05).
