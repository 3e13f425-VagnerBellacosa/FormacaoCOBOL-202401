      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DO REGISTRO DO CADASTRO DE ORCAMENTOS
      *            EMITIDOS (ARQUIVO ORCREG) - UM REGISTRO POR
      *            ORCAMENTO, GRAVADO PELO COBOL050 NA EMISSAO, COM
      *            OS TOTAIS EM REAIS E NA MOEDA DO CLIENTE, PARA O
      *            ACOMPANHAMENTO COMERCIAL DA ENGENHARIA. ORCAMENTO
      *            JA PRESENTE NO CADASTRO NAO E EMITIDO DE NOVO
      * CPD      : INEFE
      *****************************************************************
       01  ORCB0001.
           05 ORCB0001-ORCAMENTO          PIC 9(06).
           05 ORCB0001-CLIENTE            PIC X(06).
           05 ORCB0001-DATA-EMISSAO       PIC 9(08).
           05 ORCB0001-QTD-ITENS          PIC 9(03).
           05 ORCB0001-CUSTO-BRL          PIC 9(11)V99.
           05 ORCB0001-PERC-MARGEM        PIC 9(03)V99.
           05 ORCB0001-PERC-IMPOSTO       PIC 9(03)V99.
           05 ORCB0001-TOTAL-BRL          PIC 9(11)V99.
           05 ORCB0001-MOEDA-CLIENTE      PIC X(03).
           05 ORCB0001-TOTAL-MOEDA        PIC 9(11)V99.
           05 ORCB0001-SITUACAO           PIC X(01).
              88 ORCB0001-EMITIDO                   VALUE 'E'.
              88 ORCB0001-INCOMPLETO                VALUE 'I'.
              88 ORCB0001-ACEITO                    VALUE 'A'.
              88 ORCB0001-RECUSADO                  VALUE 'R'.
           05 FILLER                      PIC X(04).
