      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DO REGISTRO DO CADASTRO DE FORNECEDORES
      *            (ARQUIVO FORCAD, CHAVE FORNECEDOR) - NOME, SITUACAO
      *            (ATIVO/BLOQUEADO), MOEDA EM QUE O FORNECEDOR
      *            COTA OS PRECOS E CONTATO NO COMPRAS. MANTIDO PELO
      *            COMPRAS E CONSULTADO PELO TRADUTOR DO FEED DE
      *            PRECOS (COBOL031) ANTES DO DE/PARA DE ITENS
      * CPD      : INEFE
      *****************************************************************
       01  FORB0001F.
           05 FORB0001F-FORNECEDOR        PIC 9(05).
           05 FORB0001F-NOME              PIC X(30).
           05 FORB0001F-SITUACAO          PIC X(01).
              88 FORB0001F-ATIVO                    VALUE 'A'.
              88 FORB0001F-BLOQUEADO                VALUE 'B'.
           05 FORB0001F-MOEDA             PIC X(03).
           05 FORB0001F-CONTATO           PIC X(25).
           05 FORB0001F-TELEFONE          PIC X(12).
           05 FILLER                      PIC X(04).
