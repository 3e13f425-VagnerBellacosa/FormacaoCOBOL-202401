      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : BLOCO DE PARAMETROS DO SUBPROGRAMA CATPRECO, USADO
      *            TANTO NA LINKAGE SECTION DO CATPRECO QUANTO NA
      *            WORKING-STORAGE SECTION DE QUEM O CHAMA, PARA QUE
      *            CALL 'CATPRECO' USING LKS-CAT-PRECO TENHA SEMPRE O
      *            MESMO LAYOUT DOS DOIS LADOS DA CHAMADA.
      *            FUNCOES DISPONIVEIS:
      *              'A' - ABRE O CATET001 E CARREGA O CAMBTAB E OS
      *                    MOVIMENTOS PENDENTES (CATPENDM) - UMA VEZ,
      *                    ANTES DA PRIMEIRA CONSULTA
      *              'C' - CONSULTA O PRECO DE LKS-PV-CODIGO EM VIGOR
      *                    NA LKS-PV-DATA-REFERENCIA, CONVERTIDO PARA
      *                    LKS-PV-MOEDA-DESTINO (EM BRANCO VALE 'BRL')
      *              'F' - FECHA O CATET001
      *            RETORNO DA CONSULTA (LKS-PV-RETORNO):
      *              '0' - PRECO DEVOLVIDO, ITEM ATIVO NA DATA
      *              '1' - CODIGO SEM CADASTRO NO CATET001 NEM
      *                    INCLUSAO PENDENTE ATE A DATA
      *              '2' - CODIGO NO ARQUIVO MORTO (CATARQ) - A DATA
      *                    DO ARQUIVAMENTO SAI EM LKS-PV-DATA-ARQUIVO
      *              '3' - ITEM NAO ATIVO NA DATA (BLOQUEADO,
      *                    DESCONTINUADO OU PENDENTE) - O PRECO E A
      *                    SITUACAO SAO DEVOLVIDOS MESMO ASSIM
      *              '4' - EXCLUSAO PENDENTE JA EFETIVA NA DATA
      *              '8' - DATA DE REFERENCIA INVALIDA (CHKDATA)
      *              '9' - FUNCAO INVALIDA OU CATET001 NAO ABERTO
      *            A CONVERSAO (LKS-PV-FATOR = TAXA DA MOEDA DO ITEM /
      *            TAXA DA MOEDA DESTINO, TAXAS DO CAMBTAB EM DOLAR
      *            POR UNIDADE) E SINALIZADA A PARTE EM
      *            LKS-PV-CONVERSAO - MOEDA SEM TAXA DEVOLVE O
      *            CONVERTIDO ZERADO
      * CPD      : INEFE
      *****************************************************************
       01  LKS-CAT-PRECO.
           05 LKS-PV-FUNCAO            PIC X(01).
              88 LKS-PV-ABRE                    VALUE 'A'.
              88 LKS-PV-CONSULTA                VALUE 'C'.
              88 LKS-PV-FECHA                   VALUE 'F'.
           05 LKS-PV-CODIGO            PIC 9(05).
           05 LKS-PV-DATA-REFERENCIA   PIC 9(08).
           05 LKS-PV-MOEDA-DESTINO     PIC X(03).
           05 LKS-PV-RETORNO           PIC X(01).
              88 LKS-PV-OK                      VALUE '0'.
              88 LKS-PV-NAO-CADASTRADO          VALUE '1'.
              88 LKS-PV-ARQUIVADO               VALUE '2'.
              88 LKS-PV-NAO-ATIVO               VALUE '3'.
              88 LKS-PV-EXCLUIDO                VALUE '4'.
              88 LKS-PV-DATA-INVALIDA           VALUE '8'.
              88 LKS-PV-ERRO                    VALUE '9'.
           05 LKS-PV-DESCRICAO         PIC X(30).
           05 LKS-PV-TIPO              PIC X(01).
           05 LKS-PV-VALOR             PIC 9(07)V99.
           05 LKS-PV-MOEDA             PIC X(03).
           05 LKS-PV-SITUACAO          PIC X(01).
           05 LKS-PV-FATOR             PIC 9(05)V9(09).
           05 LKS-PV-VALOR-CONVERTIDO  PIC 9(11)V99.
           05 LKS-PV-CONVERSAO         PIC X(01).
              88 LKS-PV-CONVERTIDO              VALUE 'S'.
              88 LKS-PV-SEM-TAXA                VALUE 'N'.
           05 LKS-PV-PENDENTE          PIC X(01).
              88 LKS-PV-COM-PENDENTE            VALUE 'S'.
              88 LKS-PV-SEM-PENDENTE            VALUE 'N'.
           05 LKS-PV-DATA-EFETIVA      PIC 9(08).
           05 LKS-PV-FUTURO            PIC X(01).
              88 LKS-PV-HA-FUTURO               VALUE 'S'.
           05 LKS-PV-DATA-FUTURO       PIC 9(08).
           05 LKS-PV-DATA-ARQUIVO      PIC 9(08).
