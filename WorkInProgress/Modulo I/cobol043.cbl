      *            TRILHA DE AUDITORIA DA NOITE (AUDLOG, LAYOUT
      *            AUDB0001, JA COM OS EVENTOS DA MANUTENCAO ONLINE
      *            RECOLHIDOS PELO STEP003) E SELECIONA OS EVENTOS
      *            'AUTH-DENY' GRAVADOS PELA CAT2/CAT4/CAT6/CAT7 QUANDO
      *            UM OPERADOR TENTOU ALGO FORA DO PERFIL (AUTPROF),
      *            IMPRIMINDO O DETALHE DE CADA TENTATIVA E O
      *            RESUMO DE CONTAGENS POR OPERADOR, NO ESTILO DE
      *            IMPRESSAO DO COBOL011
      *                  NOTURNA E REIMPRIMIA TODO O ACERVO DO
      *                  AUDLOG (ATE UM ANO SOB A RETENCAO) EM TODA
      *                  EXECUCAO
      * 15/10/2026  VRB  O TITULO PASSA A COBRIR TAMBEM AS NEGATIVAS DA
      *                  CAT6 (MANUTENCAO DO DE/PARA DE FORNECEDOR)
      * 15/10/2026  VRB  PASSA A LISTAR TAMBEM AS NEGATIVAS DA CAT7
      *                  (SUPERVISOR SEM PERFIL OU DECISAO SOBRE
      *                  MOVIMENTO SUBMETIDO POR ELE MESMO)
      * 15/10/2026  VRB  DATA DO EVENTO DE AUDITORIA EM AAAAMMDD - A
      *                  SELECAO COMPARA A DATA DO CICLO INTEIRA
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
       77  WSS-LINHAS-PAGINA          PIC 9(02)   VALUE ZERO.
       77  WSS-MAX-LINHAS             PIC 9(02)   VALUE 20.
       77  WSS-NUM-PAGINA             PIC 9(04)   VALUE ZERO.
       77  WSS-DATA-AUD               PIC 9(08)   VALUE ZERO.
      *
       01  WSS-TAB-OPERADORES.
           05 WSS-OPE-OCORRE          OCCURS 50 TIMES.
       01  WSS-LINHA-CABECALHO.
           05 FILLER                  PIC X(10)  VALUE 'RELATORIO:'.
           05 WSS-CAB-TITULO          PIC X(40)
                  VALUE 'VIOLACOES DE AUTORIZACAO - ONLINE'.
           05 FILLER                  PIC X(10)  VALUE SPACES.
           05 FILLER                  PIC X(08)  VALUE 'PAGINA: '.
           05 WSS-CAB-PAGINA          PIC ZZZ9.
      *
       01  WSS-LINHA-DETALHE.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WSS-DET-DATA            PIC 9(08).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WSS-DET-HORA            PIC 9(08).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WSS-DET-TRANSACAO       PIC X(08).
           05 FILLER                  PIC X(07)  VALUE ' CHAVE='.
           05 WSS-DET-CHAVE           PIC 9(05).
           05 FILLER                  PIC X(28)  VALUE SPACES.
      *
       01  WSS-LINHA-RESUMO.
           05 FILLER                  PIC X(02)  VALUE SPACES.
      *-----------------------------------------------------------*
       ROT-ABERTURA.

           MOVE LKS-DATA-EXECUCAO TO WSS-DATA-AUD.

           OPEN INPUT  AUDLOG.

