      *                  (COBOL044 EM MODO SIMULACAO) - O RETORNO
      *                  NAO ZERO IMPEDE O JCL DE APLICAR A PROVA
      *                  SOBRE O CALPROC
      * 15/10/2026  VRB  INCLUIDO O CODIGO DA VARREDURA SEMANAL DE
      *                  INTEGRIDADE DO CATALOGO (COBOL053) - QUEBRA
      *                  GRAVE ENTRE O CATALOGO E OS SEUS ARQUIVOS
      *                  SATELITES
      * 15/10/2026  VRB  INCLUIDOS OS CODIGOS DO MASCARAMENTO DAS
      *                  COPIAS DE TESTE DA FOLHA (COBOL054) - DESTINO
      *                  COM NOME DE PRODUCAO E ENTRADA INDISPONIVEL
      *                  (COPIAS INCOMPLETAS QUEBRARIAM OS CASAMENTOS
      *                  POR MATRICULA)
      * 15/10/2026  VRB  INCLUIDO O CODIGO DA CONVERSAO DA TRILHA DE
      *                  AUDITORIA PARA DATA AAAAMMDD (COBOL055) -
      *                  CONTAGENS QUE NAO CONCILIAM OU DATA ANTIGA
      *                  INCONVERSIVEL IMPEDEM A TROCA DOS ARQUIVOS
      * 15/10/2026  VRB  INCLUIDO O CODIGO DA TRILHA DE AUDITORIA
      *                  VIOLADA (COBOL056) - SELO QUE NAO CONFERE COM
      *                  A CADEIA OU COM O CONTROLE AUDSELO
      * 15/10/2026  VRB  INCLUIDOS OS CODIGOS DA SAUDE SEMANAL DOS
      *                  KSDS (COBOL057/COBOL058) - REORGANIZACAO
      *                  INDICADA (RETORNO 4, QUE LIBERA OS STEPS DA
      *                  REORGANIZACAO), CLUSTER SEM ESTATISTICA NO
      *                  LISTCAT E RECARGA QUE NAO CONFERE COM O
      *                  DESCARREGAMENTO
      * 15/10/2026  VRB  INCLUIDO O CODIGO DO FECHAMENTO DE CICLO
      *                  RECUSADO POR ERRO GRAVE SEM RECONHECIMENTO DO
      *                  PLANTAO (FUNCAO 'F' DO COBOL017)
      * 15/10/2026  VRB  INCLUIDO O AVISO DA SIMULACAO DE REGRA FUTURA
      *                  DE APOSENTADORIA (COBOL061) SEM NENHUMA REGRA
      *                  AGETAB DE VIGENCIA FUTURA NO PARAMT01
      * 15/10/2026  VRB  INCLUIDOS OS CODIGOS DA CONFERENCIA DE DERIVA
      *                  DA POPULACAO DO FOPAG001 (COBOL062) - LIMITE
      *                  EXCEDIDO DERRUBA O CICLO; LIBERADO PELO RH NA
      *                  DATA, SO AVISA
      * 15/10/2026  VRB  INCLUIDO O CODIGO DA CARGA DELIMITADA DO
      *                  CATALOGO (COBOL063) - PROVA COM ERROS SEM
      *                  CARTAO DE APROVACAO QUE CONFIRA; NADA E
      *                  GRAVADO NO CSVMOVTO
      * 15/10/2026  VRB  INCLUIDO O CODIGO DO PORTAO DE CALENDARIO DOS
      *                  JOBS PERIODICOS (COBOL064) - DATA QUE NAO E O
      *                  FIM DO PERIODO DO JOB, SEM LIBERACAO NO PARM -
      *                  E O AVISO DO RELATORIO MENSAL (COBOL065) COM
      *                  JOB PERIODICO DEVIDO E NAO EXECUTADO
      * 15/10/2026  VRB  INCLUIDO O AVISO DO CUSTEIO DOS KITS (COBOL067)
      *                  - KIT ABAIXO DO CUSTO, FORA DA FAIXA DE MARGEM,
      *                  SEM CUSTO APURAVEL OU AFETADO POR ALTERACAO DE
      *                  COMPONENTE
      * 15/10/2026  VRB  INCLUIDO O CODIGO DA CARGA DELIMITADA PARA
      *                  CICLO QUE NAO E O PROXIMO A SER ABERTO
      *                  (COBOL063) E O DA ESTRUTURA DE KITS LIDA PELA
      *                  METADE - ERRO DE LEITURA DO KITEST OU TABELA
      *                  ESGOTADA (COBOL066/COBOL067)
      *****************************************************************
       01  TAB-RETURN-CODES.
           05 RC-SUCESSO                    PIC 9(003) VALUE 000.
           05 RC-REJEITOS-ENCONTRADOS       PIC 9(003) VALUE 004.
           05 RC-REORGANIZACAO-INDICADA     PIC 9(003) VALUE 004.
           05 RC-SEM-REGRA-FUTURA           PIC 9(003) VALUE 004.
           05 RC-DERIVA-LIBERADA            PIC 9(003) VALUE 004.
           05 RC-JOB-PERIODICO-PERDIDO      PIC 9(003) VALUE 004.
           05 RC-KIT-FORA-DA-MARGEM         PIC 9(003) VALUE 004.
           05 RC-PROVA-NAO-APROVADA         PIC 9(003) VALUE 008.
           05 RC-PARM-TAMANHO-MAIOR         PIC 9(003) VALUE 100.
           05 RC-PARM-TAMANHO-MENOR         PIC 9(003) VALUE 200.
           05 RC-PARM-NAO-NUMERICO          PIC 9(003) VALUE 300.
           05 RC-CICLO-NAO-ABERTO           PIC 9(003) VALUE 912.
           05 RC-REPROCESSO-NAO-AUTORIZADO  PIC 9(003) VALUE 913.
           05 RC-REPROCESSO-SEM-FECHAMENTO  PIC 9(003) VALUE 914.
           05 RC-INTEGRIDADE-VIOLADA        PIC 9(003) VALUE 915.
           05 RC-DESTINO-PRODUCAO           PIC 9(003) VALUE 916.
           05 RC-MASCARAMENTO-INCOMPLETO    PIC 9(003) VALUE 917.
           05 RC-CONVERSAO-NAO-CONCILIADA   PIC 9(003) VALUE 918.
           05 RC-AUDITORIA-VIOLADA          PIC 9(003) VALUE 919.
           05 RC-KSDS-SEM-ESTATISTICA       PIC 9(003) VALUE 920.
           05 RC-REORGANIZACAO-DIVERGENTE   PIC 9(003) VALUE 921.
           05 RC-ERRO-GRAVE-NAO-RECONHECIDO PIC 9(003) VALUE 922.
           05 RC-POPULACAO-DIVERGENTE       PIC 9(003) VALUE 923.
           05 RC-JOB-FORA-DO-CALENDARIO     PIC 9(003) VALUE 924.
           05 RC-CARGA-FORA-DO-CICLO        PIC 9(003) VALUE 925.
           05 RC-KIT-ESTRUTURA-INCOMPLETA   PIC 9(003) VALUE 926.
