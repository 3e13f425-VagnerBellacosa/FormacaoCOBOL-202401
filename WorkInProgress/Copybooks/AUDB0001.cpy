      *                  OS EVENTOS DA NOITE SUPERADA PARA QUE A
      *                  CONSULTA (COBOL011) E O PAINEL (COBOL028)
      *                  REPORTEM SO A RE-EXECUCAO
      * 15/10/2026  VRB  AUDB0001-DATA AMPLIADA PARA AAAAMMDD (8
      *                  POSICOES), TOMADAS DO FILLER - O REGISTRO
      *                  SEGUE COM 55 POSICOES; A CHAVE DO AUDLOGV
      *                  (DATA + HORA) PASSA A TER 16 POSICOES
      * 15/10/2026  VRB  O FILLER RESTANTE VIRA O SELO ENCADEADO DO
      *                  REGISTRO (AUDB0001-SELO), CALCULADO PELO
      *                  COBOL056 A PARTIR DO SELO DO REGISTRO
      *                  ANTERIOR E DAS POSICOES 1-47 - QUEM GRAVA O
      *                  EVENTO DEIXA O SELO EM BRANCO
      *****************************************************************
       01  AUDB0001.
           05 AUDB0001-DATA               PIC 9(08).
           05 AUDB0001-HORA               PIC 9(08).
           05 AUDB0001-JOB                PIC X(08).
           05 AUDB0001-STEP               PIC X(08).
           05 AUDB0001-CHAVE              PIC 9(05).
           05 AUDB0001-SUPERSEDIDO        PIC X(01).
              88 AUDB0001-SUPERADO                  VALUE 'X'.
           05 AUDB0001-SELO               PIC 9(07).
           05 AUDB0001-SELO-X REDEFINES AUDB0001-SELO
                                          PIC X(07).
              88 AUDB0001-SEM-SELO                  VALUE SPACES.
