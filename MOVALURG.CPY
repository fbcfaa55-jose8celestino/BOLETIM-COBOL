      ******************************************************************
      * Copybook: MOVALURG
      * Purpose:  Layout do registro do historico de movimentacao de
      *           alunos (arquivo MOVALUNO, gravado em EXTEND a cada
      *           mudanca de situacao de matricula): situacao anterior
      *           e nova, data de efeito, turma de origem e destino,
      *           observacao, programa que fez o movimento, operador e
      *           data/hora.
      * Modification History:
      *   15-10-2026  JVC  Criacao.
      ******************************************************************
       01  WS-REG-MOVALUNO.
           03  MOV-MATRICULA            PIC 9(08).
           03  MOV-SITUACAO-ANTERIOR    PIC X(01).
           03  MOV-SITUACAO-NOVA        PIC X(01).
           03  MOV-DATA-EFEITO          PIC 9(08).
           03  MOV-TURMA-ORIGEM         PIC X(10).
           03  MOV-TURMA-DESTINO        PIC X(10).
           03  MOV-OBSERVACAO           PIC X(60).
           03  MOV-PROGRAMA             PIC X(08).
           03  MOV-OPERADOR             PIC X(10).
           03  MOV-DATA                 PIC 9(08).
           03  MOV-HORA                 PIC 9(08).
