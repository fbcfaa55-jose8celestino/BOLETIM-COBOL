      ******************************************************************
      * Copybook: MAPAREG
      * Purpose:  Layout do registro de mapas de retorno (arquivo
      *           MAPAS, indexado por numero do mapa + matricula).
      *           Gravado pelo MAPARET a cada mapa emitido: um registro
      *           de identificacao com matricula zero (professor,
      *           turma, materia, ano/termo) e um registro por aluno
      *           impresso no mapa. E por ele que o NOTALOTE e o
      *           FREQLOTE conferem o movimento digitado do mapa.
      * Modification History:
      *   15-10-2026  JVC  Criacao.
      ******************************************************************
       01  WS-REG-MAPA.
           03  MAP-CHAVE.
               05  MAP-NUMERO           PIC 9(06).
               05  MAP-MATRICULA        PIC 9(08).
           03  MAP-ANO-LETIVO           PIC 9(04).
           03  MAP-TERMO                PIC 9(01).
           03  MAP-TURMA                PIC X(10).
           03  MAP-MATERIA              PIC X(20).
           03  MAP-PROFESSOR            PIC X(40).
           03  MAP-ALUNO                PIC X(40).
           03  MAP-DATA-EMISSAO         PIC 9(08).
           03  MAP-OPERADOR             PIC X(10).
