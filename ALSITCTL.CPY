      ******************************************************************
      * Copybook: ALSITCTL
      * Purpose:  Tabela das situacoes de matricula do aluno
      *           (AL-SITUACAO do ALUNOREG) com a descricao impressa
      *           nos relatorios e telas - o programa move o codigo
      *           para CTL-SIT-CODIGO-BUSCA e procura na tabela; codigo
      *           em branco (registro anterior a movimentacao) vale
      *           CURSANDO.
      * Modification History:
      *   15-10-2026  JVC  Criacao.
      ******************************************************************
       01  CTL-SITUACAO-ALUNO.
           03  CTL-SIT-CODIGO-BUSCA     PIC X(01) VALUE SPACE.
           03  CTL-SIT-NOME             PIC X(11) VALUE SPACES.
           03  CTL-SIT-IDX              PIC 9(01) VALUE 0.
           03  CTL-TAB-SITUACOES.
               05  FILLER               PIC X(12) VALUE "CCURSANDO".
               05  FILLER               PIC X(12) VALUE "TTRANSFERIDO".
               05  FILLER               PIC X(12) VALUE "DDESISTENTE".
               05  FILLER               PIC X(12) VALUE "RREMANEJADO".
               05  FILLER               PIC X(12) VALUE "FFALECIDO".
           03  CTL-TAB-SITUACOES-R REDEFINES CTL-TAB-SITUACOES.
               05  CTL-SIT-ITEM         OCCURS 5 TIMES.
                   07  CTL-SIT-CODIGO   PIC X(01).
                   07  CTL-SIT-DESCR    PIC X(11).
