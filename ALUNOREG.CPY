      * Modification History:
      *   22-08-2026  JVC  Criacao (cadastro de alunos com matricula,
      *                    nome oficial, turma e ano letivo).
      *   15-10-2026  JVC  Acrescenta a situacao de matricula do aluno
      *                    (cursando, transferido, desistente,
      *                    remanejado, falecido), a data de efeito da
      *                    situacao e a turma de origem do
      *                    remanejamento, mantidas pelo MOVALUNO.
      *                    Situacao em branco (registro anterior a
      *                    movimentacao) vale cursando.
      ******************************************************************
       01  WS-REG-ALUNO.
           03  AL-MATRICULA             PIC 9(08).
           03  AL-NOME                  PIC X(40).
           03  AL-TURMA                 PIC X(10).
           03  AL-ANO-LETIVO            PIC 9(04).
           03  AL-SITUACAO              PIC X(01).
               88  AL-CURSANDO          VALUE 'C' SPACE.
               88  AL-TRANSFERIDO       VALUE 'T'.
               88  AL-DESISTENTE        VALUE 'D'.
               88  AL-REMANEJADO        VALUE 'R'.
               88  AL-FALECIDO          VALUE 'F'.
               88  AL-AFASTADO          VALUE 'T' 'D' 'F'.
               88  AL-SITUACAO-VALIDA   VALUE 'C' 'T' 'D' 'R' 'F'.
           03  AL-DATA-SITUACAO         PIC 9(08).
           03  AL-TURMA-ORIGEM          PIC X(10).
