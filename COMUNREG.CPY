      ******************************************************************
      * Copybook: COMUNREG
      * Purpose:  Layout do registro do livro de comunicados aos pais
      *           (arquivo COMUNLOG, gravado em EXTEND pelo COMUNPAI):
      *           um registro por materia citada em cada comunicado
      *           emitido, com aluno, responsavel destinatario,
      *           motivo, media parcial, frequencia, convocacao para
      *           a recuperacao e data/hora da emissao - e a prova de
      *           que a familia foi avisada. Consultado pelo CADRESP.
      *           Sequencia do responsavel zero = aluno sem
      *           responsavel para correspondencia (comunicado
      *           entregue pelo proprio aluno).
      * Modification History:
      *   15-10-2026  JVC  Criacao.
      ******************************************************************
       01  WS-REG-COMUNICADO.
           03  CMN-MATRICULA            PIC 9(08).
           03  CMN-ALUNO                PIC X(40).
           03  CMN-TURMA                PIC X(10).
           03  CMN-ANO-LETIVO           PIC 9(04).
           03  CMN-TERMO                PIC 9(01).
           03  CMN-QUAD                 PIC 9(01).
           03  CMN-SEQ-RESP             PIC 9(02).
           03  CMN-RESPONSAVEL          PIC X(40).
           03  CMN-MATERIA              PIC X(20).
           03  CMN-MOT-NOTA             PIC X(01).
               88  CMN-NOTA-BAIXA       VALUE 'S'.
           03  CMN-MOT-PENDENTE         PIC X(01).
               88  CMN-NOTA-PENDENTE    VALUE 'S'.
           03  CMN-MOT-FREQUENCIA       PIC X(01).
               88  CMN-FREQ-BAIXA       VALUE 'S'.
           03  CMN-CONVOCACAO           PIC X(01).
               88  CMN-CONVOCADO-RECUP  VALUE 'S'.
           03  CMN-MEDIA-PARCIAL        PIC 9(02)V99.
           03  CMN-PERC-FREQ            PIC 9(03)V9.
           03  CMN-DATA-RECUP           PIC 9(08).
           03  CMN-OPERADOR             PIC X(10).
           03  CMN-DATA-EMISSAO         PIC 9(08).
           03  CMN-HORA-EMISSAO         PIC 9(08).
