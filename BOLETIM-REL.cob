      *                    (APROV CONS / REPROV CONS) sai na coluna
      *                    de resultado e APROV CONS conta como
      *                    aprovacao nos resumos.
      *   15-10-2026  JVC  Situacao de matricula do cadastro impressa
      *                    abaixo da matricula quando o aluno nao esta
      *                    cursando (com data de efeito e turma de
      *                    origem do remanejamento). Transferido,
      *                    desistente e falecido continuam com boletim
      *                    impresso, mas ficam fora dos resumos da
      *                    turma e do colegio, em contagem propria.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLETIM-REL.
       77  WS-HOLD-TURMA-SEC        PIC X(10) VALUE SPACES.
       77  WS-HOLD-MATRICULA        PIC 9(08) VALUE 0.
       77  WS-HOLD-ALUNO            PIC X(40) VALUE SPACES.
       77  WS-HOLD-SITUACAO         PIC X(01) VALUE SPACE.
       77  WS-HOLD-DATA-SIT         PIC 9(08) VALUE 0.
       77  WS-HOLD-TURMA-ORIGEM     PIC X(10) VALUE SPACES.
       77  WS-ALUNO-AFASTADO        PIC X     VALUE 'N'.
       77  WS-QTD-AFAST-TURMA       PIC 9(05) VALUE 0.
       77  WS-QTD-AFAST-GERAL       PIC 9(05) VALUE 0.
       77  WS-FS-FREQ               PIC XX  VALUE "00".
       77  WS-FREQ-ABERTO           PIC X   VALUE 'N'.
       77  WS-FREQ-ACHADA           PIC X   VALUE 'N'.

       COPY PARAMCTL.

       COPY ALSITCTL.

       77  WS-QTD-MATERIAS-ALUNO    PIC 9(03)    VALUE 0.
       77  WS-QTD-VALIDAS-ALUNO     PIC 9(03)    VALUE 0.
       77  WS-SOMA-MEDIAS-ALUNO     PIC 9(05)V99 VALUE 0.
           03  CAB-TURMA            PIC X(10).
           03  FILLER               PIC X(93) VALUE SPACES.

       01  WS-CAB-SITUACAO.
           03  FILLER               PIC X(10) VALUE "SITUACAO:".
           03  CAB-SITUACAO         PIC X(11).
           03  FILLER               PIC X(03) VALUE SPACES.
           03  FILLER               PIC X(10) VALUE "EFEITO EM:".
           03  CAB-DATA-SIT         PIC 9(08).
           03  FILLER               PIC X(03) VALUE SPACES.
           03  FILLER               PIC X(16)
                                     VALUE "TURMA DE ORIGEM:".
           03  CAB-TURMA-ORIGEM     PIC X(10).
           03  FILLER               PIC X(61) VALUE SPACES.

       01  WS-CAB-COLUNAS.
           03  FILLER               PIC X(02) VALUE SPACES.
           03  FILLER               PIC X(20) VALUE "MATERIA".
           03  ROD-QTD-INCOMPL      PIC ZZZZ9.
           03  FILLER               PIC X(97) VALUE SPACES.

       01  WS-ROD-TURMA7.
           03  FILLER               PIC X(30)
                                     VALUE "ALUNOS AFASTADOS (FORA):".
           03  ROD-QTD-AFAST        PIC ZZZZ9.
           03  FILLER               PIC X(97) VALUE SPACES.

       01  WS-ROD-GERAL1            PIC X(132)
            VALUE "RESUMO GERAL DO COLEGIO".

           03  ROD-MEDIA-GERAL      PIC Z9.99.
           03  FILLER               PIC X(97) VALUE SPACES.

       01  WS-ROD-GERAL8.
           03  FILLER               PIC X(30)
                                     VALUE "ALUNOS AFASTADOS (FORA):".
           03  ROD-QTD-AFAST-G      PIC ZZZZ9.
           03  FILLER               PIC X(97) VALUE SPACES.

       PROCEDURE DIVISION.
       P100-INICIAR.
            PERFORM P105-LER-PARAMETROS.
            MOVE 0 TO WS-QTD-APROVADOS-TURMA.
            MOVE 0 TO WS-QTD-REPROVADOS-TURMA.
            MOVE 0 TO WS-QTD-INCOMPL-TURMA.
            MOVE 0 TO WS-QTD-AFAST-TURMA.
            MOVE 0 TO WS-SOMA-MEDIAS-TURMA.
            MOVE WS-HOLD-TURMA-SEC TO CAB-SEC-TURMA.
            WRITE WS-LINHA-REL FROM WS-CAB-SEC-TURMA.
                  OR (SRT-TURMA NOT = WS-HOLD-TURMA-SEC)
                  OR (SRT-MATRICULA NOT = WS-HOLD-MATRICULA).
            PERFORM P330-RODAPE-ALUNO.
            IF WS-ALUNO-AFASTADO = 'S'
               ADD 1 TO WS-QTD-AFAST-TURMA
               ADD 1 TO WS-QTD-AFAST-GERAL
            ELSE
               ADD 1 TO WS-QTD-ALUNOS
               ADD 1 TO WS-QTD-ALUNOS-GERAL
            END-IF.

      * Busca o nome oficial no cadastro de alunos; se o aluno nao
      * estiver (ou o cadastro faltar), imprime o nome gravado no
      * proprio registro mestre. A situacao de matricula vem junto:
      * sem cadastro o aluno e tratado como cursando.
       P305-BUSCAR-CADASTRO.
            MOVE SRT-INFO TO WS-INFO.
            MOVE WS-ALUNO TO WS-HOLD-ALUNO.
            MOVE SPACE    TO WS-HOLD-SITUACAO.
            MOVE 0        TO WS-HOLD-DATA-SIT.
            MOVE SPACES   TO WS-HOLD-TURMA-ORIGEM.
            MOVE 'N'      TO WS-ALUNO-AFASTADO.
            IF WS-ALUNOS-ABERTO = 'S'
               MOVE WS-HOLD-MATRICULA TO AL-MATRICULA
               READ ARQ-ALUNOS
                     CONTINUE
                  NOT INVALID KEY
                     MOVE AL-NOME  TO WS-HOLD-ALUNO
                     PERFORM P306-GUARDAR-SITUACAO
               END-READ
            END-IF.

       P306-GUARDAR-SITUACAO.
            MOVE AL-SITUACAO     TO WS-HOLD-SITUACAO.
            MOVE AL-TURMA-ORIGEM TO WS-HOLD-TURMA-ORIGEM.
            IF AL-DATA-SITUACAO IS NUMERIC
               MOVE AL-DATA-SITUACAO TO WS-HOLD-DATA-SIT
            END-IF.
            IF AL-AFASTADO
               MOVE 'S' TO WS-ALUNO-AFASTADO
            END-IF.

       P310-CABECALHO-ALUNO.
            MOVE WS-HOLD-ALUNO     TO CAB-ALUNO.
            MOVE WS-HOLD-MATRICULA TO CAB-MATRICULA.
            MOVE WS-HOLD-TURMA-SEC TO CAB-TURMA.
            WRITE WS-LINHA-REL FROM WS-CAB-ALUNO.
            WRITE WS-LINHA-REL FROM WS-CAB-TURMA.
            IF (WS-HOLD-SITUACAO NOT = SPACE)
               AND (WS-HOLD-SITUACAO NOT = 'C')
               PERFORM P315-LINHA-SITUACAO
            END-IF.
            WRITE WS-LINHA-REL FROM WS-CAB-COLUNAS.

       P315-LINHA-SITUACAO.
            MOVE WS-HOLD-SITUACAO TO CTL-SIT-CODIGO-BUSCA.
            MOVE "CURSANDO" TO CTL-SIT-NOME.
            PERFORM P316-PROCURAR-SITUACAO
               VARYING CTL-SIT-IDX FROM 1 BY 1
               UNTIL CTL-SIT-IDX > 5.
            MOVE CTL-SIT-NOME         TO CAB-SITUACAO.
            MOVE WS-HOLD-DATA-SIT     TO CAB-DATA-SIT.
            MOVE WS-HOLD-TURMA-ORIGEM TO CAB-TURMA-ORIGEM.
            WRITE WS-LINHA-REL FROM WS-CAB-SITUACAO.

       P316-PROCURAR-SITUACAO.
            IF CTL-SIT-CODIGO(CTL-SIT-IDX) = CTL-SIT-CODIGO-BUSCA
               MOVE CTL-SIT-DESCR(CTL-SIT-IDX) TO CTL-SIT-NOME
            END-IF.

       P320-DETALHE-MATERIA.
            MOVE SRT-INFO TO WS-INFO.
            MOVE WS-MATERIA     TO LIN-MATERIA.
            WRITE WS-LINHA-REL FROM WS-LIN-AUDITORIA.

            ADD 1 TO WS-QTD-MATERIAS-ALUNO.
            IF NOT (WS-INCOMPLETO OR WS-FINAL-INCOMPLETO)
               ADD 1 TO WS-QTD-VALIDAS-ALUNO
               ADD WS-MEDIA TO WS-SOMA-MEDIAS-ALUNO
            END-IF.
            IF WS-ALUNO-AFASTADO = 'N'
               PERFORM P324-ACUMULAR-TURMA
            END-IF.
            PERFORM P410-RETORNAR-CLASSIF.

      * Aluno transferido, desistente ou falecido tem o boletim
      * impresso mas nao entra nos resumos da turma e do colegio.
       P324-ACUMULAR-TURMA.
            ADD 1 TO WS-QTD-MATERIAS-TURMA.
            IF NOT (WS-INCOMPLETO OR WS-FINAL-INCOMPLETO)
               ADD 1 TO WS-QTD-VALIDAS-TURMA
               ADD WS-MEDIA TO WS-SOMA-MEDIAS-TURMA
               ADD 1 TO WS-QTD-VALIDAS-GERAL
               ADD WS-MEDIA TO WS-SOMA-MEDIAS-GERAL
            END-IF.
            PERFORM P325-CONTAR-APROVACAO.

      * Conta no resumo da turma pelo resultado final apurado
      * (aprovacao direta ou na recuperacao); enquanto a apuracao do
            MOVE WS-QTD-APROVADOS-TURMA  TO ROD-QTD-APROV.
            MOVE WS-QTD-REPROVADOS-TURMA TO ROD-QTD-REPROV.
            MOVE WS-QTD-INCOMPL-TURMA    TO ROD-QTD-INCOMPL.
            MOVE WS-QTD-AFAST-TURMA      TO ROD-QTD-AFAST.
            MOVE WS-MEDIA-GERAL-TURMA    TO ROD-MEDIA-TURMA.
            WRITE WS-LINHA-REL FROM WS-ROD-TURMA1.
            WRITE WS-LINHA-REL FROM WS-LINHA-BRANCO.
            WRITE WS-LINHA-REL FROM WS-ROD-TURMA4.
            WRITE WS-LINHA-REL FROM WS-ROD-TURMA6.
            WRITE WS-LINHA-REL FROM WS-ROD-TURMA5.
            WRITE WS-LINHA-REL FROM WS-ROD-TURMA7.
            WRITE WS-LINHA-REL FROM WS-LINHA-BRANCO
               AFTER ADVANCING PAGE.
            ADD 1 TO WS-QTD-TURMAS.
            MOVE WS-QTD-APROVADOS-GERAL  TO ROD-QTD-APROV-G.
            MOVE WS-QTD-REPROVADOS-GERAL TO ROD-QTD-REPROV-G.
            MOVE WS-QTD-INCOMPL-GERAL    TO ROD-QTD-INCOMPL-G.
            MOVE WS-QTD-AFAST-GERAL      TO ROD-QTD-AFAST-G.
            MOVE WS-MEDIA-GERAL-REL      TO ROD-MEDIA-GERAL.
            WRITE WS-LINHA-REL FROM WS-ROD-GERAL1.
            WRITE WS-LINHA-REL FROM WS-LINHA-BRANCO.
            WRITE WS-LINHA-REL FROM WS-ROD-GERAL5.
            WRITE WS-LINHA-REL FROM WS-ROD-GERAL6.
            WRITE WS-LINHA-REL FROM WS-ROD-GERAL7.
            WRITE WS-LINHA-REL FROM WS-ROD-GERAL8.

       P900-FECHAR-ARQUIVOS.
            IF WS-MESTRE-ABERTO = 'S'
