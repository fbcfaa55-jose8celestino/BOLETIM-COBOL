      *                    professor responsavel, lido do cadastro de
      *                    materias (CADMATER) - e ele quem a
      *                    secretaria cobra, nao o nome da materia.
      *   15-10-2026  JVC  Aluno transferido, desistente ou falecido
      *                    (situacao de matricula do cadastro de
      *                    alunos) sai da cobranca - a nota nunca vira;
      *                    as pendencias deixadas de fora sao contadas
      *                    no rodape.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPEND.
               RECORD KEY IS DIS-NOME
               FILE STATUS IS WS-FS-MATER.

           SELECT ARQ-ALUNOS ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WS-FS-ALUNOS.

           SELECT ARQ-CLASSIFICACAO ASSIGN TO "SORTPEND".

           SELECT REL-PENDENCIAS ASSIGN TO "RELPEND"
       FD  ARQ-MATERIAS.
       COPY MATERREG.

       FD  ARQ-ALUNOS.
       COPY ALUNOREG.

       SD  ARQ-CLASSIFICACAO.
       01  WS-REG-CLASSIFICACAO.
           03  SRT-MATERIA              PIC X(20).
       77 WS-MESTRE-ABERTO         PIC X   VALUE 'N'.
       77 WS-FS-MATER              PIC XX  VALUE "00".
       77 WS-MATER-ABERTO          PIC X   VALUE 'N'.
       77 WS-FS-ALUNOS             PIC XX  VALUE "00".
       77 WS-ALUNOS-ABERTO         PIC X   VALUE 'N'.
       77 WS-ALUNO-AFASTADO        PIC X   VALUE 'N'.
       77 WS-QTD-AFASTADOS         PIC 9(05) VALUE 0.
       77 WS-IDX-NOTA              PIC 9(02) VALUE 0.
       77 WS-HOLD-MATERIA          PIC X(20) VALUE SPACES.
       77 WS-TEM-QUEBRA            PIC X   VALUE 'N'.
           03  ROD-QTD-GERAL        PIC ZZZZ9.
           03  FILLER               PIC X(48) VALUE SPACES.

       01  WS-ROD-AFASTADOS.
           03  FILLER               PIC X(47)
                VALUE "PENDENCIAS DE ALUNOS AFASTADOS (NAO COBRADAS):".
           03  ROD-QTD-AFASTADOS    PIC ZZZZ9.
           03  FILLER               PIC X(28) VALUE SPACES.

       01  WS-MSG-SEM-PEND          PIC X(80)
            VALUE "NENHUMA NOTA PENDENTE NO ARQUIVO MESTRE.".

               DISPLAY "CADASTRO DE MATERIAS NAO ENCONTRADO - "
                       "PROFESSOR RESPONSAVEL SAIRA EM BRANCO."
            END-IF.
            OPEN INPUT ARQ-ALUNOS.
            IF WS-FS-ALUNOS = "00"
               MOVE 'S' TO WS-ALUNOS-ABERTO
            ELSE
               DISPLAY "CADASTRO DE ALUNOS NAO ENCONTRADO - TODAS AS "
                       "PENDENCIAS SERAO COBRADAS."
            END-IF.
            OPEN OUTPUT REL-PENDENCIAS.
            WRITE WS-LINHA-REL FROM WS-CAB-REL1.

            END-IF.

       P310-EXAMINAR-REGISTRO.
            PERFORM P315-VERIFICAR-SITUACAO.
            PERFORM P320-SOLTAR-PENDENCIA
               VARYING WS-IDX-NOTA FROM 1 BY 1
               UNTIL WS-IDX-NOTA > CTL-QTD-QUAD.
            PERFORM P200-LER-MESTRE.

      * Transferido, desistente e falecido continuam no mestre, mas a
      * nota pendente deles nao e cobrada do professor.
       P315-VERIFICAR-SITUACAO.
            MOVE 'N' TO WS-ALUNO-AFASTADO.
            IF WS-ALUNOS-ABERTO = 'S'
               MOVE WS-MATRICULA TO AL-MATRICULA
               READ ARQ-ALUNOS
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF AL-AFASTADO
                        MOVE 'S' TO WS-ALUNO-AFASTADO
                     END-IF
               END-READ
            END-IF.

       P320-SOLTAR-PENDENCIA.
            IF WS-NOTA-PENDENTE(WS-IDX-NOTA)
               IF WS-ALUNO-AFASTADO = 'S'
                  ADD 1 TO WS-QTD-AFASTADOS
               ELSE
                  MOVE WS-MATERIA   TO SRT-MATERIA
                  MOVE WS-MATRICULA TO SRT-MATRICULA
                  MOVE WS-ALUNO     TO SRT-ALUNO
                  MOVE WS-IDX-NOTA  TO SRT-QUAD
                  RELEASE WS-REG-CLASSIFICACAO
               END-IF
            END-IF.

       P500-IMPRIMIR-PENDENCIAS.
            END-IF.
            MOVE WS-QTD-PENDENCIAS TO ROD-QTD-GERAL.
            WRITE WS-LINHA-REL FROM WS-ROD-GERAL.
            IF WS-QTD-AFASTADOS > 0
               MOVE WS-QTD-AFASTADOS TO ROD-QTD-AFASTADOS
               WRITE WS-LINHA-REL FROM WS-ROD-AFASTADOS
            END-IF.
            DISPLAY "PENDENCIAS RELACIONADAS: " WS-QTD-PENDENCIAS.

       P999-FIM.
            IF WS-MATER-ABERTO = 'S'
               CLOSE ARQ-MATERIAS
            END-IF.
            IF WS-ALUNOS-ABERTO = 'S'
               CLOSE ARQ-ALUNOS
            END-IF.
            CLOSE REL-PENDENCIAS.
            STOP RUN.
       END PROGRAM RELPEND.
