      *                    uma pilha de boletins impressos, sem visao
      *                    de conjunto da turma nem marcacao dos
      *                    casos a discutir.
      *   15-10-2026  JVC  Ultima coluna da grade traz a situacao de
      *                    matricula do aluno que nao esta cursando
      *                    (T/D/F/R, do cadastro). Transferido,
      *                    desistente e falecido continuam na grade,
      *                    mas nao sao marcados nem contados como
      *                    casos a discutir.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAPACONS.
       77 WS-COD-RESULT            PIC X(01) VALUE SPACE.
       77 WS-FLAG-CASO             PIC X(01) VALUE SPACE.
       77 WS-CEL-TRAB              PIC X(12) VALUE SPACES.
       77 WS-ALUNO-AFASTADO        PIC X     VALUE 'N'.

       77 WS-MAX-MAP-MAT           PIC 9(02) VALUE 8.
       77 WS-QTD-MAP-MAT           PIC 9(02) VALUE 0.
           03  WS-GRD-ENT OCCURS 60 TIMES.
               05  GRD-MATRICULA    PIC 9(08).
               05  GRD-NOME         PIC X(22).
               05  GRD-SITUACAO     PIC X(01).
               05  GRD-CEL          PIC X(12) OCCURS 8 TIMES.

       COPY PARAMCTL.
           03  FILLER               PIC X(12) VALUE "   M6".
           03  FILLER               PIC X(12) VALUE "   M7".
           03  FILLER               PIC X(12) VALUE "   M8".
           03  FILLER               PIC X(02) VALUE " S".

       01  WS-LIN-GRID.
           03  LIN-MATRICULA        PIC 9(08).
           03  LIN-NOME             PIC X(22).
           03  FILLER               PIC X(02) VALUE SPACES.
           03  LIN-CEL              PIC X(12) OCCURS 8 TIMES.
           03  FILLER               PIC X(01) VALUE SPACE.
           03  LIN-SITUACAO         PIC X(01).

       01  WS-LIN-NOTA-RODAPE.
           03  FILLER               PIC X(34)
                VALUE "* = ABAIXO DO CORTE OU REPROVADO POR FALTA)".
           03  FILLER               PIC X(51) VALUE SPACES.

       01  WS-LIN-NOTA-SITUACAO.
           03  FILLER               PIC X(40)
                VALUE "  ULTIMA COLUNA: T=TRANSFERIDO D=DESISTE".
           03  FILLER               PIC X(40)
                VALUE "NTE F=FALECIDO R=REMANEJADO (T/D/F FORA ".
           03  FILLER               PIC X(22)
                VALUE "DOS CASOS A DISCUTIR)".
           03  FILLER               PIC X(30) VALUE SPACES.

      * Linha de abandono gravada no proprio relatorio quando a grade
      * estoura - um mapa interrompido no meio de uma turma nao pode
      * circular como se estivesse completo.
                  OR (SRT-TURMA NOT = WS-HOLD-TURMA)
                  OR (SRT-MATRICULA NOT = WS-HOLD-MATRICULA).

      * O nome oficial vem do cadastro junto com a situacao de
      * matricula; cursando sai com a coluna de situacao em branco.
       P435-BUSCAR-NOME.
            MOVE SRT-INFO TO WS-INFO.
            MOVE WS-ALUNO TO GRD-NOME(WS-IDX-GRD).
            MOVE SPACE    TO GRD-SITUACAO(WS-IDX-GRD).
            MOVE 'N'      TO WS-ALUNO-AFASTADO.
            IF WS-ALUNOS-ABERTO = 'S'
               MOVE WS-HOLD-MATRICULA TO AL-MATRICULA
               READ ARQ-ALUNOS
                     CONTINUE
                  NOT INVALID KEY
                     MOVE AL-NOME TO GRD-NOME(WS-IDX-GRD)
                     IF NOT AL-CURSANDO
                        MOVE AL-SITUACAO TO GRD-SITUACAO(WS-IDX-GRD)
                     END-IF
                     IF AL-AFASTADO
                        MOVE 'S' TO WS-ALUNO-AFASTADO
                     END-IF
               END-READ
            END-IF.

               WHEN OTHER
                  MOVE 'R' TO WS-COD-RESULT
            END-EVALUATE.
            IF (WS-ALUNO-AFASTADO = 'N')
               AND ((WS-COD-RESULT = 'F')
                    OR ((WS-COD-RESULT NOT = 'I')
                        AND (WS-MEDIA < CTL-NOTA-CORTE)))
               MOVE '*' TO WS-FLAG-CASO
               ADD 1 TO WS-QTD-CASOS-TURMA
            ELSE
               VARYING WS-IDX-GRD FROM 1 BY 1
               UNTIL WS-IDX-GRD > WS-QTD-GRD.
            WRITE WS-LINHA-REL FROM WS-LIN-NOTA-RODAPE.
            WRITE WS-LINHA-REL FROM WS-LIN-NOTA-SITUACAO.
            MOVE WS-QTD-CASOS-TURMA TO ROD-QTD-CASOS.
            WRITE WS-LINHA-REL FROM WS-ROD-TURMA.
            WRITE WS-LINHA-REL FROM WS-LINHA-BRANCO
       P520-IMPRIMIR-LINHA.
            MOVE GRD-MATRICULA(WS-IDX-GRD) TO LIN-MATRICULA.
            MOVE GRD-NOME(WS-IDX-GRD)      TO LIN-NOME.
            MOVE GRD-SITUACAO(WS-IDX-GRD)  TO LIN-SITUACAO.
            PERFORM P525-MOVER-CELULA
               VARYING WS-IDX-MAP FROM 1 BY 1
               UNTIL WS-IDX-MAP > 8.
