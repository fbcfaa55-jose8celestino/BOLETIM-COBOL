      *                    - rodando o mestre consolidado da rede, a
      *                    tabela cheia deixava aluno fora do quadro
      *                    de honra em silencio.
      *   15-10-2026  JVC  Aluno transferido, desistente ou falecido
      *                    (situacao de matricula do cadastro) sai
      *                    da estatistica de materia e do quadro de
      *                    honra da turma; os lancamentos deixados de
      *                    fora sao contados no resumo final.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANALITUR.
       77 WS-APROVACAO             PIC X   VALUE 'N'.
       77 WS-INCOMPLETO-REG        PIC X   VALUE 'N'.
       77 WS-TURMA-REG             PIC X(10) VALUE SPACES.
       77 WS-ALUNO-AFASTADO        PIC X   VALUE 'N'.
       77 WS-QTD-AFASTADOS         PIC 9(05) VALUE 0.
       77 WS-IDX-FAIXA             PIC 9(01) VALUE 0.
       77 WS-MEDIA-CALC            PIC 9(02)V99 VALUE 0.

               OUTPUT PROCEDURE IS P700-IMPRIMIR-RANKING.
            DISPLAY "ANALISE EMITIDA - MATERIAS: " WS-QTD-MATERIAS
                    " ALUNOS CLASSIFICADOS: " WS-QTD-ALUNOS.
            DISPLAY "LANCAMENTOS DE ALUNOS AFASTADOS (FORA DA "
                    "ESTATISTICA): " WS-QTD-AFASTADOS.
            PERFORM P999-FIM.
            EXIT PROGRAM.

      * A turma vem do proprio registro mestre; lancamento antigo, de
      * antes da turma no mestre, cai no cadastro de alunos como
      * reserva - sem nenhum dos dois, agrupa em turma em branco.
      * A leitura do cadastro tambem traz a situacao de matricula:
      * transferido, desistente e falecido ficam fora da estatistica
      * (o remanejado conta na turma nova, ja gravada no mestre).
       P170-RESOLVER-TURMA.
            MOVE WS-TURMA TO WS-TURMA-REG.
            MOVE 'N' TO WS-ALUNO-AFASTADO.
            IF WS-ALUNOS-ABERTO = 'S'
               MOVE WS-MATRICULA TO AL-MATRICULA
               READ ARQ-ALUNOS
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF WS-TURMA-REG = SPACES
                        MOVE AL-TURMA TO WS-TURMA-REG
                     END-IF
                     IF AL-AFASTADO
                        MOVE 'S' TO WS-ALUNO-AFASTADO
                     END-IF
               END-READ
            END-IF.


       P210-SOLTAR-MATERIA.
            PERFORM P170-RESOLVER-TURMA.
            IF WS-ALUNO-AFASTADO = 'S'
               ADD 1 TO WS-QTD-AFASTADOS
            ELSE
               PERFORM P180-CLASSIFICAR-REGISTRO
               MOVE WS-TURMA-REG      TO SRM-TURMA
               MOVE WS-MATERIA        TO SRM-MATERIA
               MOVE WS-MEDIA          TO SRM-MEDIA
               MOVE WS-APROVACAO      TO SRM-APROVACAO
               MOVE WS-INCOMPLETO-REG TO SRM-INCOMPLETO
               RELEASE WS-REG-CLASS-MATERIA
            END-IF.
            PERFORM P160-LER-MESTRE.

       P500-IMPRIMIR-MATERIAS.

       P310-SOLTAR-ALUNO.
            PERFORM P170-RESOLVER-TURMA.
            IF WS-ALUNO-AFASTADO = 'N'
               PERFORM P180-CLASSIFICAR-REGISTRO
               MOVE WS-TURMA-REG      TO SRA-TURMA
               MOVE WS-MATRICULA      TO SRA-MATRICULA
               MOVE WS-ALUNO          TO SRA-ALUNO
               MOVE WS-MEDIA          TO SRA-MEDIA
               MOVE WS-INCOMPLETO-REG TO SRA-INCOMPLETO
               RELEASE WS-REG-CLASS-ALUNO
            END-IF.
            PERFORM P160-LER-MESTRE.

      * Fecha a media geral de cada aluno e grava no arquivo de
