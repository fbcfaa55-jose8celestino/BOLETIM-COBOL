      *                    consultando boletim impresso para decidir
      *                    quem repetia, sendo que o FECHTERM ja
      *                    arquiva o resultado final por materia.
      *   15-10-2026  JVC  Aluno transferido, desistente ou falecido
      *                    (situacao de matricula do cadastro) nao e
      *                    rematriculado - sai como AFASTADO, sem
      *                    alteracao. Aluno remanejado durante o ano
      *                    promovido ou retido volta a CURSANDO no novo
      *                    ano, sem turma de origem.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMOANO.
       77 WS-QTD-ALUNOS            PIC 9(05) VALUE 0.
       77 WS-QTD-PROMOVIDOS        PIC 9(05) VALUE 0.
       77 WS-QTD-JA-PROMOVIDOS     PIC 9(05) VALUE 0.
       77 WS-QTD-AFASTADOS         PIC 9(05) VALUE 0.
       77 WS-DATA-PROMOCAO         PIC 9(08) VALUE 0.
       77 WS-QTD-RETIDOS           PIC 9(05) VALUE 0.
       77 WS-QTD-INDEFINIDOS       PIC 9(05) VALUE 0.
       77 WS-QTD-CONCLUINTES       PIC 9(05) VALUE 0.
           03  TOT-JA-PROMOVIDOS    PIC ZZZZ9.
           03  FILLER               PIC X(97) VALUE SPACES.

       01  WS-TOT-REL9.
           03  FILLER               PIC X(30)
                                     VALUE "AFASTADOS (NAO REMATRIC.):".
           03  TOT-AFASTADOS        PIC ZZZZ9.
           03  FILLER               PIC X(97) VALUE SPACES.

       PROCEDURE DIVISION.
       P100-INICIAR.
            PERFORM P112-SIGNON.
      * cadastro ja esta no novo ano letivo foi tratado por uma
      * execucao anterior deste job - uma re-execucao acidental nao
      * pode avancar a turma uma segunda vez (6A -> 7A -> 8A), entao
      * o aluno sai como JA PROMOVIDO, sem alteracao. Transferido,
      * desistente e falecido nao tem rematricula e saem como
      * AFASTADO, tambem sem alteracao.
       P500-APLICAR-DECISAO.
            MOVE WS-HOLD-MATRICULA TO AL-MATRICULA.
            READ ARQ-ALUNOS
               NOT INVALID KEY
                  MOVE AL-NOME  TO WS-HOLD-ALUNO
                  MOVE AL-TURMA TO WS-TURMA-ATUAL
                  EVALUATE TRUE
                     WHEN AL-ANO-LETIVO >= WS-NOVO-ANO
                        MOVE "JA PROMOVIDO" TO WS-DECISAO
                        ADD 1 TO WS-QTD-JA-PROMOVIDOS
                        MOVE SPACES TO WS-TURMA-NOVA
                     WHEN AL-AFASTADO
                        MOVE "AFASTADO" TO WS-DECISAO
                        ADD 1 TO WS-QTD-AFASTADOS
                        MOVE SPACES TO WS-TURMA-NOVA
                     WHEN OTHER
                        PERFORM P510-ATUALIZAR-ALUNO
                  END-EVALUATE
            END-READ.
            PERFORM P600-IMPRIMIR-DETALHE.

       P520-REGRAVAR-ALUNO.
            MOVE WS-TURMA-NOVA TO AL-TURMA.
            MOVE WS-NOVO-ANO   TO AL-ANO-LETIVO.
            IF AL-REMANEJADO
               ACCEPT WS-DATA-PROMOCAO FROM DATE YYYYMMDD
               MOVE 'C'              TO AL-SITUACAO
               MOVE WS-DATA-PROMOCAO TO AL-DATA-SITUACAO
               MOVE SPACES           TO AL-TURMA-ORIGEM
            END-IF.
            REWRITE WS-REG-ALUNO
               INVALID KEY
                  ADD 1 TO WS-QTD-ERROS
            MOVE WS-QTD-SEM-CADASTRO  TO TOT-SEM-CADASTRO.
            MOVE WS-QTD-ERROS         TO TOT-ERROS.
            MOVE WS-QTD-JA-PROMOVIDOS TO TOT-JA-PROMOVIDOS.
            MOVE WS-QTD-AFASTADOS     TO TOT-AFASTADOS.
            WRITE WS-LINHA-REL FROM WS-LINHA-BRANCO.
            WRITE WS-LINHA-REL FROM WS-TOT-REL1.
            WRITE WS-LINHA-REL FROM WS-TOT-REL2.
            WRITE WS-LINHA-REL FROM WS-TOT-REL6.
            WRITE WS-LINHA-REL FROM WS-TOT-REL7.
            WRITE WS-LINHA-REL FROM WS-TOT-REL8.
            WRITE WS-LINHA-REL FROM WS-TOT-REL9.
            DISPLAY "PROMOCAO CONCLUIDA - ALUNOS: " WS-QTD-ALUNOS
                    " PROMOVIDOS: " WS-QTD-PROMOVIDOS
                    " RETIDOS: " WS-QTD-RETIDOS
