      *                    vezes no arquivo mestre; o cadastro passa a
      *                    ser a fonte oficial de nome e turma, e a
      *                    entrada de notas valida a matricula aqui.
      *   15-10-2026  JVC  Aluno incluido entra como CURSANDO na data
      *                    da inclusao; a consulta mostra a situacao
      *                    de matricula, a data de efeito e a turma de
      *                    origem, mantidas pelo MOVALUNO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADALUNO.
       77 WS-NOME-TRAB             PIC X(40).
       77 WS-TURMA-TRAB            PIC X(10).
       77 WS-ACHOU-ALUNO           PIC X   VALUE 'N'.
       77 WS-DATA-HOJE             PIC 9(08) VALUE 0.

       COPY ALSITCTL.

       PROCEDURE DIVISION.
       P100-INICIAR.
               MOVE WS-NOME-TRAB  TO AL-NOME
               MOVE WS-TURMA-TRAB TO AL-TURMA
               MOVE WS-ANO-VALOR  TO AL-ANO-LETIVO
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               MOVE 'C'           TO AL-SITUACAO
               MOVE WS-DATA-HOJE  TO AL-DATA-SITUACAO
               MOVE SPACES        TO AL-TURMA-ORIGEM
               WRITE WS-REG-ALUNO
                  INVALID KEY
                     DISPLAY "ERRO AO GRAVAR ALUNO: " WS-FS-ALUNOS
            DISPLAY "Nome:       " AL-NOME.
            DISPLAY "Turma:      " AL-TURMA.
            DISPLAY "Ano Letivo: " AL-ANO-LETIVO.
            MOVE AL-SITUACAO TO CTL-SIT-CODIGO-BUSCA.
            PERFORM P760-NOMEAR-SITUACAO.
            DISPLAY "Situacao:   " CTL-SIT-NOME.
            IF AL-DATA-SITUACAO IS NUMERIC AND AL-DATA-SITUACAO > 0
               DISPLAY "Efeito em:  " AL-DATA-SITUACAO
            END-IF.
            IF AL-TURMA-ORIGEM NOT = SPACES
               DISPLAY "Turma orig: " AL-TURMA-ORIGEM
            END-IF.

       P760-NOMEAR-SITUACAO.
            MOVE "CURSANDO" TO CTL-SIT-NOME.
            PERFORM P761-PROCURAR-SITUACAO
               VARYING CTL-SIT-IDX FROM 1 BY 1
               UNTIL CTL-SIT-IDX > 5.

       P761-PROCURAR-SITUACAO.
            IF CTL-SIT-CODIGO(CTL-SIT-IDX) = CTL-SIT-CODIGO-BUSCA
               MOVE CTL-SIT-DESCR(CTL-SIT-IDX) TO CTL-SIT-NOME
            END-IF.

       P999-FIM.
            CLOSE ARQ-ALUNOS.
