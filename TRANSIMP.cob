      *                    recebia registro via FECHTERM); a carga do
      *                    dossie fecha esse buraco e e conferida
      *                    pelo trailer antes de gravar.
      *   15-10-2026  JVC  Registro do cadastro no dossie alargado com
      *                    a situacao de matricula; o aluno importado
      *                    entra aqui como CURSANDO na data da carga
      *                    (a marca de TRANSFERIDO e da escola de
      *                    origem), e o ingresso e gravado no
      *                    historico de movimentacao (MOVALUNO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSIMP.
               RECORD KEY IS HIS-CHAVE
               FILE STATUS IS WS-FS-HIST.

           SELECT ARQ-MOVALUNO ASSIGN TO "MOVALUNO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MOVALU.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-DOSSIE.
       FD  ARQ-HISTORICO.
       COPY HISTREG.

       FD  ARQ-MOVALUNO.
       COPY MOVALURG.

       WORKING-STORAGE SECTION.
       77 WS-FS-DOSSIE             PIC XX  VALUE "00".
       77 WS-FS-ALUNOS             PIC XX  VALUE "00".
       77 WS-FS-HIST               PIC XX  VALUE "00".
       77 WS-FS-MOVALU             PIC XX  VALUE "00".
       77 WS-DATA-CARGA            PIC 9(08) VALUE 0.
       77 WS-HORA-CARGA            PIC 9(08) VALUE 0.
       77 WS-FIM-DOSSIE            PIC X   VALUE 'N'.
       77 WS-DOSSIE-ABERTO         PIC X   VALUE 'N'.
       77 WS-ALUNOS-ABERTO         PIC X   VALUE 'N'.
      * Registro do cadastro vindo do dossie, guardado da primeira
      * passada para a gravacao - a matricula de origem e trocada
      * pela atribuida aqui.
       01  WS-ALUNO-DOSSIE          PIC X(81).

       PROCEDURE DIVISION.
       P100-INICIAR.
            END-IF.

       P510-GRAVAR-ALUNO.
            ACCEPT WS-DATA-CARGA FROM DATE YYYYMMDD.
            MOVE WS-ALUNO-DOSSIE TO WS-REG-ALUNO.
            MOVE WS-MATR-VALOR   TO AL-MATRICULA.
            MOVE 'C'             TO AL-SITUACAO.
            MOVE WS-DATA-CARGA   TO AL-DATA-SITUACAO.
            MOVE SPACES          TO AL-TURMA-ORIGEM.
            WRITE WS-REG-ALUNO
               INVALID KEY
                  DISPLAY "ERRO AO GRAVAR ALUNO: " WS-FS-ALUNOS
               NOT INVALID KEY
                  DISPLAY "ALUNO INCLUIDO NO CADASTRO SOB A "
                          "MATRICULA " WS-MATR-VALOR "."
                  PERFORM P515-GRAVAR-MOVIMENTO
            END-WRITE.

       P515-GRAVAR-MOVIMENTO.
            OPEN EXTEND ARQ-MOVALUNO.
            IF WS-FS-MOVALU = "35"
               OPEN OUTPUT ARQ-MOVALUNO
               CLOSE ARQ-MOVALUNO
               OPEN EXTEND ARQ-MOVALUNO
            END-IF.
            ACCEPT WS-HORA-CARGA FROM TIME.
            MOVE WS-MATR-VALOR  TO MOV-MATRICULA.
            MOVE SPACE          TO MOV-SITUACAO-ANTERIOR.
            MOVE 'C'            TO MOV-SITUACAO-NOVA.
            MOVE WS-DATA-CARGA  TO MOV-DATA-EFEITO.
            MOVE SPACES         TO MOV-TURMA-ORIGEM.
            MOVE AL-TURMA       TO MOV-TURMA-DESTINO.
            MOVE "INGRESSO POR TRANSFERENCIA (DOSSIE IMPORTADO)"
              TO MOV-OBSERVACAO.
            MOVE "TRANSIMP"     TO MOV-PROGRAMA.
            MOVE SPACES         TO MOV-OPERADOR.
            MOVE WS-DATA-CARGA  TO MOV-DATA.
            MOVE WS-HORA-CARGA  TO MOV-HORA.
            WRITE WS-REG-MOVALUNO.
            CLOSE ARQ-MOVALUNO.

       P520-CARREGAR-REGISTRO.
            IF DOS-TIPO = 'N'
               MOVE DOS-DADOS     TO WS-REG-HISTORICO
