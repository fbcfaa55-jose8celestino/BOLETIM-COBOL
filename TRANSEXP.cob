      *                    redigitava tudo; agora o dossie viaja em
      *                    arquivo e e conferido pelo trailer antes
      *                    da carga.
      *   15-10-2026  JVC  Ao fim da exportacao o aluno e marcado como
      *                    TRANSFERIDO no cadastro, com a data da
      *                    exportacao como data de efeito, e o
      *                    movimento e gravado no historico de
      *                    movimentacao (MOVALUNO). Aluno falecido nao
      *                    tem dossie exportado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSEXP.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DOSSIE.

           SELECT ARQ-MOVALUNO ASSIGN TO "MOVALUNO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MOVALU.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ALUNOS.
           03  DOS-TIPO                 PIC X(01).
           03  DOS-DADOS                PIC X(140).

       FD  ARQ-MOVALUNO.
       COPY MOVALURG.

       WORKING-STORAGE SECTION.
       77 WS-FS-ALUNOS             PIC XX  VALUE "00".
       77 WS-FS-HIST               PIC XX  VALUE "00".
       77 WS-FS-FREQ               PIC XX  VALUE "00".
       77 WS-FS-DOSSIE             PIC XX  VALUE "00".
       77 WS-FS-MOVALU             PIC XX  VALUE "00".
       77 WS-SIT-ANTERIOR          PIC X(01) VALUE SPACE.
       77 WS-HORA-EXPORT           PIC 9(08) VALUE 0.
       77 WS-FIM-HISTORICO         PIC X   VALUE 'N'.
       77 WS-FIM-FREQUENCIA        PIC X   VALUE 'N'.
       77 WS-ALUNOS-ABERTO         PIC X   VALUE 'N'.
               PERFORM P300-EXPORTAR-HISTORICO
               PERFORM P400-EXPORTAR-FREQUENCIA
               PERFORM P500-GRAVAR-TRAILER
               PERFORM P600-MARCAR-TRANSFERIDO
               PERFORM P800-EXIBIR-TOTAIS
            END-IF.
            PERFORM P999-FIM.
      * registro oficial; historico e frequencia podem estar vazios
      * (aluno recem-chegado), mas saem contados no trailer.
       P120-ABRIR-ARQUIVOS.
            OPEN I-O ARQ-ALUNOS.
            IF WS-FS-ALUNOS = "00"
               MOVE 'S' TO WS-ALUNOS-ABERTO
               MOVE WS-MATR-VALOR TO AL-MATRICULA
                     DISPLAY "MATRICULA NAO CADASTRADA - EXPORTACAO "
                             "CANCELADA."
                     MOVE 'N' TO WS-PODE-EXPORTAR
                  NOT INVALID KEY
                     IF AL-FALECIDO
                        DISPLAY "ALUNO REGISTRADO COMO FALECIDO - "
                                "EXPORTACAO CANCELADA."
                        MOVE 'N' TO WS-PODE-EXPORTAR
                     END-IF
               END-READ
            ELSE
               DISPLAY "CADASTRO DE ALUNOS NAO ENCONTRADO - "
            MOVE WS-TRAILER-DOSSIE TO DOS-DADOS.
            WRITE WS-REG-DOSSIE.

      * O dossie exportado encerra a matricula aqui: o aluno passa a
      * TRANSFERIDO (sai da cobranca e da estatistica da turma, mas
      * continua no registro) e o movimento vai para o historico.
      * Reexportacao de aluno ja transferido nao gera novo movimento.
       P600-MARCAR-TRANSFERIDO.
            IF AL-TRANSFERIDO
               DISPLAY "ALUNO JA CONSTAVA COMO TRANSFERIDO EM "
                       AL-DATA-SITUACAO "."
            ELSE
               MOVE AL-SITUACAO TO WS-SIT-ANTERIOR
               IF WS-SIT-ANTERIOR = SPACE
                  MOVE 'C' TO WS-SIT-ANTERIOR
               END-IF
               MOVE 'T'            TO AL-SITUACAO
               MOVE WS-DATA-EXPORT TO AL-DATA-SITUACAO
               REWRITE WS-REG-ALUNO
                  INVALID KEY
                     DISPLAY "ERRO AO MARCAR O ALUNO COMO TRANSFERIDO: "
                             WS-FS-ALUNOS
                  NOT INVALID KEY
                     PERFORM P610-GRAVAR-MOVIMENTO
                     DISPLAY "ALUNO MARCADO COMO TRANSFERIDO NO "
                             "CADASTRO."
               END-REWRITE
            END-IF.

       P610-GRAVAR-MOVIMENTO.
            OPEN EXTEND ARQ-MOVALUNO.
            IF WS-FS-MOVALU = "35"
               OPEN OUTPUT ARQ-MOVALUNO
               CLOSE ARQ-MOVALUNO
               OPEN EXTEND ARQ-MOVALUNO
            END-IF.
            ACCEPT WS-HORA-EXPORT FROM TIME.
            MOVE AL-MATRICULA    TO MOV-MATRICULA.
            MOVE WS-SIT-ANTERIOR TO MOV-SITUACAO-ANTERIOR.
            MOVE 'T'             TO MOV-SITUACAO-NOVA.
            MOVE WS-DATA-EXPORT  TO MOV-DATA-EFEITO.
            MOVE AL-TURMA        TO MOV-TURMA-ORIGEM.
            MOVE AL-TURMA        TO MOV-TURMA-DESTINO.
            MOVE "DOSSIE DE TRANSFERENCIA EXPORTADO" TO MOV-OBSERVACAO.
            MOVE "TRANSEXP"      TO MOV-PROGRAMA.
            MOVE SPACES          TO MOV-OPERADOR.
            MOVE WS-DATA-EXPORT  TO MOV-DATA.
            MOVE WS-HORA-EXPORT  TO MOV-HORA.
            WRITE WS-REG-MOVALUNO.
            CLOSE ARQ-MOVALUNO.

       P800-EXIBIR-TOTAIS.
            DISPLAY "DOSSIE EXPORTADO PARA O ALUNO: " HDR-NOME.
            MOVE WS-QTD-HISTORICO TO WS-QTD-EDIT.
