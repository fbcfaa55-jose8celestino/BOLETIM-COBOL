      *                    contrario), mas o sistema nao tinha onde
      *                    registrar: o boletim saia errado e a
      *                    decisao ficava anotada a mao.
      *   15-10-2026  JVC  Controle de etapa do periodo (PERIODO) - o
      *                    conselho so registra decisao com o termo
      *                    APURADO ou EM CONSELHO (ano letivo/termo
      *                    lidos dos parametros), e a primeira
      *                    decisao gravada avanca o termo para EM
      *                    CONSELHO com registro no PERIOLOG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCONS.
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-FS-OPER.

           SELECT ARQ-PARAMETROS ASSIGN TO "PARAMETROS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAM.

           SELECT ARQ-PERIODO ASSIGN TO "PERIODO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-CHAVE
               FILE STATUS IS WS-FS-PERIODO.

           SELECT ARQ-PERIOLOG ASSIGN TO "PERIOLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PERLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-MESTRE.
       FD  ARQ-OPERADORES.
       COPY OPERREG.

       FD  ARQ-PARAMETROS.
       COPY PARAMREG.

       FD  ARQ-PERIODO.
       COPY PERIOREG.

       FD  ARQ-PERIOLOG.
       COPY PERLOGRG.

       WORKING-STORAGE SECTION.
       77 WS-SIGNAL                PIC X   VALUE 'Y'.
       77 WS-FS-MESTRE             PIC XX  VALUE "00".
       77 WS-FS-ATA                PIC XX  VALUE "00".
       77 WS-FS-MATER              PIC XX  VALUE "00".
       77 WS-FS-OPER               PIC XX  VALUE "00".
       77 WS-FS-PARAM              PIC XX  VALUE "00".
       77 WS-FS-PERIODO            PIC XX  VALUE "00".
       77 WS-FS-PERLOG             PIC XX  VALUE "00".
       77 WS-PODE-DECIDIR          PIC X   VALUE 'S'.
       77 WS-DATA-PERIODO          PIC 9(08) VALUE 0.
       77 WS-HORA-PERIODO          PIC 9(08) VALUE 0.
       77 WS-MESTRE-ABERTO         PIC X   VALUE 'N'.
       77 WS-MATER-ABERTO          PIC X   VALUE 'N'.
       77 WS-QTD-TENTATIVAS        PIC 9(01) VALUE 0.
       77 WS-RESULT-ANTERIOR       PIC X(12) VALUE SPACES.
       77 WS-QTD-DECISOES          PIC 9(05) VALUE 0.

       COPY PARAMCTL.

       COPY OPERCTL.

       COPY PERIOCTL.

       PROCEDURE DIVISION.
       P100-INICIAR.
            PERFORM P112-SIGNON.
               DISPLAY "ACESSO NAO AUTORIZADO - PROGRAMA ENCERRADO."
               STOP RUN
            END-IF.
            PERFORM P110-LER-PARAMETROS.
            IF WS-PODE-DECIDIR = 'S'
               PERFORM P115-VERIFICAR-PERIODO
            END-IF.
            IF WS-PODE-DECIDIR = 'N'
               STOP RUN
            END-IF.
            PERFORM P120-ABRIR-ARQUIVOS.
            PERFORM P130-SESSAO UNTIL WS-SIGNAL <> 'Y'.
            PERFORM P999-FIM.
                  END-IF
            END-READ.

      * A decisao do conselho pertence a um termo - sem ano letivo e
      * termo validos nos parametros nao ha como saber em que etapa
      * ele esta, e a sessao e recusada.
       P110-LER-PARAMETROS.
            OPEN INPUT ARQ-PARAMETROS.
            IF WS-FS-PARAM = "00"
               READ ARQ-PARAMETROS
                  AT END
                     DISPLAY "PARAMETROS VAZIOS - SESSAO DO CONSELHO "
                             "CANCELADA."
                     MOVE 'N' TO WS-PODE-DECIDIR
                  NOT AT END
                     PERFORM P111-VALIDAR-PARAMETROS
               END-READ
               CLOSE ARQ-PARAMETROS
            ELSE
               DISPLAY "ARQUIVO DE PARAMETROS NAO ENCONTRADO - "
                       "SESSAO DO CONSELHO CANCELADA."
               MOVE 'N' TO WS-PODE-DECIDIR
            END-IF.

       P111-VALIDAR-PARAMETROS.
            IF (PARM-ANO-LETIVO IS NUMERIC)
               AND (PARM-ANO-LETIVO > 0)
               AND (PARM-TERMO IS NUMERIC)
               AND (PARM-TERMO > 0) AND (PARM-TERMO <= 4)
               MOVE PARM-ANO-LETIVO TO CTL-ANO-LETIVO
               MOVE PARM-TERMO      TO CTL-TERMO
               MOVE 'S' TO CTL-PER-CONTROLADO
            ELSE
               DISPLAY "ANO LETIVO/TERMO AUSENTES OU INVALIDOS NO "
                       "ARQUIVO DE PARAMETROS - SESSAO DO CONSELHO "
                       "CANCELADA."
               MOVE 'N' TO WS-PODE-DECIDIR
            END-IF.

      * O conselho decide sobre o resultado apurado: com o termo
      * ainda ABERTO nao ha apuracao, e com o termo FECHADO a
      * fotografia ja foi para o historico.
       P115-VERIFICAR-PERIODO.
            MOVE 1   TO CTL-PER-ETAPA.
            MOVE 'N' TO CTL-PER-REGISTRADO.
            OPEN INPUT ARQ-PERIODO.
            IF WS-FS-PERIODO = "00"
               MOVE CTL-ANO-LETIVO TO PER-ANO-LETIVO
               MOVE CTL-TERMO      TO PER-TERMO
               READ ARQ-PERIODO
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE PER-ETAPA-ATUAL TO CTL-PER-ETAPA
                     MOVE 'S' TO CTL-PER-REGISTRADO
               END-READ
               CLOSE ARQ-PERIODO
            END-IF.
            IF CTL-PER-ABERTO OR CTL-PER-FECHADO
               DISPLAY "TERMO " CTL-ANO-LETIVO "/" CTL-TERMO
                       " NA ETAPA " CTL-NOME-ETAPA(CTL-PER-ETAPA)
                       " - O CONSELHO SO DECIDE COM O TERMO APURADO"
                       " OU EM CONSELHO. SESSAO CANCELADA."
               MOVE 'N' TO WS-PODE-DECIDIR
            END-IF.

       P120-ABRIR-ARQUIVOS.
            OPEN I-O ARQ-MESTRE.
            IF WS-FS-MESTRE = "00"
                  ADD 1 TO WS-QTD-DECISOES
                  DISPLAY "DECISAO REGISTRADA: " WS-RESULT-ANTERIOR
                          " -> " WS-RESULT-FINAL
                  IF CTL-PER-APURADO
                     PERFORM P700-INICIAR-CONSELHO
                  END-IF
            END-REWRITE.

      * A primeira decisao efetivamente gravada poe o termo EM
      * CONSELHO, com o operador e a data/hora na etapa e a mudanca
      * no log de etapas - dali em diante a apuracao nao reprocessa
      * mais o termo.
       P700-INICIAR-CONSELHO.
            OPEN I-O ARQ-PERIODO.
            IF WS-FS-PERIODO = "35"
               OPEN OUTPUT ARQ-PERIODO
               CLOSE ARQ-PERIODO
               OPEN I-O ARQ-PERIODO
            END-IF.
            IF WS-FS-PERIODO NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO PERIODO: " WS-FS-PERIODO
                       " - ETAPA NAO ATUALIZADA."
            ELSE
               MOVE CTL-ANO-LETIVO TO PER-ANO-LETIVO
               MOVE CTL-TERMO      TO PER-TERMO
               READ ARQ-PERIODO
                  INVALID KEY
                     MOVE 'N' TO CTL-PER-REGISTRADO
                  NOT INVALID KEY
                     MOVE 'S' TO CTL-PER-REGISTRADO
               END-READ
               IF NOT CTL-PER-EXISTE
                  INITIALIZE WS-REG-PERIODO
                  MOVE CTL-ANO-LETIVO TO PER-ANO-LETIVO
                  MOVE CTL-TERMO      TO PER-TERMO
               END-IF
               MOVE 3 TO PER-ETAPA-ATUAL
               ACCEPT WS-DATA-PERIODO FROM DATE YYYYMMDD
               ACCEPT WS-HORA-PERIODO FROM TIME
               MOVE CTL-OPER-ID     TO PER-ETAPA-OPERADOR(3)
               MOVE WS-DATA-PERIODO TO PER-ETAPA-DATA(3)
               MOVE WS-HORA-PERIODO TO PER-ETAPA-HORA(3)
               IF CTL-PER-EXISTE
                  REWRITE WS-REG-PERIODO
                     INVALID KEY
                        DISPLAY "ERRO AO REGRAVAR PERIODO: "
                                WS-FS-PERIODO
                  END-REWRITE
               ELSE
                  WRITE WS-REG-PERIODO
                     INVALID KEY
                        DISPLAY "ERRO AO GRAVAR PERIODO: "
                                WS-FS-PERIODO
                  END-WRITE
               END-IF
               CLOSE ARQ-PERIODO
               IF WS-FS-PERIODO = "00"
                  PERFORM P710-GRAVAR-LOG-PERIODO
                  MOVE 3 TO CTL-PER-ETAPA
                  DISPLAY "TERMO " CTL-ANO-LETIVO "/" CTL-TERMO
                          " NA ETAPA EM CONSELHO."
               END-IF
            END-IF.

       P710-GRAVAR-LOG-PERIODO.
            OPEN EXTEND ARQ-PERIOLOG.
            IF WS-FS-PERLOG = "35"
               OPEN OUTPUT ARQ-PERIOLOG
               CLOSE ARQ-PERIOLOG
               OPEN EXTEND ARQ-PERIOLOG
            END-IF.
            MOVE CTL-ANO-LETIVO       TO PLG-ANO-LETIVO.
            MOVE CTL-TERMO            TO PLG-TERMO.
            MOVE CTL-PER-ETAPA        TO PLG-ETAPA-ANTERIOR.
            MOVE 3                    TO PLG-ETAPA-NOVA.
            MOVE "CADCONS"            TO PLG-PROGRAMA.
            MOVE "PRIMEIRA DECISAO DO CONSELHO DE CLASSE"
              TO PLG-MOTIVO.
            MOVE CTL-OPER-ID          TO PLG-OPERADOR.
            MOVE WS-DATA-PERIODO      TO PLG-DATA.
            MOVE WS-HORA-PERIODO      TO PLG-HORA.
            WRITE WS-REG-PERLOG.
            CLOSE ARQ-PERIOLOG.

       P999-FIM.
            DISPLAY "DECISOES REGISTRADAS NA SESSAO: " WS-QTD-DECISOES.
            IF WS-MESTRE-ABERTO = 'S'
