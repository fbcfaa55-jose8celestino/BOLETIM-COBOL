      *                    operadores (CADOPER) - o fechamento de
      *                    periodo fica restrito ao perfil de
      *                    coordenacao.
      *   15-10-2026  JVC  Controle de etapa do periodo (PERIODO) - o
      *                    fechamento so roda com o termo APURADO ou
      *                    EM CONSELHO, e recusado se o termo ja esta
      *                    FECHADO, e ao conferir a fotografia avanca
      *                    o termo para FECHADO com registro no
      *                    PERIOLOG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHTERM.
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-FS-OPER.

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

       FD  ARQ-PERIODO.
       COPY PERIOREG.

       FD  ARQ-PERIOLOG.
       COPY PERLOGRG.

       WORKING-STORAGE SECTION.
       77 WS-FS-MESTRE             PIC XX  VALUE "00".
       77 WS-FS-PARAM              PIC XX  VALUE "00".
       77 WS-FS-EXTR               PIC XX  VALUE "00".
       77 WS-FS-REL                PIC XX  VALUE "00".
       77 WS-FS-OPER               PIC XX  VALUE "00".
       77 WS-FS-PERIODO            PIC XX  VALUE "00".
       77 WS-FS-PERLOG             PIC XX  VALUE "00".
       77 WS-DATA-PERIODO          PIC 9(08) VALUE 0.
       77 WS-HORA-PERIODO          PIC 9(08) VALUE 0.
       77 WS-FOTO-CONFERE          PIC X   VALUE 'N'.
       77 WS-QTD-TENTATIVAS        PIC 9(01) VALUE 0.
       77 WS-OPER-ID-DIG           PIC X(10).
       77 WS-OPER-SENHA-DIG        PIC X(10).

       COPY OPERCTL.

       COPY PERIOCTL.

       01  WS-CAB-REL1              PIC X(80)
            VALUE "RELATORIO DE CONTROLE DO FECHAMENTO DE PERIODO".

       01  WS-MSG-DIVERG            PIC X(80)
            VALUE "ATENCAO: DIVERGENCIA NA FOTOGRAFIA - NAO LIMPO.".

       01  WS-MSG-PERIODO.
           03  FILLER               PIC X(34)
                                     VALUE "ETAPA DO PERIODO:".
           03  MSG-ETAPA            PIC X(11).
           03  FILLER               PIC X(35) VALUE SPACES.

       01  WS-LINHA-BRANCO          PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
            IF WS-PODE-FECHAR = 'S'
               PERFORM P110-LER-PARAMETROS
            END-IF.
            IF WS-PODE-FECHAR = 'S'
               PERFORM P115-VERIFICAR-PERIODO
            END-IF.
            IF WS-PODE-FECHAR = 'S'
               PERFORM P120-ABRIR-ARQUIVOS
            END-IF.
               PERFORM P300-ARQUIVAR-REGISTRO
                  UNTIL WS-FIM-MESTRE = 'S'
               PERFORM P600-CONFERIR-E-LIMPAR
               IF WS-FOTO-CONFERE = 'S'
                  PERFORM P700-ENCERRAR-PERIODO
               END-IF
               PERFORM P800-TOTAIS
            END-IF.
            PERFORM P999-FIM.
               MOVE 'N' TO WS-PODE-FECHAR
            END-IF.

      * O fechamento so fotografa um termo ja apurado (APURADO ou EM
      * CONSELHO). Com o termo ainda ABERTO os resultados finais nao
      * existem; com o termo FECHADO a fotografia ja foi tirada e o
      * fechamento repetido sobrescreveria o historico - so a
      * coordenacao pode reabrir o termo (CADPERIO).
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
            EVALUATE TRUE
               WHEN CTL-PER-ABERTO
                  DISPLAY "TERMO " CTL-ANO-LETIVO "/" CTL-TERMO
                          " AINDA ABERTO - RODE A APURACAO (APURFIM) "
                          "ANTES DO FECHAMENTO - CANCELADO."
                  MOVE 'N' TO WS-PODE-FECHAR
               WHEN CTL-PER-FECHADO
                  DISPLAY "TERMO " CTL-ANO-LETIVO "/" CTL-TERMO
                          " JA FECHADO - FECHAMENTO CANCELADO. "
                          "REABERTURA SO PELA COORDENACAO (CADPERIO)."
                  MOVE 'N' TO WS-PODE-FECHAR
               WHEN OTHER
                  CONTINUE
            END-EVALUATE.

       P120-ABRIR-ARQUIVOS.
            OPEN INPUT ARQ-MESTRE.
            IF WS-FS-MESTRE = "00"
       P600-CONFERIR-E-LIMPAR.
            IF (WS-QTD-ERROS = 0) AND
               (WS-QTD-LIDOS = WS-QTD-GRAVADOS + WS-QTD-SUBSTITUIDOS)
               MOVE 'S' TO WS-FOTO-CONFERE
               OPEN OUTPUT ARQ-CHECKPOINT
               CLOSE ARQ-CHECKPOINT
               OPEN OUTPUT ARQ-EXTRATO
                       "TRABALHO NAO FORAM LIMPOS."
            END-IF.

      * Fotografia conferida: o termo passa a FECHADO, com o operador
      * e a data/hora carimbados na etapa e a mudanca gravada no log
      * de etapas.
       P700-ENCERRAR-PERIODO.
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
               MOVE 4 TO PER-ETAPA-ATUAL
               MOVE CTL-OPER-ID TO PER-ETAPA-OPERADOR(4)
               ACCEPT WS-DATA-PERIODO FROM DATE YYYYMMDD
               ACCEPT WS-HORA-PERIODO FROM TIME
               MOVE WS-DATA-PERIODO TO PER-ETAPA-DATA(4)
               MOVE WS-HORA-PERIODO TO PER-ETAPA-HORA(4)
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
                  MOVE 4 TO CTL-PER-ETAPA
                  MOVE CTL-NOME-ETAPA(4) TO MSG-ETAPA
                  WRITE WS-LINHA-REL FROM WS-MSG-PERIODO
                  DISPLAY "TERMO " CTL-ANO-LETIVO "/" CTL-TERMO
                          " PASSA PARA A ETAPA FECHADO."
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
            MOVE 4                    TO PLG-ETAPA-NOVA.
            MOVE "FECHTERM"           TO PLG-PROGRAMA.
            MOVE "FECHAMENTO DO PERIODO CONFERIDO" TO PLG-MOTIVO.
            MOVE CTL-OPER-ID          TO PLG-OPERADOR.
            MOVE WS-DATA-PERIODO      TO PLG-DATA.
            MOVE WS-HORA-PERIODO      TO PLG-HORA.
            WRITE WS-REG-PERLOG.
            CLOSE ARQ-PERIOLOG.

       P800-TOTAIS.
            MOVE WS-QTD-LIDOS        TO TOT-LIDOS.
            MOVE WS-QTD-GRAVADOS     TO TOT-GRAVADOS.
