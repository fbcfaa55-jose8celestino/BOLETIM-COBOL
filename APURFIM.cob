      *                    REPROV CONS, gravado pelo CADCONS) - a
      *                    regra nao passa por cima da decisao do
      *                    conselho.
      *   15-10-2026  JVC  Controle de etapa do periodo (PERIODO) - a
      *                    apuracao exige ano letivo/termo nos
      *                    parametros, so roda com o termo ABERTO ou
      *                    APURADO e, sem nenhum lancamento
      *                    INCOMPLETO, avanca o termo para APURADO
      *                    com registro no PERIOLOG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APURFIM.
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
       77 WS-FS-FREQ               PIC XX  VALUE "00".
       77 WS-FS-OPER               PIC XX  VALUE "00".
       77 WS-FS-PERIODO            PIC XX  VALUE "00".
       77 WS-FS-PERLOG             PIC XX  VALUE "00".
       77 WS-DATA-PERIODO          PIC 9(08) VALUE 0.
       77 WS-HORA-PERIODO          PIC 9(08) VALUE 0.
       77 WS-MOTIVO-PERIODO        PIC X(60) VALUE SPACES.
       77 WS-QTD-TENTATIVAS        PIC 9(01) VALUE 0.
       77 WS-OPER-ID-DIG           PIC X(10).
       77 WS-OPER-SENHA-DIG        PIC X(10).

       COPY OPERCTL.

       COPY PERIOCTL.

       PROCEDURE DIVISION.
       P100-INICIAR.
            PERFORM P112-SIGNON.
               STOP RUN
            END-IF.
            PERFORM P110-LER-PARAMETROS.
            IF WS-PODE-APURAR = 'S'
               PERFORM P115-VERIFICAR-PERIODO
            END-IF.
            IF WS-PODE-APURAR = 'N'
               STOP RUN
            END-IF.
            PERFORM P120-ABRIR-ARQUIVOS.
            IF WS-MESTRE-ABERTO = 'S'
               PERFORM P200-LER-MESTRE
               PERFORM P300-APURAR-REGISTRO UNTIL WS-FIM-MESTRE = 'S'
            END-IF.
            PERFORM P800-RESUMO.
            IF WS-MESTRE-ABERTO = 'S'
               PERFORM P700-AVANCAR-PERIODO
            END-IF.
            PERFORM P999-FIM.
            EXIT PROGRAM.

                       "(1-100) NO ARQUIVO DE PARAMETROS - USANDO "
                       "PADRAO (75)."
            END-IF.
            IF (PARM-ANO-LETIVO IS NUMERIC)
               AND (PARM-ANO-LETIVO > 0)
               AND (PARM-TERMO IS NUMERIC)
               AND (PARM-TERMO > 0) AND (PARM-TERMO <= 4)
               MOVE PARM-ANO-LETIVO TO CTL-ANO-LETIVO
               MOVE PARM-TERMO      TO CTL-TERMO
               MOVE 'S' TO CTL-PER-CONTROLADO
            ELSE
               DISPLAY "ANO LETIVO/TERMO AUSENTES OU INVALIDOS NO "
                       "ARQUIVO DE PARAMETROS - APURACAO CANCELADA."
               MOVE 'N' TO WS-PODE-APURAR
            END-IF.

      * A apuracao so roda com o termo ABERTO (primeira apuracao) ou
      * APURADO (reapuracao depois de uma correcao liberada). Com o
      * conselho em andamento ou o termo FECHADO, reapurar passaria
      * por cima do que ja foi decidido ou fotografado.
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
            IF CTL-PER-EM-CONSELHO OR CTL-PER-FECHADO
               DISPLAY "TERMO " CTL-ANO-LETIVO "/" CTL-TERMO
                       " NA ETAPA " CTL-NOME-ETAPA(CTL-PER-ETAPA)
                       " - APURACAO CANCELADA."
               MOVE 'N' TO WS-PODE-APURAR
            END-IF.

       P120-ABRIR-ARQUIVOS.
            OPEN I-O ARQ-MESTRE.
            DISPLAY "Mantidos pelo conselho:    " WS-QTD-CONSELHO.
            DISPLAY "************************************************".

      * Apuracao sem nenhum lancamento INCOMPLETO: o termo passa a
      * APURADO (ou e recarimbado, numa reapuracao), com o operador e
      * a data/hora na etapa e a mudanca gravada no log de etapas.
      * Com nota pendente o termo fica onde esta - o conselho e o
      * fechamento nao podem partir de resultado incompleto.
       P700-AVANCAR-PERIODO.
            IF WS-QTD-INCOMPLETOS > 0
               DISPLAY "HA LANCAMENTOS INCOMPLETOS - TERMO "
                       CTL-ANO-LETIVO "/" CTL-TERMO
                       " PERMANECE NA ETAPA "
                       CTL-NOME-ETAPA(CTL-PER-ETAPA) "."
            ELSE
               IF CTL-PER-APURADO
                  MOVE "REAPURACAO DO RESULTADO FINAL"
                    TO WS-MOTIVO-PERIODO
               ELSE
                  MOVE "APURACAO DO RESULTADO FINAL"
                    TO WS-MOTIVO-PERIODO
               END-IF
               PERFORM P710-GRAVAR-PERIODO
            END-IF.

       P710-GRAVAR-PERIODO.
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
               MOVE 2 TO PER-ETAPA-ATUAL
               MOVE CTL-OPER-ID TO PER-ETAPA-OPERADOR(2)
               ACCEPT WS-DATA-PERIODO FROM DATE YYYYMMDD
               ACCEPT WS-HORA-PERIODO FROM TIME
               MOVE WS-DATA-PERIODO TO PER-ETAPA-DATA(2)
               MOVE WS-HORA-PERIODO TO PER-ETAPA-HORA(2)
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
                  PERFORM P720-GRAVAR-LOG-PERIODO
                  MOVE 2 TO CTL-PER-ETAPA
                  DISPLAY "TERMO " CTL-ANO-LETIVO "/" CTL-TERMO
                          " NA ETAPA APURADO."
               END-IF
            END-IF.

       P720-GRAVAR-LOG-PERIODO.
            OPEN EXTEND ARQ-PERIOLOG.
            IF WS-FS-PERLOG = "35"
               OPEN OUTPUT ARQ-PERIOLOG
               CLOSE ARQ-PERIOLOG
               OPEN EXTEND ARQ-PERIOLOG
            END-IF.
            MOVE CTL-ANO-LETIVO       TO PLG-ANO-LETIVO.
            MOVE CTL-TERMO            TO PLG-TERMO.
            MOVE CTL-PER-ETAPA        TO PLG-ETAPA-ANTERIOR.
            MOVE 2                    TO PLG-ETAPA-NOVA.
            MOVE "APURFIM"            TO PLG-PROGRAMA.
            MOVE WS-MOTIVO-PERIODO    TO PLG-MOTIVO.
            MOVE CTL-OPER-ID          TO PLG-OPERADOR.
            MOVE WS-DATA-PERIODO      TO PLG-DATA.
            MOVE WS-HORA-PERIODO      TO PLG-HORA.
            WRITE WS-REG-PERLOG.
            CLOSE ARQ-PERIOLOG.

       P999-FIM.
            IF WS-MESTRE-ABERTO = 'S'
               CLOSE ARQ-MESTRE
