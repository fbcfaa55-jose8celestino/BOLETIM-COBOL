      *                    digitacao livre) e as opcoes de correcao e
      *                    recuperacao ficam restritas aos perfis
      *                    senior e coordenacao.
      *   15-10-2026  JVC  Controle de etapa do periodo (PERIODO): com
      *                    o termo dos parametros APURADO, EM
      *                    CONSELHO ou FECHADO, entrada nova,
      *                    correcao e recuperacao ficam bloqueadas e
      *                    a opcao 2 so consulta.
      *   15-10-2026  JVC  Entrada de notas recusa aluno transferido,
      *                    desistente ou falecido (situacao de
      *                    matricula do cadastro, mantida pelo
      *                    MOVALUNO); o remanejado lanca na turma nova.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESAFIOM2.
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-FS-OPER.

           SELECT ARQ-PERIODO ASSIGN TO "PERIODO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-CHAVE
               FILE STATUS IS WS-FS-PERIODO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-MESTRE.
       FD  ARQ-OPERADORES.
       COPY OPERREG.

       FD  ARQ-PERIODO.
       COPY PERIOREG.

       WORKING-STORAGE SECTION.
       77 WS-SIGNAL                PIC X   VALUE 'Y'.
       77 WS-OPCAO-ENTRADA         PIC X(01).
       77 WS-MATER-ABERTO          PIC X   VALUE 'N'.
       77 WS-MATERIA-OK            PIC X   VALUE 'N'.
       77 WS-FS-OPER               PIC XX  VALUE "00".
       77 WS-FS-PERIODO            PIC XX  VALUE "00".
       77 WS-LANC-LIBERADO         PIC X   VALUE 'S'.
       77 WS-QTD-TENTATIVAS        PIC 9(01) VALUE 0.
       77 WS-OPER-ID-DIG           PIC X(10).
       77 WS-OPER-SENHA-DIG        PIC X(10).

       COPY OPERCTL.

       COPY PERIOCTL.

       77 WS-QTD-MAT-ENTRADA       PIC X(01).
       77 WS-QTD-MAT               REDEFINES WS-QTD-MAT-ENTRADA
                                    PIC 9(01).
               STOP RUN
            END-IF.
            PERFORM P110-LER-PARAMETROS.
            PERFORM P117-VERIFICAR-PERIODO.
            PERFORM P115-LER-CHECKPOINT.
            PERFORM P120-ABRIR-ARQUIVOS.
            PERFORM P130-MENU UNTIL WS-SIGNAL <> 'Y'.
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
                       "ARQUIVO DE PARAMETROS - ETAPA DO PERIODO NAO "
                       "VERIFICADA."
            END-IF.

      * Lancamento, correcao e recuperacao so com o termo ABERTO -
      * depois da apuracao o resultado ja foi decidido (e talvez
      * levado ao conselho ou fotografado no historico); a
      * coordenacao reabre o termo no CADPERIO quando for preciso
      * corrigir. Sem registro no PERIODO o termo vale ABERTO.
       P117-VERIFICAR-PERIODO.
            IF CTL-PER-COM-CONTROLE
               OPEN INPUT ARQ-PERIODO
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
               END-IF
            END-IF.
            IF NOT CTL-PER-ABERTO
               MOVE 'N' TO WS-LANC-LIBERADO
               DISPLAY "TERMO " CTL-ANO-LETIVO "/" CTL-TERMO
                       " NA ETAPA " CTL-NOME-ETAPA(CTL-PER-ETAPA)
                       " - LANCAMENTOS E CORRECOES BLOQUEADOS, "
                       "SOMENTE CONSULTA."
            END-IF.

       P115-LER-CHECKPOINT.
            MOVE 'N' TO WS-ACHOU-CKPT.
            PERFORM P131-PEDIR-OPCAO UNTIL WS-OPCAO-OK = 'S'.
            EVALUATE WS-OPCAO
               WHEN 1
                  IF WS-LANC-LIBERADO = 'S'
                     PERFORM P500-CALCULO
                  ELSE
                     DISPLAY "TERMO NA ETAPA "
                             CTL-NOME-ETAPA(CTL-PER-ETAPA)
                             " - ENTRADA DE NOTAS BLOQUEADA."
                  END-IF
               WHEN 2
                  IF CTL-OPER-SENIOR OR CTL-OPER-COORD
                     PERFORM P700-CONSULTAR
                  END-IF
               WHEN 3
                  IF CTL-OPER-SENIOR OR CTL-OPER-COORD
                     IF WS-LANC-LIBERADO = 'S'
                        PERFORM P750-RECUPERACAO
                     ELSE
                        DISPLAY "TERMO NA ETAPA "
                                CTL-NOME-ETAPA(CTL-PER-ETAPA)
                                " - RECUPERACAO BLOQUEADA."
                     END-IF
                  ELSE
                     DISPLAY "RECUPERACAO RESTRITA AOS PERFIS SENIOR "
                             "E COORDENACAO."
                  NOT INVALID KEY
                     DISPLAY "Aluno: " AL-NOME
                     DISPLAY "Turma: " AL-TURMA
                     IF AL-AFASTADO
                        DISPLAY "ALUNO AFASTADO (SITUACAO " AL-SITUACAO
                                " EM " AL-DATA-SITUACAO ") - NOTA NAO "
                                "LANCADA. VEJA O MOVALUNO."
                     ELSE
                        MOVE 'S' TO WS-ALUNO-OK
                     END-IF
               END-READ
            END-IF.

            DISPLAY "Status:        " WS-STATUS
            DISPLAY "Lancado por:   " WS-OPERADOR
            DISPLAY "Data/Hora:     " WS-DATA-LANC "/" WS-HORA-LANC
            IF WS-LANC-LIBERADO = 'S'
               PERFORM P713-CORRIGIR-NOTA
            ELSE
               DISPLAY " "
               DISPLAY "TERMO NA ETAPA " CTL-NOME-ETAPA(CTL-PER-ETAPA)
                       " - CORRECAO BLOQUEADA, SOMENTE CONSULTA."
            END-IF.

       P713-CORRIGIR-NOTA.
            DISPLAY " "
            DISPLAY "QUAL NOTA DESEJA CORRIGIR?"
            PERFORM P715-EXIBIR-OPCAO-NOTA
