      *                    chegavam depois das notas, deixando o
      *                    APURFIM aprovar aluno que deveria ser
      *                    REPROV FALTA ate alguem alcancar a fila.
      *   15-10-2026  JVC  Controle de etapa do periodo (PERIODO): com
      *                    o termo dos parametros fora da etapa
      *                    ABERTO a carga de faltas e recusada - a
      *                    frequencia ja entrou na apuracao.
      *   15-10-2026  JVC  Aluno transferido, desistente ou falecido
      *                    (situacao de matricula do cadastro) e
      *                    rejeitado com motivo proprio (09).
      *   15-10-2026  JVC  Movimento gerado pelo mapa de retorno
      *                    (MAPARET): a linha de identificacao do
      *                    mapa e conferida no registro de mapas e
      *                    as linhas seguintes sao rejeitadas por mapa
      *                    nao registrado (10), mapa de outro termo
      *                    (11), aluno fora do mapa (12) ou materia
      *                    diferente da do mapa (13).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FREQLOTE.
      *   CAMPOS DE FALTAS DE 3 DIGITOS, UM POR QUADRIMESTRE; FALTAS
      *   ALEM DA QUANTIDADE DE QUADRIMESTRES DO CONTRATO DEVEM VIR
      *   EM BRANCO (OU ZERADAS).
      * MOVIMENTO DO MAPA DE RETORNO (MAPARET): CADA MAPA COMECA COM A
      *   LINHA DE IDENTIFICACAO (MAPAMOV) E SUAS LINHAS SO SAO
      *   ACEITAS SE O MAPA ESTA NO REGISTRO (MAPAS), E DO TERMO DOS
      *   PARAMETROS E TEM O ALUNO E A MATERIA DA LINHA. LINHAS ANTES
      *   DE QUALQUER IDENTIFICACAO SEGUEM SO AS CRITICAS COMUNS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-FS-OPER.

           SELECT ARQ-PERIODO ASSIGN TO "PERIODO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-CHAVE
               FILE STATUS IS WS-FS-PERIODO.

           SELECT ARQ-MAPAS ASSIGN TO "MAPAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAP-CHAVE
               FILE STATUS IS WS-FS-MAPAS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FREQUENCIA.
           03  MOV-TOTAL-AULAS          PIC X(03).
           03  MOV-FALTAS-TAB.
               05  MOV-FALTAS           PIC X(03) OCCURS 4 TIMES.
       COPY MAPAMOV.

       FD  ARQ-REJEITOS.
       01  WS-REG-REJEITO               PIC X(46).
       FD  ARQ-OPERADORES.
       COPY OPERREG.

       FD  ARQ-PERIODO.
       COPY PERIOREG.

       FD  ARQ-MAPAS.
       COPY MAPAREG.

       WORKING-STORAGE SECTION.
       77 WS-FS-FREQ               PIC XX  VALUE "00".
       77 WS-FS-PARAM              PIC XX  VALUE "00".
       77 WS-FS-REJ                PIC XX  VALUE "00".
       77 WS-FS-REL                PIC XX  VALUE "00".
       77 WS-FS-OPER               PIC XX  VALUE "00".
       77 WS-FS-PERIODO            PIC XX  VALUE "00".
       77 WS-FS-MAPAS              PIC XX  VALUE "00".
       77 WS-MAPAS-ABERTO          PIC X   VALUE 'N'.
       77 WS-COM-MAPA              PIC X   VALUE 'N'.
       77 WS-MOTIVO-MAPA           PIC 9(02) VALUE 0.
       77 WS-MAPA-NUMERO           PIC 9(06) VALUE 0.
       77 WS-MAPA-MATERIA          PIC X(20) VALUE SPACES.
       77 WS-MAPA-ENTRADA          PIC X(06).
       77 WS-MAPA-VALOR            REDEFINES WS-MAPA-ENTRADA
                                    PIC 9(06).
       77 WS-QTD-TENTATIVAS        PIC 9(01) VALUE 0.
       77 WS-OPER-ID-DIG           PIC X(10).
       77 WS-OPER-SENHA-DIG        PIC X(10).
       77 WS-QTD-INCLUIDOS         PIC 9(05) VALUE 0.
       77 WS-QTD-SUBSTITUIDOS      PIC 9(05) VALUE 0.
       77 WS-QTD-REJEITADOS        PIC 9(05) VALUE 0.
       77 WS-QTD-MAPAS             PIC 9(05) VALUE 0.
       77 WS-QTD-MAPAS-RECUSADOS   PIC 9(05) VALUE 0.

       COPY PARAMCTL.

       COPY OPERCTL.

       COPY PERIOCTL.

       01  WS-TAB-MOTIVOS.
           03  FILLER               PIC X(30)
                                     VALUE "MATRICULA INVALIDA".
                                     VALUE "FALTAS MAIORES QUE O TOTAL".
           03  FILLER               PIC X(30)
                                     VALUE "SOMA DAS FALTAS > TOTAL".
           03  FILLER               PIC X(30)
                                     VALUE "ALUNO TRANSF/DESIST/FALEC".
           03  FILLER               PIC X(30)
                                     VALUE "MAPA NAO REGISTRADO".
           03  FILLER               PIC X(30)
                                     VALUE "MAPA DE OUTRO TERMO".
           03  FILLER               PIC X(30)
                                     VALUE "ALUNO FORA DO MAPA".
           03  FILLER               PIC X(30)
                                     VALUE "MATERIA DIFERENTE DO MAPA".
       01  WS-TAB-MOTIVOS-R REDEFINES WS-TAB-MOTIVOS.
           03  WS-DESC-MOTIVO       PIC X(30) OCCURS 13 TIMES.

       01  WS-REJEITO-SAIDA.
           03  REJ-MOTIVO               PIC 9(02).
           03  TOT-REJEITADOS       PIC ZZZZ9.
           03  FILLER               PIC X(50) VALUE SPACES.

       01  WS-TOT-REL6.
           03  FILLER               PIC X(25)
                                     VALUE "MAPAS DE RETORNO LIDOS:".
           03  TOT-MAPAS            PIC ZZZZ9.
           03  FILLER               PIC X(50) VALUE SPACES.

       01  WS-TOT-REL7.
           03  FILLER               PIC X(25)
                                     VALUE "MAPAS RECUSADOS:".
           03  TOT-MAPAS-RECUSADOS  PIC ZZZZ9.
           03  FILLER               PIC X(50) VALUE SPACES.

       01  WS-LIN-MAPA-RECUSADO.
           03  FILLER               PIC X(05) VALUE "MAPA ".
           03  LMP-NUMERO           PIC X(06).
           03  FILLER               PIC X(12) VALUE " RECUSADO - ".
           03  LMP-MOTIVO           PIC 9(02).
           03  FILLER               PIC X(01) VALUE "-".
           03  LMP-DESC-MOTIVO      PIC X(30).
           03  FILLER               PIC X(24) VALUE SPACES.

       PROCEDURE DIVISION.
       P100-INICIAR.
            PERFORM P112-SIGNON.
               STOP RUN
            END-IF.
            PERFORM P110-LER-PARAMETROS.
            PERFORM P115-VERIFICAR-PERIODO.
            IF NOT CTL-PER-ABERTO
               DISPLAY "TERMO " CTL-ANO-LETIVO "/" CTL-TERMO
                       " NA ETAPA " CTL-NOME-ETAPA(CTL-PER-ETAPA)
                       " - CARGA DE FREQUENCIA RECUSADA."
               STOP RUN
            END-IF.
            PERFORM P120-ABRIR-ARQUIVOS.
            IF WS-FIM-MOVIMENTO NOT = 'S'
               PERFORM P200-LER-MOVIMENTO
                       "FORA DA FAIXA (1-4) - USANDO PADRAO (4)."
               MOVE 4 TO CTL-QTD-QUAD
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

      * Carga de faltas so com o termo ABERTO, no mesmo padrao do
      * lote de notas - depois da apuracao a frequencia ja decidiu o
      * REPROV FALTA e nao pode mudar por baixo do resultado.
       P115-VERIFICAR-PERIODO.
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

       P120-ABRIR-ARQUIVOS.
            OPEN INPUT ARQ-MOVIMENTO.
                       "AS LINHAS SERAO REJEITADAS POR MATERIA NAO "
                       "CADASTRADA."
            END-IF.
            OPEN INPUT ARQ-MAPAS.
            IF WS-FS-MAPAS = "00"
               MOVE 'S' TO WS-MAPAS-ABERTO
            END-IF.
            OPEN OUTPUT ARQ-REJEITOS.
            OPEN OUTPUT REL-REJEICAO.
            WRITE WS-LINHA-REL FROM WS-CAB-REL1.
               AT END
                  MOVE 'S' TO WS-FIM-MOVIMENTO
               NOT AT END
                  IF MOVH-CABECALHO
                     ADD 1 TO WS-QTD-MAPAS
                  ELSE
                     ADD 1 TO WS-QTD-LIDOS
                  END-IF
            END-READ.

       P300-PROCESSAR-LINHA.
            IF MOVH-CABECALHO
               PERFORM P305-CONFERIR-MAPA
            ELSE
               MOVE 0 TO WS-MOTIVO
               PERFORM P310-VALIDAR-LINHA
               IF WS-MOTIVO = 0
                  PERFORM P320-GRAVAR-ACEITO
               ELSE
                  PERFORM P330-REJEITAR
               END-IF
            END-IF.
            PERFORM P200-LER-MOVIMENTO.

      * Linha de identificacao do mapa de retorno, no mesmo padrao do
      * lote de notas: o mapa tem de estar no registro (MAPAS) com a
      * mesma turma e termo da linha e ser do termo dos parametros.
      * O motivo vale para todas as linhas do mapa.
       P305-CONFERIR-MAPA.
            MOVE 'S' TO WS-COM-MAPA.
            MOVE 0 TO WS-MOTIVO-MAPA.
            MOVE SPACES TO WS-MAPA-MATERIA.
            MOVE MOVH-NUMERO TO WS-MAPA-ENTRADA.
            IF (WS-MAPA-ENTRADA IS NOT NUMERIC)
               OR (WS-MAPA-VALOR = 0)
               OR (WS-MAPAS-ABERTO = 'N')
               MOVE 10 TO WS-MOTIVO-MAPA
            ELSE
               MOVE WS-MAPA-VALOR TO WS-MAPA-NUMERO
               MOVE WS-MAPA-VALOR TO MAP-NUMERO
               MOVE 0             TO MAP-MATRICULA
               READ ARQ-MAPAS
                  INVALID KEY
                     MOVE 10 TO WS-MOTIVO-MAPA
                  NOT INVALID KEY
                     PERFORM P306-CONFERIR-IDENTIFICACAO
               END-READ
            END-IF.
            IF WS-MOTIVO-MAPA NOT = 0
               MOVE MOVH-NUMERO    TO LMP-NUMERO
               MOVE WS-MOTIVO-MAPA TO LMP-MOTIVO
               MOVE WS-DESC-MOTIVO(WS-MOTIVO-MAPA) TO LMP-DESC-MOTIVO
               WRITE WS-LINHA-REL FROM WS-LIN-MAPA-RECUSADO
               ADD 1 TO WS-QTD-MAPAS-RECUSADOS
            END-IF.

       P306-CONFERIR-IDENTIFICACAO.
            IF (MOVH-TURMA NOT = MAP-TURMA)
               OR (MOVH-ANO-LETIVO NOT = MAP-ANO-LETIVO)
               OR (MOVH-TERMO NOT = MAP-TERMO)
               MOVE 10 TO WS-MOTIVO-MAPA
            ELSE
               IF CTL-PER-COM-CONTROLE
                  AND ((MAP-ANO-LETIVO NOT = CTL-ANO-LETIVO)
                    OR (MAP-TERMO NOT = CTL-TERMO))
                  MOVE 11 TO WS-MOTIVO-MAPA
               ELSE
                  MOVE MAP-MATERIA TO WS-MAPA-MATERIA
               END-IF
            END-IF.

      * Mesmas criticas da manutencao on-line (CADFREQ): matricula
      * numerica e cadastrada, materia cadastrada no CADMATER, total
      * de aulas numerico e maior que zero, faltas numericas, nenhum
               AND (WS-TOTAL-FALTAS > WS-TOTAL-VALOR)
               MOVE 8 TO WS-MOTIVO
            END-IF.
            IF (WS-MOTIVO = 0) AND (WS-COM-MAPA = 'S')
               PERFORM P314-VALIDAR-MAPA
            END-IF.

       P311-VALIDAR-ALUNO.
            IF WS-ALUNOS-ABERTO = 'N'
               READ ARQ-ALUNOS
                  INVALID KEY
                     MOVE 2 TO WS-MOTIVO
                  NOT INVALID KEY
                     IF AL-AFASTADO
                        MOVE 9 TO WS-MOTIVO
                     END-IF
               END-READ
            END-IF.

               END-READ
            END-IF.

      * Linha de mapa de retorno: o mapa precisa ter passado na
      * conferencia da identificacao e ter a materia e o aluno da
      * linha.
       P314-VALIDAR-MAPA.
            IF WS-MOTIVO-MAPA NOT = 0
               MOVE WS-MOTIVO-MAPA TO WS-MOTIVO
            ELSE
               IF MOV-MATERIA NOT = WS-MAPA-MATERIA
                  MOVE 13 TO WS-MOTIVO
               ELSE
                  MOVE WS-MAPA-NUMERO TO MAP-NUMERO
                  MOVE WS-MATR-VALOR  TO MAP-MATRICULA
                  READ ARQ-MAPAS
                     INVALID KEY
                        MOVE 12 TO WS-MOTIVO
                  END-READ
               END-IF
            END-IF.

      * Faltas em branco valem zero (mapa sem ocorrencia no
      * quadrimestre) - nao e rejeicao.
       P313-VALIDAR-FALTAS.
            WRITE WS-LINHA-REL FROM WS-TOT-REL3.
            WRITE WS-LINHA-REL FROM WS-TOT-REL4.
            WRITE WS-LINHA-REL FROM WS-TOT-REL5.
            IF WS-QTD-MAPAS > 0
               MOVE WS-QTD-MAPAS           TO TOT-MAPAS
               MOVE WS-QTD-MAPAS-RECUSADOS TO TOT-MAPAS-RECUSADOS
               WRITE WS-LINHA-REL FROM WS-TOT-REL6
               WRITE WS-LINHA-REL FROM WS-TOT-REL7
            END-IF.
            DISPLAY "LOTE PROCESSADO - LIDOS: " WS-QTD-LIDOS
                    " ACEITOS: " WS-QTD-ACEITOS
                    " REJEITADOS: " WS-QTD-REJEITADOS.
            IF WS-MATER-ABERTO = 'S'
               CLOSE ARQ-MATERIAS
            END-IF.
            IF WS-MAPAS-ABERTO = 'S'
               CLOSE ARQ-MAPAS
            END-IF.
            CLOSE ARQ-REJEITOS.
            CLOSE REL-REJEICAO.
            STOP RUN.
