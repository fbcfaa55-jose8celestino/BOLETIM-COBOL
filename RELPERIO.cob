      ******************************************************************
      * Author: JOSE CELESTINO
      * Date: 15-10-2026
      * Purpose: RELATORIO DE ETAPAS DO PERIODO - IMPRIME, PARA CADA
      *          TERMO REGISTRADO NO ARQUIVO PERIODO (OU SO OS DE UM
      *          ANO LETIVO), A ETAPA CORRENTE, QUEM AVANCOU CADA
      *          ETAPA E QUANDO E A QUANTIDADE DE REABERTURAS, SEGUIDO
      *          DO HISTORICO DE MUDANCAS DE ETAPA DO LOG (PERIOLOG)
      *          COM PROGRAMA, OPERADOR, DATA/HORA E MOTIVO.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   15-10-2026  JVC  Criacao - a coordenacao precisava saber em
      *                    que etapa cada termo estava e provar quem
      *                    reabriu um termo fechado e por que.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPERIO.
       AUTHOR. JOSE VITOR PESQUEIRA CELESTINO.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PERIODO ASSIGN TO "PERIODO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-CHAVE
               FILE STATUS IS WS-FS-PERIODO.

           SELECT ARQ-PERIOLOG ASSIGN TO "PERIOLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PERLOG.

           SELECT REL-PERIODO ASSIGN TO "RELPERIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PERIODO.
       COPY PERIOREG.

       FD  ARQ-PERIOLOG.
       COPY PERLOGRG.

       FD  REL-PERIODO.
       01  WS-LINHA-REL                 PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS-PERIODO            PIC XX  VALUE "00".
       77 WS-FS-PERLOG             PIC XX  VALUE "00".
       77 WS-FS-REL                PIC XX  VALUE "00".
       77 WS-PERIODO-ABERTO        PIC X   VALUE 'N'.
       77 WS-PERLOG-ABERTO         PIC X   VALUE 'N'.
       77 WS-FIM-PERIODO           PIC X   VALUE 'N'.
       77 WS-FIM-PERLOG            PIC X   VALUE 'N'.
       77 WS-ANO-ENTRADA           PIC X(04).
       77 WS-ANO-VALOR             REDEFINES WS-ANO-ENTRADA
                                    PIC 9(04).
       77 WS-FILTRO-ANO            PIC 9(04) VALUE 0.
       77 WS-IDX-ETAPA             PIC 9(01) VALUE 0.
       77 WS-QTD-TERMOS            PIC 9(05) VALUE 0.
       77 WS-QTD-MUDANCAS          PIC 9(05) VALUE 0.
       77 WS-QTD-REABERTURAS       PIC 9(05) VALUE 0.

       COPY PERIOCTL.

       01  WS-CAB-REL1              PIC X(132)
            VALUE "RELATORIO DE ETAPAS DO PERIODO".

       01  WS-CAB-FILTRO.
           03  FILLER               PIC X(12) VALUE "ANO LETIVO:".
           03  CAB-ANO              PIC X(05).
           03  FILLER               PIC X(115) VALUE SPACES.

       01  WS-CAB-SITUACAO          PIC X(132)
            VALUE "SITUACAO DOS TERMOS".

       01  WS-LIN-TERMO.
           03  FILLER               PIC X(11) VALUE "ANO/TERMO:".
           03  LIN-ANO              PIC 9(04).
           03  FILLER               PIC X(01) VALUE "/".
           03  LIN-TERMO            PIC 9(01).
           03  FILLER               PIC X(04) VALUE SPACES.
           03  FILLER               PIC X(13) VALUE "ETAPA ATUAL:".
           03  LIN-ETAPA-ATUAL      PIC X(11).
           03  FILLER               PIC X(04) VALUE SPACES.
           03  FILLER               PIC X(13) VALUE "REABERTURAS:".
           03  LIN-REABERTURAS      PIC ZZ9.
           03  FILLER               PIC X(67) VALUE SPACES.

       01  WS-LIN-ETAPA.
           03  FILLER               PIC X(04) VALUE SPACES.
           03  LIN-NOME-ETAPA       PIC X(11).
           03  FILLER               PIC X(03) VALUE SPACES.
           03  FILLER               PIC X(10) VALUE "OPERADOR:".
           03  LIN-OPERADOR         PIC X(10).
           03  FILLER               PIC X(03) VALUE SPACES.
           03  FILLER               PIC X(11) VALUE "DATA/HORA:".
           03  LIN-DATA             PIC 9(08).
           03  FILLER               PIC X(01) VALUE "/".
           03  LIN-HORA             PIC 9(08).
           03  FILLER               PIC X(63) VALUE SPACES.

       01  WS-LIN-ETAPA-VAZIA.
           03  FILLER               PIC X(04) VALUE SPACES.
           03  LIN-NOME-VAZIA       PIC X(11).
           03  FILLER               PIC X(03) VALUE SPACES.
           03  FILLER               PIC X(20)
                                     VALUE "(ETAPA NAO ATINGIDA)".
           03  FILLER               PIC X(94) VALUE SPACES.

       01  WS-CAB-HISTORICO         PIC X(132)
            VALUE "HISTORICO DE MUDANCAS DE ETAPA".

       01  WS-CAB-COLUNAS.
           03  FILLER               PIC X(10) VALUE "ANO/TERMO".
           03  FILLER               PIC X(12) VALUE "DE".
           03  FILLER               PIC X(12) VALUE "PARA".
           03  FILLER               PIC X(09) VALUE "PROGRAMA".
           03  FILLER               PIC X(11) VALUE "OPERADOR".
           03  FILLER               PIC X(18) VALUE "DATA/HORA".
           03  FILLER               PIC X(60) VALUE "MOTIVO".

       01  WS-LIN-MUDANCA.
           03  LIN-LOG-ANO          PIC 9(04).
           03  FILLER               PIC X(01) VALUE "/".
           03  LIN-LOG-TERMO        PIC 9(01).
           03  FILLER               PIC X(04) VALUE SPACES.
           03  LIN-LOG-DE           PIC X(11).
           03  FILLER               PIC X(01) VALUE SPACES.
           03  LIN-LOG-PARA         PIC X(11).
           03  FILLER               PIC X(01) VALUE SPACES.
           03  LIN-LOG-PROGRAMA     PIC X(08).
           03  FILLER               PIC X(01) VALUE SPACES.
           03  LIN-LOG-OPERADOR     PIC X(10).
           03  FILLER               PIC X(01) VALUE SPACES.
           03  LIN-LOG-DATA         PIC 9(08).
           03  FILLER               PIC X(01) VALUE "/".
           03  LIN-LOG-HORA         PIC 9(08).
           03  FILLER               PIC X(01) VALUE SPACES.
           03  LIN-LOG-MOTIVO       PIC X(60).

       01  WS-LINHA-BRANCO          PIC X(132) VALUE SPACES.

       01  WS-ROD-TOTAL1.
           03  FILLER               PIC X(30)
                                     VALUE "TERMOS REGISTRADOS:".
           03  ROD-QTD-TERMOS       PIC ZZZZ9.
           03  FILLER               PIC X(97) VALUE SPACES.

       01  WS-ROD-TOTAL2.
           03  FILLER               PIC X(30)
                                     VALUE "MUDANCAS DE ETAPA NO LOG:".
           03  ROD-QTD-MUDANCAS     PIC ZZZZ9.
           03  FILLER               PIC X(97) VALUE SPACES.

       01  WS-ROD-TOTAL3.
           03  FILLER               PIC X(30)
                                     VALUE "REABERTURAS NO LOG:".
           03  ROD-QTD-REABERTURAS  PIC ZZZZ9.
           03  FILLER               PIC X(97) VALUE SPACES.

       PROCEDURE DIVISION.
       P100-INICIAR.
            PERFORM P150-PEDIR-FILTRO.
            PERFORM P120-ABRIR-ARQUIVOS.
            IF WS-PERIODO-ABERTO = 'S'
               PERFORM P200-POSICIONAR-PERIODO
               PERFORM P300-IMPRIMIR-TERMO
                  UNTIL WS-FIM-PERIODO = 'S'
            END-IF.
            WRITE WS-LINHA-REL FROM WS-LINHA-BRANCO.
            WRITE WS-LINHA-REL FROM WS-CAB-HISTORICO.
            WRITE WS-LINHA-REL FROM WS-CAB-COLUNAS.
            IF WS-PERLOG-ABERTO = 'S'
               PERFORM P400-LER-PERIOLOG
               PERFORM P500-IMPRIMIR-MUDANCA
                  UNTIL WS-FIM-PERLOG = 'S'
            END-IF.
            PERFORM P800-RODAPE.
            PERFORM P999-FIM.
            EXIT PROGRAM.

       P150-PEDIR-FILTRO.
            DISPLAY "**      RELATORIO DE ETAPAS DO PERIODO         **".
            DISPLAY "INSIRA O ANO LETIVO A FILTRAR (AAAA) "
                    "(BRANCO PARA TODOS)."
            ACCEPT WS-ANO-ENTRADA.
            IF WS-ANO-ENTRADA IS NUMERIC
               MOVE WS-ANO-VALOR TO WS-FILTRO-ANO
            ELSE
               MOVE 0 TO WS-FILTRO-ANO
            END-IF.

       P120-ABRIR-ARQUIVOS.
            OPEN INPUT ARQ-PERIODO.
            IF WS-FS-PERIODO = "00"
               MOVE 'S' TO WS-PERIODO-ABERTO
            ELSE
               DISPLAY "ARQUIVO PERIODO NAO ENCONTRADO - NENHUM TERMO "
                       "REGISTRADO."
            END-IF.
            OPEN INPUT ARQ-PERIOLOG.
            IF WS-FS-PERLOG = "00"
               MOVE 'S' TO WS-PERLOG-ABERTO
            ELSE
               DISPLAY "LOG DE ETAPAS (PERIOLOG) NAO ENCONTRADO - "
                       "NENHUMA MUDANCA REGISTRADA."
            END-IF.
            OPEN OUTPUT REL-PERIODO.
            IF WS-FILTRO-ANO = 0
               MOVE "TODOS" TO CAB-ANO
            ELSE
               MOVE WS-ANO-ENTRADA TO CAB-ANO
            END-IF.
            WRITE WS-LINHA-REL FROM WS-CAB-REL1.
            WRITE WS-LINHA-REL FROM WS-CAB-FILTRO.
            WRITE WS-LINHA-REL FROM WS-LINHA-BRANCO.
            WRITE WS-LINHA-REL FROM WS-CAB-SITUACAO.

      * Com filtro, posiciona no primeiro termo do ano; sem filtro,
      * no inicio do arquivo.
       P200-POSICIONAR-PERIODO.
            MOVE WS-FILTRO-ANO TO PER-ANO-LETIVO.
            MOVE 0             TO PER-TERMO.
            START ARQ-PERIODO KEY NOT < PER-CHAVE
               INVALID KEY
                  MOVE 'S' TO WS-FIM-PERIODO
            END-START.
            IF WS-FIM-PERIODO = 'N'
               PERFORM P210-LER-PERIODO
            END-IF.

       P210-LER-PERIODO.
            READ ARQ-PERIODO NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIM-PERIODO
               NOT AT END
                  IF (WS-FILTRO-ANO NOT = 0)
                     AND (PER-ANO-LETIVO NOT = WS-FILTRO-ANO)
                     MOVE 'S' TO WS-FIM-PERIODO
                  END-IF
            END-READ.

       P300-IMPRIMIR-TERMO.
            ADD 1 TO WS-QTD-TERMOS.
            MOVE PER-ANO-LETIVO      TO LIN-ANO.
            MOVE PER-TERMO           TO LIN-TERMO.
            IF (PER-ETAPA-ATUAL >= 1) AND (PER-ETAPA-ATUAL <= 4)
               MOVE CTL-NOME-ETAPA(PER-ETAPA-ATUAL) TO LIN-ETAPA-ATUAL
            ELSE
               MOVE "INVALIDA" TO LIN-ETAPA-ATUAL
            END-IF.
            MOVE PER-QTD-REABERTURAS TO LIN-REABERTURAS.
            WRITE WS-LINHA-REL FROM WS-LINHA-BRANCO.
            WRITE WS-LINHA-REL FROM WS-LIN-TERMO.
            PERFORM P310-IMPRIMIR-ETAPA
               VARYING WS-IDX-ETAPA FROM 1 BY 1
               UNTIL WS-IDX-ETAPA > 4.
            PERFORM P210-LER-PERIODO.

       P310-IMPRIMIR-ETAPA.
            IF PER-ETAPA-DATA(WS-IDX-ETAPA) > 0
               MOVE CTL-NOME-ETAPA(WS-IDX-ETAPA) TO LIN-NOME-ETAPA
               MOVE PER-ETAPA-OPERADOR(WS-IDX-ETAPA) TO LIN-OPERADOR
               MOVE PER-ETAPA-DATA(WS-IDX-ETAPA)     TO LIN-DATA
               MOVE PER-ETAPA-HORA(WS-IDX-ETAPA)     TO LIN-HORA
               WRITE WS-LINHA-REL FROM WS-LIN-ETAPA
            ELSE
               MOVE CTL-NOME-ETAPA(WS-IDX-ETAPA) TO LIN-NOME-VAZIA
               WRITE WS-LINHA-REL FROM WS-LIN-ETAPA-VAZIA
            END-IF.

       P400-LER-PERIOLOG.
            READ ARQ-PERIOLOG
               AT END
                  MOVE 'S' TO WS-FIM-PERLOG
            END-READ.

      * Etapa anterior zero e a abertura formal do termo (nao havia
      * registro antes). Volta para ABERTO vinda de etapa posterior e
      * reabertura da coordenacao.
       P500-IMPRIMIR-MUDANCA.
            IF (WS-FILTRO-ANO = 0) OR (PLG-ANO-LETIVO = WS-FILTRO-ANO)
               ADD 1 TO WS-QTD-MUDANCAS
               MOVE PLG-ANO-LETIVO TO LIN-LOG-ANO
               MOVE PLG-TERMO      TO LIN-LOG-TERMO
               IF (PLG-ETAPA-ANTERIOR >= 1) AND
                  (PLG-ETAPA-ANTERIOR <= 4)
                  MOVE CTL-NOME-ETAPA(PLG-ETAPA-ANTERIOR)
                    TO LIN-LOG-DE
               ELSE
                  MOVE "SEM REGISTRO" TO LIN-LOG-DE
               END-IF
               IF (PLG-ETAPA-NOVA >= 1) AND (PLG-ETAPA-NOVA <= 4)
                  MOVE CTL-NOME-ETAPA(PLG-ETAPA-NOVA) TO LIN-LOG-PARA
               ELSE
                  MOVE "INVALIDA" TO LIN-LOG-PARA
               END-IF
               IF (PLG-ETAPA-NOVA = 1) AND (PLG-ETAPA-ANTERIOR > 1)
                  ADD 1 TO WS-QTD-REABERTURAS
               END-IF
               MOVE PLG-PROGRAMA   TO LIN-LOG-PROGRAMA
               MOVE PLG-OPERADOR   TO LIN-LOG-OPERADOR
               MOVE PLG-DATA       TO LIN-LOG-DATA
               MOVE PLG-HORA       TO LIN-LOG-HORA
               MOVE PLG-MOTIVO     TO LIN-LOG-MOTIVO
               WRITE WS-LINHA-REL FROM WS-LIN-MUDANCA
            END-IF.
            PERFORM P400-LER-PERIOLOG.

       P800-RODAPE.
            MOVE WS-QTD-TERMOS      TO ROD-QTD-TERMOS.
            MOVE WS-QTD-MUDANCAS    TO ROD-QTD-MUDANCAS.
            MOVE WS-QTD-REABERTURAS TO ROD-QTD-REABERTURAS.
            WRITE WS-LINHA-REL FROM WS-LINHA-BRANCO.
            WRITE WS-LINHA-REL FROM WS-ROD-TOTAL1.
            WRITE WS-LINHA-REL FROM WS-ROD-TOTAL2.
            WRITE WS-LINHA-REL FROM WS-ROD-TOTAL3.
            DISPLAY "RELATORIO DE ETAPAS GERADO - TERMOS: "
                    WS-QTD-TERMOS " MUDANCAS: " WS-QTD-MUDANCAS.

       P999-FIM.
            IF WS-PERIODO-ABERTO = 'S'
               CLOSE ARQ-PERIODO
            END-IF.
            IF WS-PERLOG-ABERTO = 'S'
               CLOSE ARQ-PERIOLOG
            END-IF.
            CLOSE REL-PERIODO.
            STOP RUN.
       END PROGRAM RELPERIO.
