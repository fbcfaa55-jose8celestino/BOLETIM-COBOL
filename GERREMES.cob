      *                    remessa leva so o que esta pendente, e o
      *                    numero carimbado no mestre separa "nunca
      *                    enviado" de "enviado e sem resposta".
      *   15-10-2026  JVC  Controle de etapa do periodo (PERIODO): com
      *                    o termo dos parametros FECHADO a remessa
      *                    nao e gerada - o mestre ja foi fotografado
      *                    no historico e aguarda o novo periodo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERREMES.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTRL.

           SELECT ARQ-PERIODO ASSIGN TO "PERIODO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-CHAVE
               FILE STATUS IS WS-FS-PERIODO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-MESTRE.
           03  CTR-SITUACAO             PIC X(01).
               88  CTR-ENVIADA          VALUE 'E'.

       FD  ARQ-PERIODO.
       COPY PERIOREG.

       WORKING-STORAGE SECTION.
       77 WS-FS-MESTRE             PIC XX  VALUE "00".
       77 WS-FS-PARAM              PIC XX  VALUE "00".
       77 WS-FS-REM                PIC XX  VALUE "00".
       77 WS-FS-CTRL               PIC XX  VALUE "00".
       77 WS-FS-PERIODO            PIC XX  VALUE "00".
       77 WS-FIM-MESTRE            PIC X   VALUE 'N'.
       77 WS-FIM-CONTROLE          PIC X   VALUE 'N'.
       77 WS-MESTRE-ABERTO         PIC X   VALUE 'N'.

       COPY PARAMCTL.

       COPY PERIOCTL.

       01  WS-HEADER-REMESSA.
           03  HDR-NUMERO           PIC 9(06).
           03  HDR-DATA             PIC 9(08).
       P100-INICIAR.
            ACCEPT WS-DATA-GERACAO FROM DATE YYYYMMDD.
            PERFORM P105-LER-PARAMETROS.
            PERFORM P107-VERIFICAR-PERIODO.
            IF CTL-PER-FECHADO
               DISPLAY "TERMO " CTL-ANO-LETIVO "/" CTL-TERMO
                       " FECHADO - REMESSA NAO GERADA."
            ELSE
               PERFORM P110-OBTER-NUMERO
               PERFORM P120-ABRIR-MESTRE
            END-IF.
            IF WS-MESTRE-ABERTO = 'S'
               PERFORM P200-CONTAR-PENDENTES
               IF WS-QTD-PENDENTES = 0
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

      * A remessa acompanha o termo ate o conselho (o resultado
      * apurado e o decidido tambem sobem ao portal); com o termo
      * FECHADO o mestre ja esta no historico e e o proximo periodo
      * que gera remessa.
       P107-VERIFICAR-PERIODO.
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

      * O numero da remessa e o proximo apos o ultimo protocolado no
      * arquivo de controle; sem arquivo de controle (primeira
