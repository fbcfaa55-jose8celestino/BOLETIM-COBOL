      ******************************************************************
      * Author: JOSE CELESTINO
      * Date: 15-10-2026
      * Purpose: CONTROLE DE ETAPA DO PERIODO (ARQUIVO PERIODO,
      *          INDEXADO POR ANO LETIVO + TERMO) - CONSULTA DA
      *          ETAPA CORRENTE DO TERMO (ABERTO / APURADO / EM
      *          CONSELHO / FECHADO) COM QUEM AVANCOU CADA ETAPA E
      *          QUANDO, ABERTURA DO TERMO E REABERTURA PELA
      *          COORDENACAO COM MOTIVO OBRIGATORIO, GRAVADA NO LOG DE
      *          ETAPAS (PERIOLOG). OS AVANCOS SAO FEITOS PELOS
      *          PROPRIOS PROGRAMAS: APURFIM (APURADO), CADCONS (EM
      *          CONSELHO) E FECHTERM (FECHADO).
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   15-10-2026  JVC  Criacao - o fechamento rodava duas vezes ou
      *                    antes da apuracao e a correcao depois do
      *                    conselho passava sem registro; reabrir um
      *                    termo passa a ser ato da coordenacao, com
      *                    motivo gravado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPERIO.
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

           SELECT ARQ-OPERADORES ASSIGN TO "OPERADOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-FS-OPER.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PERIODO.
       COPY PERIOREG.

       FD  ARQ-PERIOLOG.
       COPY PERLOGRG.

       FD  ARQ-OPERADORES.
       COPY OPERREG.

       WORKING-STORAGE SECTION.
       77 WS-SIGNAL                PIC X   VALUE 'Y'.
       77 WS-FS-PERIODO            PIC XX  VALUE "00".
       77 WS-FS-PERLOG             PIC XX  VALUE "00".
       77 WS-FS-OPER               PIC XX  VALUE "00".
       77 WS-PERIODO-ABERTO        PIC X   VALUE 'N'.
       77 WS-QTD-TENTATIVAS        PIC 9(01) VALUE 0.
       77 WS-OPER-ID-DIG           PIC X(10).
       77 WS-OPER-SENHA-DIG        PIC X(10).
       77 WS-OPCAO-ENTRADA         PIC X(01).
       77 WS-OPCAO                 REDEFINES WS-OPCAO-ENTRADA
                                    PIC 9(01).
       77 WS-OPCAO-OK              PIC X   VALUE 'N'.
       77 WS-ANO-ENTRADA           PIC X(04).
       77 WS-ANO-VALOR             REDEFINES WS-ANO-ENTRADA
                                    PIC 9(04).
       77 WS-ANO-OK                PIC X   VALUE 'N'.
       77 WS-TERMO-ENTRADA         PIC X(01).
       77 WS-TERMO-VALOR           REDEFINES WS-TERMO-ENTRADA
                                    PIC 9(01).
       77 WS-TERMO-OK              PIC X   VALUE 'N'.
       77 WS-CONFIRMA              PIC X(01) VALUE SPACE.
       77 WS-MOTIVO-REABERTURA     PIC X(60) VALUE SPACES.
       77 WS-ETAPA-ANTERIOR        PIC 9(01) VALUE 0.
       77 WS-IDX-ETAPA             PIC 9(01) VALUE 0.
       77 WS-DATA-PERIODO          PIC 9(08) VALUE 0.
       77 WS-HORA-PERIODO          PIC 9(08) VALUE 0.

       COPY OPERCTL.

       COPY PERIOCTL.

       PROCEDURE DIVISION.
       P100-INICIAR.
            PERFORM P112-SIGNON.
            IF NOT CTL-SIGNON-OK
               DISPLAY "ACESSO NAO AUTORIZADO - PROGRAMA ENCERRADO."
               STOP RUN
            END-IF.
            PERFORM P120-ABRIR-ARQUIVOS.
            PERFORM P130-MENU UNTIL WS-SIGNAL <> 'Y'.
            PERFORM P999-FIM.
            EXIT PROGRAM.

      * Sign-on do operador no cadastro de operadores (CADOPER), com
      * tres tentativas - abrir e reabrir termo e ato da coordenacao;
      * o operador autenticado e gravado na etapa e no log.
       P112-SIGNON.
            OPEN INPUT ARQ-OPERADORES.
            IF WS-FS-OPER NOT = "00"
               DISPLAY "CADASTRO DE OPERADORES NAO ENCONTRADO - "
                       "CADASTRE OS OPERADORES NO CADOPER."
            ELSE
               MOVE 0 TO WS-QTD-TENTATIVAS
               PERFORM P113-TENTAR-SIGNON
                  UNTIL (CTL-SIGNON-OK) OR (WS-QTD-TENTATIVAS >= 3)
               CLOSE ARQ-OPERADORES
               IF CTL-SIGNON-OK AND NOT CTL-OPER-COORD
                  DISPLAY "CONTROLE DE ETAPA DO PERIODO RESTRITO AO "
                          "PERFIL COORDENACAO."
                  MOVE 'N' TO CTL-OPER-LOGADO
               END-IF
            END-IF.

       P113-TENTAR-SIGNON.
            ADD 1 TO WS-QTD-TENTATIVAS.
            DISPLAY "INSIRA O ID DO OPERADOR."
            ACCEPT WS-OPER-ID-DIG.
            DISPLAY "INSIRA A SENHA."
            ACCEPT WS-OPER-SENHA-DIG.
            MOVE WS-OPER-ID-DIG TO OPR-ID.
            READ ARQ-OPERADORES
               INVALID KEY
                  DISPLAY "OPERADOR OU SENHA INVALIDOS."
               NOT INVALID KEY
                  IF OPR-SENHA = WS-OPER-SENHA-DIG
                     MOVE OPR-ID     TO CTL-OPER-ID
                     MOVE OPR-NOME   TO CTL-OPER-NOME
                     MOVE OPR-PERFIL TO CTL-OPER-PERFIL
                     MOVE 'S' TO CTL-OPER-LOGADO
                     DISPLAY "OPERADOR AUTENTICADO: " OPR-NOME
                  ELSE
                     DISPLAY "OPERADOR OU SENHA INVALIDOS."
                  END-IF
            END-READ.

       P120-ABRIR-ARQUIVOS.
            OPEN I-O ARQ-PERIODO.
            IF WS-FS-PERIODO = "35"
               OPEN OUTPUT ARQ-PERIODO
               CLOSE ARQ-PERIODO
               OPEN I-O ARQ-PERIODO
            END-IF.
            IF WS-FS-PERIODO = "00"
               MOVE 'S' TO WS-PERIODO-ABERTO
            ELSE
               DISPLAY "ERRO AO ABRIR ARQUIVO PERIODO: " WS-FS-PERIODO
               MOVE 'N' TO WS-SIGNAL
            END-IF.
            OPEN EXTEND ARQ-PERIOLOG.
            IF WS-FS-PERLOG = "35"
               OPEN OUTPUT ARQ-PERIOLOG
               CLOSE ARQ-PERIOLOG
               OPEN EXTEND ARQ-PERIOLOG
            END-IF.

       P130-MENU.
            DISPLAY " ".
            DISPLAY "**************************************************"
            DISPLAY "**        CONTROLE DE ETAPA DO PERIODO          **"
            DISPLAY "1 - CONSULTAR ETAPA DO TERMO"
            DISPLAY "2 - ABRIR TERMO"
            DISPLAY "3 - REABRIR TERMO"
            DISPLAY "**************************************************"
            MOVE 'N' TO WS-OPCAO-OK.
            PERFORM P131-PEDIR-OPCAO UNTIL WS-OPCAO-OK = 'S'.
            EVALUATE WS-OPCAO
               WHEN 1
                  PERFORM P300-CONSULTAR
               WHEN 2
                  PERFORM P400-ABRIR-TERMO
               WHEN 3
                  PERFORM P500-REABRIR-TERMO
               WHEN OTHER
                  DISPLAY "OPCAO INVALIDA."
            END-EVALUATE.
            DISPLAY " ".
            DISPLAY "GOSTARIA DE CONTINUAR? (Y/N)"
            ACCEPT WS-SIGNAL.

       P131-PEDIR-OPCAO.
            DISPLAY "INFORME A OPCAO DESEJADA."
            ACCEPT WS-OPCAO-ENTRADA.
            IF WS-OPCAO-ENTRADA IS NOT NUMERIC
               DISPLAY "OPCAO INVALIDA - SOMENTE DIGITOS. "
                       "TENTE NOVAMENTE."
            ELSE
               MOVE 'S' TO WS-OPCAO-OK
            END-IF.

      * Ano letivo e termo digitados e lidos no PERIODO - sem
      * registro o termo vale ABERTO (os programas de lancamento
      * aplicam a mesma regra).
       P200-OBTER-TERMO.
            MOVE 'N' TO WS-ANO-OK.
            PERFORM P210-PEDIR-ANO UNTIL WS-ANO-OK = 'S'.
            MOVE 'N' TO WS-TERMO-OK.
            PERFORM P220-PEDIR-TERMO UNTIL WS-TERMO-OK = 'S'.
            MOVE WS-ANO-VALOR   TO PER-ANO-LETIVO.
            MOVE WS-TERMO-VALOR TO PER-TERMO.
            MOVE 1   TO CTL-PER-ETAPA.
            MOVE 'N' TO CTL-PER-REGISTRADO.
            READ ARQ-PERIODO
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE PER-ETAPA-ATUAL TO CTL-PER-ETAPA
                  MOVE 'S' TO CTL-PER-REGISTRADO
            END-READ.

       P210-PEDIR-ANO.
            DISPLAY "INSIRA O ANO LETIVO (AAAA)."
            ACCEPT WS-ANO-ENTRADA.
            IF (WS-ANO-ENTRADA IS NOT NUMERIC) OR (WS-ANO-VALOR = 0)
               DISPLAY "ANO LETIVO INVALIDO - SOMENTE DIGITOS. "
                       "TENTE NOVAMENTE."
            ELSE
               MOVE 'S' TO WS-ANO-OK
            END-IF.

       P220-PEDIR-TERMO.
            DISPLAY "INSIRA O TERMO (1-4)."
            ACCEPT WS-TERMO-ENTRADA.
            IF (WS-TERMO-ENTRADA IS NOT NUMERIC)
               OR (WS-TERMO-VALOR < 1) OR (WS-TERMO-VALOR > 4)
               DISPLAY "TERMO INVALIDO - SOMENTE DE 1 A 4. "
                       "TENTE NOVAMENTE."
            ELSE
               MOVE 'S' TO WS-TERMO-OK
            END-IF.

       P300-CONSULTAR.
            PERFORM P200-OBTER-TERMO.
            DISPLAY " ".
            DISPLAY "Ano/termo:     " WS-ANO-VALOR "/" WS-TERMO-VALOR.
            DISPLAY "Etapa atual:   " CTL-NOME-ETAPA(CTL-PER-ETAPA).
            IF CTL-PER-EXISTE
               PERFORM P310-EXIBIR-ETAPA
                  VARYING WS-IDX-ETAPA FROM 1 BY 1
                  UNTIL WS-IDX-ETAPA > 4
               DISPLAY "Reaberturas:   " PER-QTD-REABERTURAS
            ELSE
               DISPLAY "TERMO SEM REGISTRO DE ETAPA - VALE ABERTO."
            END-IF.

       P310-EXIBIR-ETAPA.
            IF PER-ETAPA-DATA(WS-IDX-ETAPA) > 0
               DISPLAY CTL-NOME-ETAPA(WS-IDX-ETAPA) ": "
                       PER-ETAPA-OPERADOR(WS-IDX-ETAPA) " EM "
                       PER-ETAPA-DATA(WS-IDX-ETAPA) "/"
                       PER-ETAPA-HORA(WS-IDX-ETAPA)
            ELSE
               DISPLAY CTL-NOME-ETAPA(WS-IDX-ETAPA) ": -"
            END-IF.

      * Abertura formal do termo: grava o registro de etapa com o
      * operador e a data/hora da abertura. Termo ja registrado nao
      * e aberto de novo - se ja avancou, o caminho e a reabertura.
       P400-ABRIR-TERMO.
            PERFORM P200-OBTER-TERMO.
            IF CTL-PER-EXISTE
               DISPLAY "TERMO JA REGISTRADO NA ETAPA "
                       CTL-NOME-ETAPA(CTL-PER-ETAPA) "."
            ELSE
               INITIALIZE WS-REG-PERIODO
               MOVE WS-ANO-VALOR   TO PER-ANO-LETIVO
               MOVE WS-TERMO-VALOR TO PER-TERMO
               MOVE 1 TO PER-ETAPA-ATUAL
               PERFORM P700-CARIMBAR-ABERTURA
               WRITE WS-REG-PERIODO
                  INVALID KEY
                     DISPLAY "ERRO AO GRAVAR PERIODO: " WS-FS-PERIODO
                  NOT INVALID KEY
                     MOVE 0 TO WS-ETAPA-ANTERIOR
                     MOVE "ABERTURA DO TERMO" TO WS-MOTIVO-REABERTURA
                     PERFORM P710-GRAVAR-LOG-PERIODO
                     DISPLAY "TERMO " WS-ANO-VALOR "/" WS-TERMO-VALOR
                             " ABERTO."
               END-WRITE
            END-IF.

      * Reabertura pela coordenacao: o termo volta a ABERTO para
      * correcao, os carimbos das etapas seguintes sao apagados (a
      * apuracao, o conselho e o fechamento terao de ser refeitos) e
      * o motivo e obrigatorio no log.
       P500-REABRIR-TERMO.
            PERFORM P200-OBTER-TERMO.
            IF NOT CTL-PER-EXISTE OR CTL-PER-ABERTO
               DISPLAY "TERMO JA ESTA ABERTO - NADA A REABRIR."
            ELSE
               DISPLAY "TERMO NA ETAPA " CTL-NOME-ETAPA(CTL-PER-ETAPA)
                       "."
               MOVE SPACES TO WS-MOTIVO-REABERTURA
               PERFORM P510-PEDIR-MOTIVO
                  UNTIL WS-MOTIVO-REABERTURA NOT = SPACES
               DISPLAY "CONFIRMA A REABERTURA? (S/N)"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = 'S'
                  PERFORM P520-GRAVAR-REABERTURA
               ELSE
                  DISPLAY "REABERTURA CANCELADA."
               END-IF
            END-IF.

       P510-PEDIR-MOTIVO.
            DISPLAY "INSIRA O MOTIVO DA REABERTURA (ATE 60 "
                    "POSICOES) - OBRIGATORIO."
            ACCEPT WS-MOTIVO-REABERTURA.

       P520-GRAVAR-REABERTURA.
            MOVE CTL-PER-ETAPA TO WS-ETAPA-ANTERIOR.
            PERFORM P525-LIMPAR-ETAPA
               VARYING WS-IDX-ETAPA FROM 2 BY 1
               UNTIL WS-IDX-ETAPA > 4.
            MOVE 1 TO PER-ETAPA-ATUAL.
            ADD 1 TO PER-QTD-REABERTURAS.
            PERFORM P700-CARIMBAR-ABERTURA.
            REWRITE WS-REG-PERIODO
               INVALID KEY
                  DISPLAY "ERRO AO REGRAVAR PERIODO: " WS-FS-PERIODO
               NOT INVALID KEY
                  PERFORM P710-GRAVAR-LOG-PERIODO
                  DISPLAY "TERMO " WS-ANO-VALOR "/" WS-TERMO-VALOR
                          " REABERTO."
            END-REWRITE.

       P525-LIMPAR-ETAPA.
            MOVE SPACES TO PER-ETAPA-OPERADOR(WS-IDX-ETAPA).
            MOVE 0      TO PER-ETAPA-DATA(WS-IDX-ETAPA).
            MOVE 0      TO PER-ETAPA-HORA(WS-IDX-ETAPA).

       P700-CARIMBAR-ABERTURA.
            ACCEPT WS-DATA-PERIODO FROM DATE YYYYMMDD.
            ACCEPT WS-HORA-PERIODO FROM TIME.
            MOVE CTL-OPER-ID     TO PER-ETAPA-OPERADOR(1).
            MOVE WS-DATA-PERIODO TO PER-ETAPA-DATA(1).
            MOVE WS-HORA-PERIODO TO PER-ETAPA-HORA(1).

       P710-GRAVAR-LOG-PERIODO.
            MOVE WS-ANO-VALOR         TO PLG-ANO-LETIVO.
            MOVE WS-TERMO-VALOR       TO PLG-TERMO.
            MOVE WS-ETAPA-ANTERIOR    TO PLG-ETAPA-ANTERIOR.
            MOVE 1                    TO PLG-ETAPA-NOVA.
            MOVE "CADPERIO"           TO PLG-PROGRAMA.
            MOVE WS-MOTIVO-REABERTURA TO PLG-MOTIVO.
            MOVE CTL-OPER-ID          TO PLG-OPERADOR.
            MOVE WS-DATA-PERIODO      TO PLG-DATA.
            MOVE WS-HORA-PERIODO      TO PLG-HORA.
            WRITE WS-REG-PERLOG.

       P999-FIM.
            IF WS-PERIODO-ABERTO = 'S'
               CLOSE ARQ-PERIODO
            END-IF.
            CLOSE ARQ-PERIOLOG.
            STOP RUN.
       END PROGRAM CADPERIO.
