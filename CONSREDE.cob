      ******************************************************************
      * Author: JOSE CELESTINO
      * Date: 15-10-2026
      * Purpose: CONSOLIDACAO DA REDE - LE AS REMESSAS ENVIADAS PELAS
      *          ESCOLAS (REMREDE, UMA REMESSA DO REDEEXP POR ESCOLA,
      *          EM SEQUENCIA), CONFERE CADA UMA CONTRA O SEU TRAILER
      *          E CONTRA A RELACAO DE ESCOLAS DA REDE (ESCREDE) E SO
      *          ENTAO SUBSTITUI OS REGISTROS DA ESCOLA NO CONSOLIDADO
      *          (ALUNODE, MATERDE, MESTREDE E HISTREDE, TODOS COM O
      *          CODIGO INEP DA ESCOLA NA FRENTE DA CHAVE). ESCOLA QUE
      *          NAO ENVIOU OU ENVIOU REMESSA DIVERGENTE CONTINUA NO
      *          CONSOLIDADO COM A ULTIMA REMESSA ACEITA E FICA
      *          MARCADA NO CONTROLE (REDECTRL) E NO RELATORIO DA
      *          CONSOLIDACAO (RELCONS).
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   15-10-2026  JVC  Criacao - a secretaria juntava os arquivos
      *                    das escolas a mao, a matricula de uma
      *                    unidade colidia com a de outra e a escola
      *                    que nao mandava o arquivo simplesmente
      *                    sumia do consolidado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSREDE.
       AUTHOR. JOSE VITOR PESQUEIRA CELESTINO.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.

      * RELACAO DE ESCOLAS DA REDE (ESCREDE), UMA LINHA POR ESCOLA,
      * MANTIDA PELA SECRETARIA COMO O ARQUIVO DE PARAMETROS:
      *   CODIGO INEP (8 DIGITOS) + NOME DA ESCOLA (40 POSICOES)
      * REMESSAS (REMREDE): AS REMESSAS RECEBIDAS DAS ESCOLAS GRAVADAS
      * UMA APOS A OUTRA, CADA UMA DE UM HEADER (H) ATE O SEU
      * TRAILER (T) - LAYOUT NO REDEEXP E NO COPYBOOK REDEREM.
      * REGRAS DA CONFERENCIA - A REMESSA E RECUSADA (ESCOLA
      * DIVERGENTE) QUANDO:
      *   - A CONTAGEM DE QUALQUER TIPO DE REGISTRO OU A SOMA DAS
      *     MEDIAS DIFERE DO TRAILER, OU O TRAILER E DE OUTRA ESCOLA;
      *   - FALTA O TRAILER (ARQUIVO TRUNCADO);
      *   - O ANO/TERMO DO HEADER NAO E O DOS PARAMETROS;
      *   - A MESMA ESCOLA APARECE EM MAIS DE UMA REMESSA;
      *   - HA REGISTRO DE TIPO DESCONHECIDO DENTRO DA REMESSA.
      * REMESSA DE ESCOLA FORA DA RELACAO E IGNORADA E LISTADA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ESCOLAS ASSIGN TO "ESCREDE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESCOLAS.

           SELECT ARQ-REMESSA ASSIGN TO "REMREDE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REM.

           SELECT ARQ-PARAMETROS ASSIGN TO "PARAMETROS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAM.

           SELECT ARQ-REDE-ALUNOS ASSIGN TO "ALUNODE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAL-CHAVE
               FILE STATUS IS WS-FS-RALU.

           SELECT ARQ-REDE-MATERIAS ASSIGN TO "MATERDE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMT-CHAVE
               FILE STATUS IS WS-FS-RMAT.

           SELECT ARQ-REDE-MESTRE ASSIGN TO "MESTREDE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMS-CHAVE
               FILE STATUS IS WS-FS-RMES.

           SELECT ARQ-REDE-HISTORICO ASSIGN TO "HISTREDE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RHS-CHAVE
               FILE STATUS IS WS-FS-RHIS.

           SELECT ARQ-REDE-CONTROLE ASSIGN TO "REDECTRL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-COD-ESCOLA
               FILE STATUS IS WS-FS-RCTL.

           SELECT REL-CONSOLIDACAO ASSIGN TO "RELCONS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ESCOLAS.
       01  WS-REG-ESCOLA.
           03  ESC-COD-ESCOLA           PIC X(08).
           03  ESC-COD-VALOR            REDEFINES ESC-COD-ESCOLA
                                        PIC 9(08).
           03  ESC-NOME                 PIC X(40).

       FD  ARQ-REMESSA.
       01  WS-REG-REMESSA.
           03  REM-TIPO                 PIC X(01).
           03  REM-DADOS                PIC X(170).

       FD  ARQ-PARAMETROS.
       COPY PARAMREG.

       FD  ARQ-REDE-ALUNOS.
       COPY REDEALUN.

       FD  ARQ-REDE-MATERIAS.
       COPY REDEMATR.

       FD  ARQ-REDE-MESTRE.
       COPY REDEMEST.

       FD  ARQ-REDE-HISTORICO.
       COPY REDEHIST.

       FD  ARQ-REDE-CONTROLE.
       COPY REDECTRL.

       FD  REL-CONSOLIDACAO.
       01  WS-LINHA-REL                 PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS-ESCOLAS            PIC XX  VALUE "00".
       77 WS-FS-REM                PIC XX  VALUE "00".
       77 WS-FS-PARAM              PIC XX  VALUE "00".
       77 WS-FS-RALU               PIC XX  VALUE "00".
       77 WS-FS-RMAT               PIC XX  VALUE "00".
       77 WS-FS-RMES               PIC XX  VALUE "00".
       77 WS-FS-RHIS               PIC XX  VALUE "00".
       77 WS-FS-RCTL               PIC XX  VALUE "00".
       77 WS-FS-REL                PIC XX  VALUE "00".
       77 WS-PODE-CONSOLIDAR       PIC X   VALUE 'S'.
       77 WS-REMESSA-EXISTE        PIC X   VALUE 'N'.
       77 WS-REDE-ABERTA           PIC X   VALUE 'N'.
       77 WS-REL-ABERTO            PIC X   VALUE 'N'.
       77 WS-FIM-ESCOLAS           PIC X   VALUE 'N'.
       77 WS-FIM-REMESSA           PIC X   VALUE 'N'.
       77 WS-FIM-REDE              PIC X   VALUE 'N'.
       77 WS-DENTRO-REMESSA        PIC X   VALUE 'N'.
       77 WS-ACHOU-CONTROLE        PIC X   VALUE 'N'.
       77 WS-DATA-CARGA            PIC 9(08) VALUE 0.
       77 WS-IDX-ESC               PIC 9(03) VALUE 0.
       77 WS-IDX-ATUAL             PIC 9(03) VALUE 0.
       77 WS-COD-PROCURADO         PIC 9(08) VALUE 0.
       77 WS-COD-EXCLUIR           PIC 9(08) VALUE 0.

       77 WS-QTD-RECEBIDAS         PIC 9(05) VALUE 0.
       77 WS-QTD-NAO-ENVIARAM      PIC 9(05) VALUE 0.
       77 WS-QTD-DIVERGENTES       PIC 9(05) VALUE 0.
       77 WS-QTD-NAO-CADASTRADAS   PIC 9(05) VALUE 0.
       77 WS-QTD-FORA-REMESSA      PIC 9(05) VALUE 0.
       77 WS-QTD-EXCLUIDOS         PIC 9(07) VALUE 0.
       77 WS-QTD-GRAV-ALUNOS       PIC 9(07) VALUE 0.
       77 WS-QTD-GRAV-MATERIAS     PIC 9(07) VALUE 0.
       77 WS-QTD-GRAV-MESTRE       PIC 9(07) VALUE 0.
       77 WS-QTD-GRAV-HISTORICO    PIC 9(07) VALUE 0.
       77 WS-QTD-ERROS             PIC 9(05) VALUE 0.

      * Uma entrada por escola da relacao, com o resultado da
      * conferencia da sua remessa. Situacao: N = nao enviou,
      * E = em conferencia (header lido, trailer ainda nao),
      * R = recebida e conferida, D = divergente.
       01  WS-TAB-ESCOLAS.
           03  WS-QTD-ESCOLAS       PIC 9(03) VALUE 0.
           03  WS-ESCOLA OCCURS 100 TIMES.
               05  TES-COD-ESCOLA       PIC 9(08).
               05  TES-NOME             PIC X(40).
               05  TES-SITUACAO         PIC X(01).
               05  TES-MOTIVO           PIC X(30).
               05  TES-QTD-REMESSAS     PIC 9(02).
               05  TES-ANO-LETIVO       PIC 9(04).
               05  TES-TERMO            PIC 9(01).
               05  TES-DATA-GERACAO     PIC 9(08).
               05  TES-LIDOS-ALUNOS     PIC 9(05).
               05  TES-LIDOS-MATERIAS   PIC 9(05).
               05  TES-LIDOS-MESTRE     PIC 9(05).
               05  TES-LIDOS-HISTORICO  PIC 9(05).
               05  TES-SOMA-MESTRE      PIC 9(09)V99.
               05  TES-SOMA-HISTORICO   PIC 9(09)V99.
               05  TES-TEM-TRAILER      PIC X(01).
               05  TES-TRL-ALUNOS       PIC 9(05).
               05  TES-TRL-MATERIAS     PIC 9(05).
               05  TES-TRL-MESTRE       PIC 9(05).
               05  TES-TRL-HISTORICO    PIC 9(05).

       COPY PARAMCTL.

       COPY REDEREM.

      * Areas para somar as medias dos registros durante a
      * conferencia - a remessa traz a imagem do registro da escola.
       COPY WSINFO.

       COPY HISTREG.

       01  WS-CAB-REL1.
           03  FILLER               PIC X(40)
                VALUE "CONSOLIDACAO DA REDE - CONFERENCIA DAS".
           03  FILLER               PIC X(20) VALUE " REMESSAS - TERMO".
           03  CAB-ANO              PIC 9(04).
           03  FILLER               PIC X(01) VALUE "/".
           03  CAB-TERMO            PIC 9(01).
           03  FILLER               PIC X(05) VALUE SPACES.
           03  FILLER               PIC X(06) VALUE "DATA:".
           03  CAB-DATA             PIC 9(08).
           03  FILLER               PIC X(47) VALUE SPACES.

       01  WS-CAB-COLUNAS.
           03  FILLER               PIC X(04) VALUE SPACES.
           03  FILLER               PIC X(10) VALUE "ESCOLA".
           03  FILLER               PIC X(32) VALUE "NOME".
           03  FILLER               PIC X(12) VALUE "SITUACAO".
           03  FILLER               PIC X(07) VALUE "ALUNOS".
           03  FILLER               PIC X(06) VALUE "MATER".
           03  FILLER               PIC X(06) VALUE "MESTRE".
           03  FILLER               PIC X(06) VALUE " HIST".
           03  FILLER               PIC X(11) VALUE "  ULT.CARGA".
           03  FILLER               PIC X(38) VALUE "  MOTIVO".

       01  WS-LIN-ESCOLA.
           03  LIN-DESTAQUE         PIC X(03).
           03  FILLER               PIC X(01) VALUE SPACES.
           03  LIN-COD-ESCOLA       PIC 9(08).
           03  FILLER               PIC X(02) VALUE SPACES.
           03  LIN-NOME             PIC X(30).
           03  FILLER               PIC X(02) VALUE SPACES.
           03  LIN-SITUACAO         PIC X(10).
           03  FILLER               PIC X(02) VALUE SPACES.
           03  LIN-ALUNOS           PIC ZZZZ9.
           03  FILLER               PIC X(01) VALUE SPACES.
           03  LIN-MATERIAS         PIC ZZZZ9.
           03  FILLER               PIC X(01) VALUE SPACES.
           03  LIN-MESTRE           PIC ZZZZ9.
           03  FILLER               PIC X(01) VALUE SPACES.
           03  LIN-HISTORICO        PIC ZZZZ9.
           03  FILLER               PIC X(03) VALUE SPACES.
           03  LIN-ULT-CARGA        PIC 9(08).
           03  FILLER               PIC X(02) VALUE SPACES.
           03  LIN-MOTIVO           PIC X(30).
           03  FILLER               PIC X(08) VALUE SPACES.

       01  WS-LIN-TRAILER.
           03  FILLER               PIC X(46) VALUE SPACES.
           03  FILLER               PIC X(12) VALUE "TRAILER:".
           03  LTR-ALUNOS           PIC ZZZZ9.
           03  FILLER               PIC X(01) VALUE SPACES.
           03  LTR-MATERIAS         PIC ZZZZ9.
           03  FILLER               PIC X(01) VALUE SPACES.
           03  LTR-MESTRE           PIC ZZZZ9.
           03  FILLER               PIC X(01) VALUE SPACES.
           03  LTR-HISTORICO        PIC ZZZZ9.
           03  FILLER               PIC X(51) VALUE SPACES.

       01  WS-LIN-NAO-CADASTRADA.
           03  FILLER               PIC X(04) VALUE "*** ".
           03  FILLER               PIC X(35)
                VALUE "REMESSA DE ESCOLA FORA DA RELACAO:".
           03  LNC-COD-ESCOLA       PIC 9(08).
           03  FILLER               PIC X(85)
                VALUE " - IGNORADA".

       01  WS-LINHA-BRANCO          PIC X(132) VALUE SPACES.

       01  WS-TOT-REL1.
           03  FILLER               PIC X(30)
                                     VALUE "ESCOLAS DA REDE:".
           03  TOT-ESCOLAS          PIC ZZZZ9.
           03  FILLER               PIC X(97) VALUE SPACES.

       01  WS-TOT-REL2.
           03  FILLER               PIC X(30)
                                     VALUE "REMESSAS ACEITAS:".
           03  TOT-RECEBIDAS        PIC ZZZZ9.
           03  FILLER               PIC X(97) VALUE SPACES.

       01  WS-TOT-REL3.
           03  FILLER               PIC X(30)
                VALUE "*** ESCOLAS QUE NAO ENVIARAM:".
           03  TOT-NAO-ENVIARAM     PIC ZZZZ9.
           03  FILLER               PIC X(97) VALUE SPACES.

       01  WS-TOT-REL4.
           03  FILLER               PIC X(30)
                                     VALUE "*** REMESSAS DIVERGENTES:".
           03  TOT-DIVERGENTES      PIC ZZZZ9.
           03  FILLER               PIC X(97) VALUE SPACES.

       01  WS-TOT-REL5.
           03  FILLER               PIC X(30)
                                     VALUE "REMESSAS FORA DA RELACAO:".
           03  TOT-NAO-CADASTRADAS  PIC ZZZZ9.
           03  FILLER               PIC X(97) VALUE SPACES.

       01  WS-TOT-REL6.
           03  FILLER               PIC X(30)
                                     VALUE "REGISTROS FORA DE REMESSA:".
           03  TOT-FORA-REMESSA     PIC ZZZZ9.
           03  FILLER               PIC X(97) VALUE SPACES.

       01  WS-TOT-REL7.
           03  FILLER               PIC X(30)
                                     VALUE "REGISTROS SUBSTITUIDOS:".
           03  TOT-EXCLUIDOS        PIC ZZZZZZ9.
           03  FILLER               PIC X(95) VALUE SPACES.

       01  WS-TOT-REL8.
           03  FILLER               PIC X(30)
                                     VALUE "ALUNOS CARREGADOS:".
           03  TOT-GRAV-ALUNOS      PIC ZZZZZZ9.
           03  FILLER               PIC X(95) VALUE SPACES.

       01  WS-TOT-REL9.
           03  FILLER               PIC X(30)
                                     VALUE "MATERIAS CARREGADAS:".
           03  TOT-GRAV-MATERIAS    PIC ZZZZZZ9.
           03  FILLER               PIC X(95) VALUE SPACES.

       01  WS-TOT-REL10.
           03  FILLER               PIC X(30)
                                     VALUE "LANCAMENTOS DO MESTRE:".
           03  TOT-GRAV-MESTRE      PIC ZZZZZZ9.
           03  FILLER               PIC X(95) VALUE SPACES.

       01  WS-TOT-REL11.
           03  FILLER               PIC X(30)
                                     VALUE "LANCAMENTOS DE HISTORICO:".
           03  TOT-GRAV-HISTORICO   PIC ZZZZZZ9.
           03  FILLER               PIC X(95) VALUE SPACES.

       01  WS-TOT-REL12.
           03  FILLER               PIC X(30)
                                     VALUE "ERROS DE GRAVACAO:".
           03  TOT-ERROS            PIC ZZZZ9.
           03  FILLER               PIC X(97) VALUE SPACES.

       PROCEDURE DIVISION.
       P100-INICIAR.
            ACCEPT WS-DATA-CARGA FROM DATE YYYYMMDD.
            DISPLAY "**   CONSOLIDACAO DA REDE DE ESCOLAS   **"
            PERFORM P110-LER-PARAMETROS.
            IF WS-PODE-CONSOLIDAR = 'S'
               PERFORM P120-CARREGAR-ESCOLAS
            END-IF.
            IF WS-PODE-CONSOLIDAR = 'S'
               PERFORM P130-ABRIR-ARQUIVOS
               PERFORM P200-CONFERIR-REMESSAS
               PERFORM P500-CARREGAR-REMESSAS
               PERFORM P700-ATUALIZAR-CONTROLE
               PERFORM P800-TOTAIS
            END-IF.
            PERFORM P999-FIM.
            EXIT PROGRAM.

      * O consolidado e sempre de um ano/termo - a remessa de outro
      * periodo e recusada, por isso os parametros sao obrigatorios.
       P110-LER-PARAMETROS.
            OPEN INPUT ARQ-PARAMETROS.
            IF WS-FS-PARAM = "00"
               READ ARQ-PARAMETROS
                  AT END
                     DISPLAY "PARAMETROS VAZIOS - CONSOLIDACAO "
                             "CANCELADA."
                     MOVE 'N' TO WS-PODE-CONSOLIDAR
                  NOT AT END
                     PERFORM P111-VALIDAR-PARAMETROS
               END-READ
               CLOSE ARQ-PARAMETROS
            ELSE
               DISPLAY "ARQUIVO DE PARAMETROS NAO ENCONTRADO - "
                       "CONSOLIDACAO CANCELADA."
               MOVE 'N' TO WS-PODE-CONSOLIDAR
            END-IF.

       P111-VALIDAR-PARAMETROS.
            IF (PARM-ANO-LETIVO IS NUMERIC)
               AND (PARM-ANO-LETIVO > 0)
               AND (PARM-TERMO IS NUMERIC)
               AND (PARM-TERMO > 0) AND (PARM-TERMO <= 4)
               MOVE PARM-ANO-LETIVO TO CTL-ANO-LETIVO
               MOVE PARM-TERMO      TO CTL-TERMO
            ELSE
               DISPLAY "ANO LETIVO/TERMO AUSENTES OU INVALIDOS NO "
                       "ARQUIVO DE PARAMETROS - CONSOLIDACAO "
                       "CANCELADA."
               MOVE 'N' TO WS-PODE-CONSOLIDAR
            END-IF.

      * Sem a relacao de escolas nao ha como saber quem deixou de
      * enviar - a consolidacao e recusada.
       P120-CARREGAR-ESCOLAS.
            OPEN INPUT ARQ-ESCOLAS.
            IF WS-FS-ESCOLAS NOT = "00"
               DISPLAY "RELACAO DE ESCOLAS DA REDE (ESCREDE) NAO "
                       "ENCONTRADA - CONSOLIDACAO CANCELADA."
               MOVE 'N' TO WS-PODE-CONSOLIDAR
            ELSE
               PERFORM P121-LER-ESCOLA
               PERFORM P122-GUARDAR-ESCOLA
                  UNTIL WS-FIM-ESCOLAS = 'S'
               CLOSE ARQ-ESCOLAS
               IF WS-QTD-ESCOLAS = 0
                  DISPLAY "RELACAO DE ESCOLAS DA REDE VAZIA - "
                          "CONSOLIDACAO CANCELADA."
                  MOVE 'N' TO WS-PODE-CONSOLIDAR
               END-IF
            END-IF.

       P121-LER-ESCOLA.
            READ ARQ-ESCOLAS
               AT END
                  MOVE 'S' TO WS-FIM-ESCOLAS
            END-READ.

       P122-GUARDAR-ESCOLA.
            IF (ESC-COD-ESCOLA IS NOT NUMERIC) OR (ESC-COD-VALOR = 0)
               DISPLAY "CODIGO INEP INVALIDO NA RELACAO DE ESCOLAS: "
                       ESC-COD-ESCOLA " - LINHA IGNORADA."
            ELSE
               IF WS-QTD-ESCOLAS >= 100
                  DISPLAY "RELACAO DE ESCOLAS COM MAIS DE 100 "
                          "ESCOLAS - ESCOLA IGNORADA: " ESC-COD-ESCOLA
               ELSE
                  ADD 1 TO WS-QTD-ESCOLAS
                  INITIALIZE WS-ESCOLA(WS-QTD-ESCOLAS)
                  MOVE ESC-COD-VALOR TO TES-COD-ESCOLA(WS-QTD-ESCOLAS)
                  MOVE ESC-NOME      TO TES-NOME(WS-QTD-ESCOLAS)
                  MOVE 'N'           TO TES-SITUACAO(WS-QTD-ESCOLAS)
                  MOVE "NAO ENVIOU REMESSA"
                                     TO TES-MOTIVO(WS-QTD-ESCOLAS)
                  MOVE 'N'       TO TES-TEM-TRAILER(WS-QTD-ESCOLAS)
               END-IF
            END-IF.
            PERFORM P121-LER-ESCOLA.

      * Sem arquivo de remessas a rodada segue: todas as escolas
      * ficam como "nao enviou" e o consolidado fica como estava.
       P130-ABRIR-ARQUIVOS.
            OPEN INPUT ARQ-REMESSA.
            IF WS-FS-REM = "00"
               MOVE 'S' TO WS-REMESSA-EXISTE
               CLOSE ARQ-REMESSA
            ELSE
               DISPLAY "ARQUIVO DE REMESSAS (REMREDE) NAO ENCONTRADO - "
                       "NENHUMA ESCOLA ENVIOU."
            END-IF.
            OPEN OUTPUT REL-CONSOLIDACAO.
            MOVE 'S' TO WS-REL-ABERTO.
            MOVE CTL-ANO-LETIVO TO CAB-ANO.
            MOVE CTL-TERMO      TO CAB-TERMO.
            MOVE WS-DATA-CARGA  TO CAB-DATA.
            WRITE WS-LINHA-REL FROM WS-CAB-REL1.
            WRITE WS-LINHA-REL FROM WS-LINHA-BRANCO.

      * Primeira passada: le todas as remessas sem gravar nada,
      * refaz as contagens e as somas de cada escola e confere com o
      * trailer - remessa truncada ou adulterada e recusada antes de
      * tocar no consolidado.
       P200-CONFERIR-REMESSAS.
            IF WS-REMESSA-EXISTE = 'S'
               OPEN INPUT ARQ-REMESSA
               MOVE 'N' TO WS-FIM-REMESSA
               MOVE 'N' TO WS-DENTRO-REMESSA
               MOVE 0   TO WS-IDX-ATUAL
               PERFORM P210-LER-REMESSA
               PERFORM P220-CONFERIR-REGISTRO
                  UNTIL WS-FIM-REMESSA = 'S'
               IF WS-DENTRO-REMESSA = 'S'
                  PERFORM P230-FECHAR-SEM-TRAILER
               END-IF
               CLOSE ARQ-REMESSA
            END-IF.

       P210-LER-REMESSA.
            READ ARQ-REMESSA
               AT END
                  MOVE 'S' TO WS-FIM-REMESSA
            END-READ.

       P220-CONFERIR-REGISTRO.
            EVALUATE TRUE
               WHEN REM-TIPO = 'H'
                  IF WS-DENTRO-REMESSA = 'S'
                     PERFORM P230-FECHAR-SEM-TRAILER
                  END-IF
                  PERFORM P240-ABRIR-REMESSA
               WHEN WS-DENTRO-REMESSA NOT = 'S'
                  ADD 1 TO WS-QTD-FORA-REMESSA
               WHEN WS-IDX-ATUAL = 0
                  IF REM-TIPO = 'T'
                     MOVE 'N' TO WS-DENTRO-REMESSA
                  END-IF
               WHEN REM-TIPO = 'A'
                  ADD 1 TO TES-LIDOS-ALUNOS(WS-IDX-ATUAL)
               WHEN REM-TIPO = 'D'
                  ADD 1 TO TES-LIDOS-MATERIAS(WS-IDX-ATUAL)
               WHEN REM-TIPO = 'M'
                  ADD 1 TO TES-LIDOS-MESTRE(WS-IDX-ATUAL)
                  MOVE REM-DADOS TO WS-INFO
                  ADD WS-MEDIA TO TES-SOMA-MESTRE(WS-IDX-ATUAL)
               WHEN REM-TIPO = 'N'
                  ADD 1 TO TES-LIDOS-HISTORICO(WS-IDX-ATUAL)
                  MOVE REM-DADOS TO WS-REG-HISTORICO
                  ADD HIS-MEDIA TO TES-SOMA-HISTORICO(WS-IDX-ATUAL)
               WHEN REM-TIPO = 'T'
                  PERFORM P250-CONFERIR-TRAILER
               WHEN OTHER
                  IF TES-SITUACAO(WS-IDX-ATUAL) = 'E'
                     MOVE 'D' TO TES-SITUACAO(WS-IDX-ATUAL)
                     MOVE "REGISTRO DE TIPO DESCONHECIDO"
                          TO TES-MOTIVO(WS-IDX-ATUAL)
                  END-IF
            END-EVALUATE.
            PERFORM P210-LER-REMESSA.

       P230-FECHAR-SEM-TRAILER.
            IF WS-IDX-ATUAL > 0
               IF TES-SITUACAO(WS-IDX-ATUAL) = 'E'
                  MOVE 'D' TO TES-SITUACAO(WS-IDX-ATUAL)
                  MOVE "REMESSA SEM TRAILER (TRUNCADA)"
                       TO TES-MOTIVO(WS-IDX-ATUAL)
               END-IF
            END-IF.
            MOVE 'N' TO WS-DENTRO-REMESSA.

      * Header: localiza a escola na relacao. A segunda remessa da
      * mesma escola torna as duas divergentes - nao ha como saber
      * qual delas a escola quis mandar.
       P240-ABRIR-REMESSA.
            MOVE REM-DADOS TO WS-HEADER-REDE.
            MOVE 'S' TO WS-DENTRO-REMESSA.
            MOVE HDR-COD-ESCOLA TO WS-COD-PROCURADO.
            PERFORM P260-LOCALIZAR-ESCOLA.
            IF WS-IDX-ATUAL = 0
               ADD 1 TO WS-QTD-NAO-CADASTRADAS
               MOVE HDR-COD-ESCOLA TO LNC-COD-ESCOLA
               WRITE WS-LINHA-REL FROM WS-LIN-NAO-CADASTRADA
            ELSE
               ADD 1 TO TES-QTD-REMESSAS(WS-IDX-ATUAL)
               MOVE HDR-ANO-LETIVO   TO TES-ANO-LETIVO(WS-IDX-ATUAL)
               MOVE HDR-TERMO        TO TES-TERMO(WS-IDX-ATUAL)
               MOVE HDR-DATA-GERACAO TO TES-DATA-GERACAO(WS-IDX-ATUAL)
               MOVE 0 TO TES-LIDOS-ALUNOS(WS-IDX-ATUAL)
               MOVE 0 TO TES-LIDOS-MATERIAS(WS-IDX-ATUAL)
               MOVE 0 TO TES-LIDOS-MESTRE(WS-IDX-ATUAL)
               MOVE 0 TO TES-LIDOS-HISTORICO(WS-IDX-ATUAL)
               MOVE 0 TO TES-SOMA-MESTRE(WS-IDX-ATUAL)
               MOVE 0 TO TES-SOMA-HISTORICO(WS-IDX-ATUAL)
               EVALUATE TRUE
                  WHEN TES-QTD-REMESSAS(WS-IDX-ATUAL) > 1
                     MOVE 'D' TO TES-SITUACAO(WS-IDX-ATUAL)
                     MOVE "MAIS DE UMA REMESSA NO ARQUIVO"
                          TO TES-MOTIVO(WS-IDX-ATUAL)
                  WHEN (HDR-ANO-LETIVO NOT = CTL-ANO-LETIVO)
                    OR (HDR-TERMO NOT = CTL-TERMO)
                     MOVE 'D' TO TES-SITUACAO(WS-IDX-ATUAL)
                     MOVE "REMESSA DE OUTRO ANO/TERMO"
                          TO TES-MOTIVO(WS-IDX-ATUAL)
                  WHEN OTHER
                     MOVE 'E' TO TES-SITUACAO(WS-IDX-ATUAL)
                     MOVE SPACES TO TES-MOTIVO(WS-IDX-ATUAL)
               END-EVALUATE
            END-IF.

       P250-CONFERIR-TRAILER.
            MOVE REM-DADOS TO WS-TRAILER-REDE.
            MOVE 'S' TO TES-TEM-TRAILER(WS-IDX-ATUAL).
            MOVE TRL-QTD-ALUNOS    TO TES-TRL-ALUNOS(WS-IDX-ATUAL).
            MOVE TRL-QTD-MATERIAS  TO TES-TRL-MATERIAS(WS-IDX-ATUAL).
            MOVE TRL-QTD-MESTRE    TO TES-TRL-MESTRE(WS-IDX-ATUAL).
            MOVE TRL-QTD-HISTORICO TO TES-TRL-HISTORICO(WS-IDX-ATUAL).
            IF TES-SITUACAO(WS-IDX-ATUAL) = 'E'
               IF (TRL-COD-ESCOLA NOT = TES-COD-ESCOLA(WS-IDX-ATUAL))
                  OR (TRL-QTD-ALUNOS
                      NOT = TES-LIDOS-ALUNOS(WS-IDX-ATUAL))
                  OR (TRL-QTD-MATERIAS
                      NOT = TES-LIDOS-MATERIAS(WS-IDX-ATUAL))
                  OR (TRL-QTD-MESTRE
                      NOT = TES-LIDOS-MESTRE(WS-IDX-ATUAL))
                  OR (TRL-QTD-HISTORICO
                      NOT = TES-LIDOS-HISTORICO(WS-IDX-ATUAL))
                  OR (TRL-SOMA-MEDIAS-MESTRE
                      NOT = TES-SOMA-MESTRE(WS-IDX-ATUAL))
                  OR (TRL-SOMA-MEDIAS-HIST
                      NOT = TES-SOMA-HISTORICO(WS-IDX-ATUAL))
                  MOVE 'D' TO TES-SITUACAO(WS-IDX-ATUAL)
                  MOVE "TOTAL DE CONTROLE DIVERGENTE"
                       TO TES-MOTIVO(WS-IDX-ATUAL)
               ELSE
                  MOVE 'R' TO TES-SITUACAO(WS-IDX-ATUAL)
               END-IF
            END-IF.
            MOVE 'N' TO WS-DENTRO-REMESSA.

       P260-LOCALIZAR-ESCOLA.
            MOVE 0 TO WS-IDX-ATUAL.
            PERFORM P261-COMPARAR-ESCOLA
               VARYING WS-IDX-ESC FROM 1 BY 1
               UNTIL (WS-IDX-ESC > WS-QTD-ESCOLAS)
                  OR (WS-IDX-ATUAL > 0).

       P261-COMPARAR-ESCOLA.
            IF TES-COD-ESCOLA(WS-IDX-ESC) = WS-COD-PROCURADO
               MOVE WS-IDX-ESC TO WS-IDX-ATUAL
            END-IF.

      * O consolidado e criado na primeira rodada.
       P400-ABRIR-CONSOLIDADO.
            OPEN I-O ARQ-REDE-ALUNOS.
            IF WS-FS-RALU = "35"
               OPEN OUTPUT ARQ-REDE-ALUNOS
               CLOSE ARQ-REDE-ALUNOS
               OPEN I-O ARQ-REDE-ALUNOS
            END-IF.
            OPEN I-O ARQ-REDE-MATERIAS.
            IF WS-FS-RMAT = "35"
               OPEN OUTPUT ARQ-REDE-MATERIAS
               CLOSE ARQ-REDE-MATERIAS
               OPEN I-O ARQ-REDE-MATERIAS
            END-IF.
            OPEN I-O ARQ-REDE-MESTRE.
            IF WS-FS-RMES = "35"
               OPEN OUTPUT ARQ-REDE-MESTRE
               CLOSE ARQ-REDE-MESTRE
               OPEN I-O ARQ-REDE-MESTRE
            END-IF.
            OPEN I-O ARQ-REDE-HISTORICO.
            IF WS-FS-RHIS = "35"
               OPEN OUTPUT ARQ-REDE-HISTORICO
               CLOSE ARQ-REDE-HISTORICO
               OPEN I-O ARQ-REDE-HISTORICO
            END-IF.
            MOVE 'S' TO WS-REDE-ABERTA.

      * Segunda passada: so as escolas com remessa conferida tem os
      * registros anteriores apagados do consolidado e substituidos
      * pelos da remessa; as demais ficam com a ultima carga aceita.
       P500-CARREGAR-REMESSAS.
            PERFORM P400-ABRIR-CONSOLIDADO.
            PERFORM P510-CONTAR-SITUACAO
               VARYING WS-IDX-ESC FROM 1 BY 1
               UNTIL WS-IDX-ESC > WS-QTD-ESCOLAS.
            IF WS-QTD-RECEBIDAS > 0
               PERFORM P520-EXCLUIR-ESCOLA
                  VARYING WS-IDX-ESC FROM 1 BY 1
                  UNTIL WS-IDX-ESC > WS-QTD-ESCOLAS
               OPEN INPUT ARQ-REMESSA
               MOVE 'N' TO WS-FIM-REMESSA
               MOVE 'N' TO WS-DENTRO-REMESSA
               MOVE 0   TO WS-IDX-ATUAL
               PERFORM P210-LER-REMESSA
               PERFORM P600-CARREGAR-REGISTRO
                  UNTIL WS-FIM-REMESSA = 'S'
               CLOSE ARQ-REMESSA
            END-IF.

       P510-CONTAR-SITUACAO.
            EVALUATE TES-SITUACAO(WS-IDX-ESC)
               WHEN 'R'
                  ADD 1 TO WS-QTD-RECEBIDAS
               WHEN 'N'
                  ADD 1 TO WS-QTD-NAO-ENVIARAM
               WHEN OTHER
                  MOVE 'D' TO TES-SITUACAO(WS-IDX-ESC)
                  ADD 1 TO WS-QTD-DIVERGENTES
            END-EVALUATE.

       P520-EXCLUIR-ESCOLA.
            IF TES-SITUACAO(WS-IDX-ESC) = 'R'
               MOVE TES-COD-ESCOLA(WS-IDX-ESC) TO WS-COD-EXCLUIR
               PERFORM P530-EXCLUIR-ALUNOS
               PERFORM P540-EXCLUIR-MATERIAS
               PERFORM P550-EXCLUIR-MESTRE
               PERFORM P560-EXCLUIR-HISTORICO
            END-IF.

       P530-EXCLUIR-ALUNOS.
            MOVE 'N' TO WS-FIM-REDE.
            MOVE WS-COD-EXCLUIR TO RAL-COD-ESCOLA.
            MOVE 0              TO RAL-MATRICULA.
            START ARQ-REDE-ALUNOS KEY NOT < RAL-CHAVE
               INVALID KEY
                  MOVE 'S' TO WS-FIM-REDE
            END-START.
            IF WS-FIM-REDE NOT = 'S'
               PERFORM P531-LER-ALUNO
            END-IF.
            PERFORM P532-EXCLUIR-ALUNO
               UNTIL (WS-FIM-REDE = 'S')
                  OR (RAL-COD-ESCOLA NOT = WS-COD-EXCLUIR).

       P531-LER-ALUNO.
            READ ARQ-REDE-ALUNOS NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIM-REDE
            END-READ.

       P532-EXCLUIR-ALUNO.
            DELETE ARQ-REDE-ALUNOS
               INVALID KEY
                  ADD 1 TO WS-QTD-ERROS
               NOT INVALID KEY
                  ADD 1 TO WS-QTD-EXCLUIDOS
            END-DELETE.
            PERFORM P531-LER-ALUNO.

       P540-EXCLUIR-MATERIAS.
            MOVE 'N' TO WS-FIM-REDE.
            MOVE WS-COD-EXCLUIR TO RMT-COD-ESCOLA.
            MOVE LOW-VALUES     TO RMT-MATERIA.
            START ARQ-REDE-MATERIAS KEY NOT < RMT-CHAVE
               INVALID KEY
                  MOVE 'S' TO WS-FIM-REDE
            END-START.
            IF WS-FIM-REDE NOT = 'S'
               PERFORM P541-LER-MATERIA
            END-IF.
            PERFORM P542-EXCLUIR-MATERIA
               UNTIL (WS-FIM-REDE = 'S')
                  OR (RMT-COD-ESCOLA NOT = WS-COD-EXCLUIR).

       P541-LER-MATERIA.
            READ ARQ-REDE-MATERIAS NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIM-REDE
            END-READ.

       P542-EXCLUIR-MATERIA.
            DELETE ARQ-REDE-MATERIAS
               INVALID KEY
                  ADD 1 TO WS-QTD-ERROS
               NOT INVALID KEY
                  ADD 1 TO WS-QTD-EXCLUIDOS
            END-DELETE.
            PERFORM P541-LER-MATERIA.

       P550-EXCLUIR-MESTRE.
            MOVE 'N' TO WS-FIM-REDE.
            MOVE WS-COD-EXCLUIR TO RMS-COD-ESCOLA.
            MOVE LOW-VALUES     TO RMS-CHAVE-LOCAL.
            START ARQ-REDE-MESTRE KEY NOT < RMS-CHAVE
               INVALID KEY
                  MOVE 'S' TO WS-FIM-REDE
            END-START.
            IF WS-FIM-REDE NOT = 'S'
               PERFORM P551-LER-MESTRE
            END-IF.
            PERFORM P552-EXCLUIR-LANCAMENTO
               UNTIL (WS-FIM-REDE = 'S')
                  OR (RMS-COD-ESCOLA NOT = WS-COD-EXCLUIR).

       P551-LER-MESTRE.
            READ ARQ-REDE-MESTRE NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIM-REDE
            END-READ.

       P552-EXCLUIR-LANCAMENTO.
            DELETE ARQ-REDE-MESTRE
               INVALID KEY
                  ADD 1 TO WS-QTD-ERROS
               NOT INVALID KEY
                  ADD 1 TO WS-QTD-EXCLUIDOS
            END-DELETE.
            PERFORM P551-LER-MESTRE.

       P560-EXCLUIR-HISTORICO.
            MOVE 'N' TO WS-FIM-REDE.
            MOVE WS-COD-EXCLUIR TO RHS-COD-ESCOLA.
            MOVE LOW-VALUES     TO RHS-CHAVE-LOCAL.
            START ARQ-REDE-HISTORICO KEY NOT < RHS-CHAVE
               INVALID KEY
                  MOVE 'S' TO WS-FIM-REDE
            END-START.
            IF WS-FIM-REDE NOT = 'S'
               PERFORM P561-LER-HISTORICO
            END-IF.
            PERFORM P562-EXCLUIR-HISTORICO
               UNTIL (WS-FIM-REDE = 'S')
                  OR (RHS-COD-ESCOLA NOT = WS-COD-EXCLUIR).

       P561-LER-HISTORICO.
            READ ARQ-REDE-HISTORICO NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIM-REDE
            END-READ.

       P562-EXCLUIR-HISTORICO.
            DELETE ARQ-REDE-HISTORICO
               INVALID KEY
                  ADD 1 TO WS-QTD-ERROS
               NOT INVALID KEY
                  ADD 1 TO WS-QTD-EXCLUIDOS
            END-DELETE.
            PERFORM P561-LER-HISTORICO.

      * Cada registro da remessa aceita vai para o arquivo do seu tipo
      * com o codigo INEP da escola na frente da chave.
       P600-CARREGAR-REGISTRO.
            EVALUATE TRUE
               WHEN REM-TIPO = 'H'
                  MOVE REM-DADOS TO WS-HEADER-REDE
                  MOVE HDR-COD-ESCOLA TO WS-COD-PROCURADO
                  PERFORM P260-LOCALIZAR-ESCOLA
                  MOVE 'S' TO WS-DENTRO-REMESSA
               WHEN REM-TIPO = 'T'
                  MOVE 'N' TO WS-DENTRO-REMESSA
               WHEN WS-DENTRO-REMESSA NOT = 'S'
                  CONTINUE
               WHEN WS-IDX-ATUAL = 0
                  CONTINUE
               WHEN TES-SITUACAO(WS-IDX-ATUAL) NOT = 'R'
                  CONTINUE
               WHEN REM-TIPO = 'A'
                  PERFORM P610-GRAVAR-ALUNO
               WHEN REM-TIPO = 'D'
                  PERFORM P620-GRAVAR-MATERIA
               WHEN REM-TIPO = 'M'
                  PERFORM P630-GRAVAR-MESTRE
               WHEN REM-TIPO = 'N'
                  PERFORM P640-GRAVAR-HISTORICO
            END-EVALUATE.
            PERFORM P210-LER-REMESSA.

       P610-GRAVAR-ALUNO.
            MOVE REM-DADOS TO RAL-REG-ALUNO.
            MOVE TES-COD-ESCOLA(WS-IDX-ATUAL) TO RAL-COD-ESCOLA.
            WRITE WS-REG-REDE-ALUNO
               INVALID KEY
                  ADD 1 TO WS-QTD-ERROS
                  DISPLAY "ERRO AO GRAVAR ALUNO: " RAL-COD-ESCOLA
                          " / " RAL-MATRICULA " - " WS-FS-RALU
               NOT INVALID KEY
                  ADD 1 TO WS-QTD-GRAV-ALUNOS
            END-WRITE.

       P620-GRAVAR-MATERIA.
            MOVE REM-DADOS TO RMT-REG-MATERIA.
            MOVE TES-COD-ESCOLA(WS-IDX-ATUAL) TO RMT-COD-ESCOLA.
            WRITE WS-REG-REDE-MATERIA
               INVALID KEY
                  ADD 1 TO WS-QTD-ERROS
                  DISPLAY "ERRO AO GRAVAR MATERIA: " RMT-COD-ESCOLA
                          " / " RMT-MATERIA " - " WS-FS-RMAT
               NOT INVALID KEY
                  ADD 1 TO WS-QTD-GRAV-MATERIAS
            END-WRITE.

       P630-GRAVAR-MESTRE.
            MOVE REM-DADOS TO RMS-INFO.
            MOVE TES-COD-ESCOLA(WS-IDX-ATUAL) TO RMS-COD-ESCOLA.
            WRITE WS-REG-REDE-MESTRE
               INVALID KEY
                  ADD 1 TO WS-QTD-ERROS
                  DISPLAY "ERRO AO GRAVAR LANCAMENTO: " RMS-COD-ESCOLA
                          " / " RMS-CHAVE-LOCAL " - " WS-FS-RMES
               NOT INVALID KEY
                  ADD 1 TO WS-QTD-GRAV-MESTRE
            END-WRITE.

       P640-GRAVAR-HISTORICO.
            MOVE REM-DADOS TO RHS-REG-HISTORICO.
            MOVE TES-COD-ESCOLA(WS-IDX-ATUAL) TO RHS-COD-ESCOLA.
            WRITE WS-REG-REDE-HISTORICO
               INVALID KEY
                  ADD 1 TO WS-QTD-ERROS
                  DISPLAY "ERRO AO GRAVAR HISTORICO: " RHS-COD-ESCOLA
                          " / " RHS-CHAVE-LOCAL " - " WS-FS-RHIS
               NOT INVALID KEY
                  ADD 1 TO WS-QTD-GRAV-HISTORICO
            END-WRITE.

      * O controle guarda a situacao da rodada para cada escola da
      * relacao; a data e as contagens da ultima carga aceita so
      * mudam quando a remessa da escola foi carregada.
       P700-ATUALIZAR-CONTROLE.
            OPEN I-O ARQ-REDE-CONTROLE.
            IF WS-FS-RCTL = "35"
               OPEN OUTPUT ARQ-REDE-CONTROLE
               CLOSE ARQ-REDE-CONTROLE
               OPEN I-O ARQ-REDE-CONTROLE
            END-IF.
            WRITE WS-LINHA-REL FROM WS-CAB-COLUNAS.
            PERFORM P710-ATUALIZAR-ESCOLA
               VARYING WS-IDX-ESC FROM 1 BY 1
               UNTIL WS-IDX-ESC > WS-QTD-ESCOLAS.
            CLOSE ARQ-REDE-CONTROLE.

       P710-ATUALIZAR-ESCOLA.
            MOVE TES-COD-ESCOLA(WS-IDX-ESC) TO RCT-COD-ESCOLA.
            MOVE 'S' TO WS-ACHOU-CONTROLE.
            READ ARQ-REDE-CONTROLE
               INVALID KEY
                  MOVE 'N' TO WS-ACHOU-CONTROLE
                  INITIALIZE WS-REG-REDE-CONTROLE
                  MOVE TES-COD-ESCOLA(WS-IDX-ESC) TO RCT-COD-ESCOLA
            END-READ.
            MOVE TES-NOME(WS-IDX-ESC)     TO RCT-NOME.
            MOVE WS-DATA-CARGA            TO RCT-DATA-RODADA.
            MOVE CTL-ANO-LETIVO           TO RCT-ANO-RODADA.
            MOVE CTL-TERMO                TO RCT-TERMO-RODADA.
            MOVE TES-SITUACAO(WS-IDX-ESC) TO RCT-SITUACAO.
            MOVE TES-MOTIVO(WS-IDX-ESC)   TO RCT-MOTIVO.
            IF RCT-RECEBIDA
               MOVE TES-ANO-LETIVO(WS-IDX-ESC)   TO RCT-ANO-CARGA
               MOVE TES-TERMO(WS-IDX-ESC)        TO RCT-TERMO-CARGA
               MOVE TES-DATA-GERACAO(WS-IDX-ESC) TO RCT-DATA-GERACAO
               MOVE WS-DATA-CARGA                TO RCT-DATA-CARGA
               MOVE TES-LIDOS-ALUNOS(WS-IDX-ESC) TO RCT-QTD-ALUNOS
               MOVE TES-LIDOS-MATERIAS(WS-IDX-ESC)
                                                 TO RCT-QTD-MATERIAS
               MOVE TES-LIDOS-MESTRE(WS-IDX-ESC) TO RCT-QTD-MESTRE
               MOVE TES-LIDOS-HISTORICO(WS-IDX-ESC)
                                                 TO RCT-QTD-HISTORICO
            END-IF.
            IF WS-ACHOU-CONTROLE = 'S'
               REWRITE WS-REG-REDE-CONTROLE
                  INVALID KEY
                     ADD 1 TO WS-QTD-ERROS
                     DISPLAY "ERRO AO REGRAVAR CONTROLE: "
                             RCT-COD-ESCOLA " - " WS-FS-RCTL
               END-REWRITE
            ELSE
               WRITE WS-REG-REDE-CONTROLE
                  INVALID KEY
                     ADD 1 TO WS-QTD-ERROS
                     DISPLAY "ERRO AO GRAVAR CONTROLE: "
                             RCT-COD-ESCOLA " - " WS-FS-RCTL
               END-WRITE
            END-IF.
            PERFORM P720-IMPRIMIR-ESCOLA.

      * Escola que nao enviou ou mandou remessa divergente sai
      * destacada, com a data da ultima carga aceita (zero = nunca
      * teve carga aceita e nao tem dados no consolidado).
       P720-IMPRIMIR-ESCOLA.
            MOVE SPACES TO LIN-DESTAQUE.
            EVALUATE TRUE
               WHEN RCT-RECEBIDA
                  MOVE "RECEBIDA"   TO LIN-SITUACAO
               WHEN RCT-NAO-ENVIOU
                  MOVE "***" TO LIN-DESTAQUE
                  MOVE "NAO ENVIOU" TO LIN-SITUACAO
               WHEN OTHER
                  MOVE "***" TO LIN-DESTAQUE
                  MOVE "DIVERGENTE" TO LIN-SITUACAO
            END-EVALUATE.
            MOVE RCT-COD-ESCOLA                   TO LIN-COD-ESCOLA.
            MOVE RCT-NOME                         TO LIN-NOME.
            MOVE TES-LIDOS-ALUNOS(WS-IDX-ESC)     TO LIN-ALUNOS.
            MOVE TES-LIDOS-MATERIAS(WS-IDX-ESC)   TO LIN-MATERIAS.
            MOVE TES-LIDOS-MESTRE(WS-IDX-ESC)     TO LIN-MESTRE.
            MOVE TES-LIDOS-HISTORICO(WS-IDX-ESC)  TO LIN-HISTORICO.
            MOVE RCT-DATA-CARGA                   TO LIN-ULT-CARGA.
            MOVE RCT-MOTIVO                       TO LIN-MOTIVO.
            WRITE WS-LINHA-REL FROM WS-LIN-ESCOLA.
            IF (RCT-DIVERGENTE) AND (TES-TEM-TRAILER(WS-IDX-ESC) = 'S')
               MOVE TES-TRL-ALUNOS(WS-IDX-ESC)    TO LTR-ALUNOS
               MOVE TES-TRL-MATERIAS(WS-IDX-ESC)  TO LTR-MATERIAS
               MOVE TES-TRL-MESTRE(WS-IDX-ESC)    TO LTR-MESTRE
               MOVE TES-TRL-HISTORICO(WS-IDX-ESC) TO LTR-HISTORICO
               WRITE WS-LINHA-REL FROM WS-LIN-TRAILER
            END-IF.

       P800-TOTAIS.
            MOVE WS-QTD-ESCOLAS         TO TOT-ESCOLAS.
            MOVE WS-QTD-RECEBIDAS       TO TOT-RECEBIDAS.
            MOVE WS-QTD-NAO-ENVIARAM    TO TOT-NAO-ENVIARAM.
            MOVE WS-QTD-DIVERGENTES     TO TOT-DIVERGENTES.
            MOVE WS-QTD-NAO-CADASTRADAS TO TOT-NAO-CADASTRADAS.
            MOVE WS-QTD-FORA-REMESSA    TO TOT-FORA-REMESSA.
            MOVE WS-QTD-EXCLUIDOS       TO TOT-EXCLUIDOS.
            MOVE WS-QTD-GRAV-ALUNOS     TO TOT-GRAV-ALUNOS.
            MOVE WS-QTD-GRAV-MATERIAS   TO TOT-GRAV-MATERIAS.
            MOVE WS-QTD-GRAV-MESTRE     TO TOT-GRAV-MESTRE.
            MOVE WS-QTD-GRAV-HISTORICO  TO TOT-GRAV-HISTORICO.
            MOVE WS-QTD-ERROS           TO TOT-ERROS.
            WRITE WS-LINHA-REL FROM WS-LINHA-BRANCO.
            WRITE WS-LINHA-REL FROM WS-TOT-REL1.
            WRITE WS-LINHA-REL FROM WS-TOT-REL2.
            WRITE WS-LINHA-REL FROM WS-TOT-REL3.
            WRITE WS-LINHA-REL FROM WS-TOT-REL4.
            WRITE WS-LINHA-REL FROM WS-TOT-REL5.
            WRITE WS-LINHA-REL FROM WS-TOT-REL6.
            WRITE WS-LINHA-REL FROM WS-TOT-REL7.
            WRITE WS-LINHA-REL FROM WS-TOT-REL8.
            WRITE WS-LINHA-REL FROM WS-TOT-REL9.
            WRITE WS-LINHA-REL FROM WS-TOT-REL10.
            WRITE WS-LINHA-REL FROM WS-TOT-REL11.
            WRITE WS-LINHA-REL FROM WS-TOT-REL12.
            DISPLAY "CONSOLIDACAO " CTL-ANO-LETIVO "/" CTL-TERMO
                    " - ACEITAS: " WS-QTD-RECEBIDAS
                    " NAO ENVIARAM: " WS-QTD-NAO-ENVIARAM
                    " DIVERGENTES: " WS-QTD-DIVERGENTES.

       P999-FIM.
            IF WS-REDE-ABERTA = 'S'
               CLOSE ARQ-REDE-ALUNOS
               CLOSE ARQ-REDE-MATERIAS
               CLOSE ARQ-REDE-MESTRE
               CLOSE ARQ-REDE-HISTORICO
            END-IF.
            IF WS-REL-ABERTO = 'S'
               CLOSE REL-CONSOLIDACAO
            END-IF.
            STOP RUN.
       END PROGRAM CONSREDE.
