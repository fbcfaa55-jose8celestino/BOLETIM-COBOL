      ******************************************************************
      * Author: JOSE CELESTINO
      * Date: 15-10-2026
      * Purpose: CRITICA DE CONSISTENCIA CRUZADA (RODADA NOTURNA) -
      *          CONFRONTA O MESTRE COM O CADASTRO DE ALUNOS, O
      *          CADASTRO DE MATERIAS, O ARQUIVO DE FREQUENCIA E OS
      *          PARAMETROS DO CONTRATO, CONFRONTA A FREQUENCIA COM
      *          O MESTRE E O HISTORICO DE NOTAS (HISTNOTA) COM O
      *          CADASTRO DE ALUNOS. CADA INCONSISTENCIA SAI NO
      *          RELATORIO DE CRITICA (RELCRIT) CLASSIFICADA POR
      *          GRAVIDADE E TIPO. NO MODO ACERTO OS CASOS MECANICOS
      *          (TURMA E MEDIA/STATUS) SAO CORRIGIDOS NO MESTRE; OS
      *          DEMAIS SO SAO RELATADOS.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   15-10-2026  JVC  Criacao - o SALVMEST so confere contagem e
      *                    totais do mestre; matricula excluida,
      *                    turma desalinhada, materia fora do cadastro
      *                    e media que nao bate com as notas so
      *                    apareciam na reclamacao do responsavel.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRITCRUZ.
       AUTHOR. JOSE VITOR PESQUEIRA CELESTINO.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.

      * TIPOS DE INCONSISTENCIA (GRAVIDADE / ACERTO):
      *   01 = MATRICULA DO MESTRE SEM CADASTRO       ALTA  / MANUAL
      *   02 = TURMA DO MESTRE DIFERENTE DO CADASTRO  MEDIA / AUTOMATICO
      *   03 = MATERIA DO MESTRE FORA DO CADASTRO     ALTA  / MANUAL
      *   04 = MEDIA/STATUS NAO BATEM COM AS NOTAS    ALTA  / AUTOMATICO
      *   05 = FREQUENCIA SEM LANCAMENTO NO MESTRE    MEDIA / MANUAL
      *   06 = LANCAMENTO SEM REGISTRO DE FREQUENCIA  BAIXA / MANUAL
      *   07 = MATRICULA DO HISTNOTA SEM CADASTRO     MEDIA / MANUAL
      * O ACERTO DA TURMA TRAZ A TURMA DO CADASTRO (ALUNO SEM TURMA NO
      * CADASTRO FICA SO RELATADO). O ACERTO DA MEDIA/STATUS USA A
      * MESMA REGRA DO LANCAMENTO (NOTALOTE/DESAFIOM2) COM OS
      * PARAMETROS ATUAIS, SO COM O TERMO NA ETAPA ABERTO, E SAI NA
      * TRILHA DE AUDITORIA (NOTA 0 = RECALCULO) E NO EXTRATO PARA O
      * PORTAL. O MODO ACERTO E RESTRITO AOS PERFIS SENIOR E
      * COORDENACAO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-MESTRE ASSIGN TO "MESTRE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-CHAVE
               FILE STATUS IS WS-FS-MESTRE.

           SELECT ARQ-PARAMETROS ASSIGN TO "PARAMETROS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAM.

           SELECT ARQ-ALUNOS ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WS-FS-ALUNOS.

           SELECT ARQ-FREQUENCIA ASSIGN TO "FREQUENC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRQ-CHAVE
               FILE STATUS IS WS-FS-FREQ.

           SELECT ARQ-MATERIAS ASSIGN TO "MATERIAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIS-NOME
               FILE STATUS IS WS-FS-MATER.

           SELECT ARQ-HISTORICO ASSIGN TO "HISTNOTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIS-CHAVE
               FILE STATUS IS WS-FS-HIST.

           SELECT ARQ-EXTRATO ASSIGN TO "EXTRATO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXTR.

           SELECT ARQ-AUDITORIA ASSIGN TO "AUDITORIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDIT.

           SELECT ARQ-OPERADORES ASSIGN TO "OPERADOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-FS-OPER.

           SELECT ARQ-PERIODO ASSIGN TO "PERIODO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-CHAVE
               FILE STATUS IS WS-FS-PERIODO.

           SELECT ARQ-CLASSIFICACAO ASSIGN TO "SORTCRIT".

           SELECT REL-CRITICA ASSIGN TO "RELCRIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-MESTRE.
       COPY WSINFO.

       FD  ARQ-PARAMETROS.
       COPY PARAMREG.

       FD  ARQ-ALUNOS.
       COPY ALUNOREG.

       FD  ARQ-FREQUENCIA.
       COPY FREQREG.

       FD  ARQ-MATERIAS.
       COPY MATERREG.

       FD  ARQ-HISTORICO.
       COPY HISTREG.

       FD  ARQ-EXTRATO.
       01  WS-REG-EXTRATO               PIC X(150).

       FD  ARQ-AUDITORIA.
       COPY AUDITREG.

       FD  ARQ-OPERADORES.
       COPY OPERREG.

       FD  ARQ-PERIODO.
       COPY PERIOREG.

       SD  ARQ-CLASSIFICACAO.
       01  WS-REG-CLASSIFICACAO.
           03  SRT-GRAVIDADE            PIC 9(01).
           03  SRT-TIPO                 PIC 9(02).
           03  SRT-MATRICULA            PIC 9(08).
           03  SRT-REFERENCIA           PIC X(20).
           03  SRT-DETALHE              PIC X(50).
           03  SRT-ACAO                 PIC X(12).

       FD  REL-CRITICA.
       01  WS-LINHA-REL                 PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS-MESTRE             PIC XX  VALUE "00".
       77 WS-FS-PARAM              PIC XX  VALUE "00".
       77 WS-FS-ALUNOS             PIC XX  VALUE "00".
       77 WS-FS-FREQ               PIC XX  VALUE "00".
       77 WS-FS-MATER              PIC XX  VALUE "00".
       77 WS-FS-HIST               PIC XX  VALUE "00".
       77 WS-FS-EXTR               PIC XX  VALUE "00".
       77 WS-FS-AUDIT              PIC XX  VALUE "00".
       77 WS-FS-OPER               PIC XX  VALUE "00".
       77 WS-FS-PERIODO            PIC XX  VALUE "00".
       77 WS-FS-REL                PIC XX  VALUE "00".
       77 WS-PODE-CRITICAR         PIC X   VALUE 'S'.
       77 WS-MESTRE-ABERTO         PIC X   VALUE 'N'.
       77 WS-ALUNOS-ABERTO         PIC X   VALUE 'N'.
       77 WS-FREQ-ABERTO           PIC X   VALUE 'N'.
       77 WS-MATER-ABERTO          PIC X   VALUE 'N'.
       77 WS-HIST-ABERTO           PIC X   VALUE 'N'.
       77 WS-SAIDAS-ABERTAS        PIC X   VALUE 'N'.
       77 WS-REL-ABERTO            PIC X   VALUE 'N'.
       77 WS-FIM-MESTRE            PIC X   VALUE 'N'.
       77 WS-FIM-FREQUENCIA        PIC X   VALUE 'N'.
       77 WS-FIM-HISTORICO         PIC X   VALUE 'N'.
       77 WS-FIM-CLASSIF           PIC X   VALUE 'N'.
       77 WS-FREQ-ACHADA           PIC X   VALUE 'N'.
       77 WS-ALUNO-ACHADO          PIC X   VALUE 'N'.
       77 WS-REGRAVAR              PIC X   VALUE 'N'.
       77 WS-MEDIA-ACERTADA        PIC X   VALUE 'N'.
       77 WS-TEM-QUEBRA            PIC X   VALUE 'N'.
       77 WS-HOLD-TIPO             PIC 9(02) VALUE 0.
       77 WS-QTD-TENTATIVAS        PIC 9(01) VALUE 0.
       77 WS-OPER-ID-DIG           PIC X(10).
       77 WS-OPER-SENHA-DIG        PIC X(10).
       77 WS-MODO-EXECUCAO         PIC X(01) VALUE 'R'.
          88 WS-MODO-RELATORIO     VALUE 'R'.
          88 WS-MODO-ACERTO        VALUE 'A'.
       77 WS-MODO-OK               PIC X   VALUE 'N'.
       77 WS-IDX-QUAD              PIC 9(02) VALUE 0.
       77 WS-IDX-NOTA              PIC 9(02) VALUE 0.
       77 WS-IDX-TIPO              PIC 9(02) VALUE 0.
       77 WS-IDX-GRAV              PIC 9(01) VALUE 0.
       77 WS-TOTAL-FALTAS          PIC 9(04) VALUE 0.
       77 WS-PERC-FREQ             PIC 9(03)V9 VALUE 0.
       77 WS-QTD-PENDENTES         PIC 9(02) VALUE 0.
       77 WS-SOMA-NOTAS            PIC 9(03)V99 VALUE 0.
       77 WS-MEDIA-CALC            PIC 9(02)V99 VALUE 0.
       77 WS-STATUS-CALC           PIC X(12) VALUE SPACES.
       77 WS-MEDIA-ANTIGA          PIC 9(02)V99 VALUE 0.
       77 WS-STATUS-ANTIGO         PIC X(12) VALUE SPACES.
       77 WS-MEDIA-ANT-ED          PIC 99.99.
       77 WS-MEDIA-CALC-ED         PIC 99.99.
       77 WS-TOTAL-AULAS-ED        PIC ZZ9.
       77 WS-DATA-CRITICA          PIC 9(08) VALUE 0.
       77 WS-HORA-CRITICA          PIC 9(08) VALUE 0.
       77 WS-HOLD-ANO-LETIVO       PIC 9(04) VALUE 0.
       77 WS-HOLD-TERMO            PIC 9(01) VALUE 0.
       77 WS-HOLD-MATRICULA        PIC 9(08) VALUE 0.

       77 WS-QTD-MESTRE            PIC 9(05) VALUE 0.
       77 WS-QTD-FREQUENCIA        PIC 9(05) VALUE 0.
       77 WS-QTD-HISTORICO         PIC 9(05) VALUE 0.
       77 WS-QTD-OCORRENCIAS       PIC 9(05) VALUE 0.
       77 WS-QTD-CORRIGIDAS        PIC 9(05) VALUE 0.
       77 WS-QTD-REGRAVADOS        PIC 9(05) VALUE 0.
       77 WS-QTD-OCOR-TIPO-ATUAL   PIC 9(05) VALUE 0.
       77 WS-QTD-CORR-TIPO-ATUAL   PIC 9(05) VALUE 0.

      * Ocorrencia montada pela critica antes de ir para a
      * classificacao.
       01  WS-OCORRENCIA.
           03  OCR-TIPO             PIC 9(02).
           03  OCR-MATRICULA        PIC 9(08).
           03  OCR-REFERENCIA       PIC X(20).
           03  OCR-DETALHE          PIC X(50).
           03  OCR-ACAO             PIC X(12).

       01  WS-REFERENCIA-HIST.
           03  FILLER               PIC X(04) VALUE "ANO ".
           03  REF-ANO-LETIVO       PIC 9(04).
           03  FILLER               PIC X(07) VALUE " TERMO ".
           03  REF-TERMO            PIC 9(01).
           03  FILLER               PIC X(04) VALUE SPACES.

       01  WS-NOTA-EDIT-TAB.
           03  WS-NOTA-EDIT             PIC X(05) OCCURS 4 TIMES.
       77 WS-NOTA-FMT              PIC Z9.99.
       77 WS-MEDIA-EDITADA         PIC Z9.99.

       COPY PARAMCTL.

       COPY OPERCTL.

       COPY PERIOCTL.

      * Tabela de tipos: descricao, gravidade (1 = ALTA, 2 = MEDIA,
      * 3 = BAIXA) e se o modo acerto corrige (S/N).
       01  WS-TAB-TIPOS.
           03  FILLER               PIC X(36)
                VALUE "MATRICULA DO MESTRE SEM CADASTRO".
           03  FILLER               PIC 9(01) VALUE 1.
           03  FILLER               PIC X(01) VALUE 'N'.
           03  FILLER               PIC X(36)
                VALUE "TURMA DO MESTRE DIFERE DO CADASTRO".
           03  FILLER               PIC 9(01) VALUE 2.
           03  FILLER               PIC X(01) VALUE 'S'.
           03  FILLER               PIC X(36)
                VALUE "MATERIA DO MESTRE FORA DO CADASTRO".
           03  FILLER               PIC 9(01) VALUE 1.
           03  FILLER               PIC X(01) VALUE 'N'.
           03  FILLER               PIC X(36)
                VALUE "MEDIA/STATUS NAO BATEM COM AS NOTAS".
           03  FILLER               PIC 9(01) VALUE 1.
           03  FILLER               PIC X(01) VALUE 'S'.
           03  FILLER               PIC X(36)
                VALUE "FREQUENCIA SEM LANCAMENTO NO MESTRE".
           03  FILLER               PIC 9(01) VALUE 2.
           03  FILLER               PIC X(01) VALUE 'N'.
           03  FILLER               PIC X(36)
                VALUE "LANCAMENTO SEM FREQUENCIA LANCADA".
           03  FILLER               PIC 9(01) VALUE 3.
           03  FILLER               PIC X(01) VALUE 'N'.
           03  FILLER               PIC X(36)
                VALUE "MATRICULA DO HISTNOTA SEM CADASTRO".
           03  FILLER               PIC 9(01) VALUE 2.
           03  FILLER               PIC X(01) VALUE 'N'.
       01  WS-TAB-TIPOS-R REDEFINES WS-TAB-TIPOS.
           03  WS-TIPO-ENTRADA      OCCURS 7 TIMES.
               05  WS-TIPO-DESC     PIC X(36).
               05  WS-TIPO-GRAV     PIC 9(01).
               05  WS-TIPO-CORRIGE  PIC X(01).

       01  WS-TAB-GRAVIDADES.
           03  FILLER               PIC X(05) VALUE "ALTA".
           03  FILLER               PIC X(05) VALUE "MEDIA".
           03  FILLER               PIC X(05) VALUE "BAIXA".
       01  WS-TAB-GRAVIDADES-R REDEFINES WS-TAB-GRAVIDADES.
           03  WS-NOME-GRAV         PIC X(05) OCCURS 3 TIMES.

       01  WS-CONTADORES-TIPO.
           03  WS-QTD-TIPO          PIC 9(05) OCCURS 7 TIMES.
           03  WS-QTD-CORR-TIPO     PIC 9(05) OCCURS 7 TIMES.
       01  WS-CONTADORES-GRAV.
           03  WS-QTD-GRAV          PIC 9(05) OCCURS 3 TIMES.

       01  WS-CAB-REL1.
           03  FILLER               PIC X(40)
                VALUE "CRITICA DE CONSISTENCIA CRUZADA - MESTRE".
           03  FILLER               PIC X(92)
                VALUE " X ALUNOS X MATERIAS X FREQUENC X HISTNOTA".

       01  WS-CAB-REL2.
           03  FILLER               PIC X(12) VALUE "ANO LETIVO:".
           03  CAB-ANO              PIC 9(04).
           03  FILLER               PIC X(03) VALUE SPACES.
           03  FILLER               PIC X(07) VALUE "TERMO:".
           03  CAB-TERMO            PIC 9(01).
           03  FILLER               PIC X(03) VALUE SPACES.
           03  FILLER               PIC X(07) VALUE "ETAPA:".
           03  CAB-ETAPA            PIC X(11).
           03  FILLER               PIC X(03) VALUE SPACES.
           03  FILLER               PIC X(07) VALUE "CORTE:".
           03  CAB-CORTE            PIC Z9.99.
           03  FILLER               PIC X(03) VALUE SPACES.
           03  FILLER               PIC X(10) VALUE "GERADO EM:".
           03  CAB-DATA             PIC 9(08).
           03  FILLER               PIC X(03) VALUE SPACES.
           03  FILLER               PIC X(10) VALUE "OPERADOR:".
           03  CAB-OPERADOR         PIC X(10).
           03  FILLER               PIC X(25) VALUE SPACES.

       01  WS-CAB-MODO-REL          PIC X(132)
            VALUE "MODO: RELATORIO (SO CRITICA - NADA FOI CORRIGIDO)".

       01  WS-CAB-MODO-ACE          PIC X(132)
            VALUE "MODO: ACERTO (TURMA E MEDIA/STATUS CORRIGIDOS)".

       01  WS-CAB-TIPO.
           03  FILLER               PIC X(05) VALUE "TIPO".
           03  CAB-TIPO             PIC 9(02).
           03  FILLER               PIC X(03) VALUE " - ".
           03  CAB-DESC-TIPO        PIC X(36).
           03  FILLER               PIC X(03) VALUE SPACES.
           03  FILLER               PIC X(11) VALUE "GRAVIDADE:".
           03  CAB-GRAVIDADE        PIC X(05).
           03  FILLER               PIC X(03) VALUE SPACES.
           03  FILLER               PIC X(08) VALUE "ACERTO:".
           03  CAB-ACERTO           PIC X(10).
           03  FILLER               PIC X(46) VALUE SPACES.

       01  WS-CAB-COLUNAS.
           03  FILLER               PIC X(02) VALUE SPACES.
           03  FILLER               PIC X(09) VALUE "MATRICULA".
           03  FILLER               PIC X(01) VALUE SPACES.
           03  FILLER               PIC X(20)
                VALUE "MATERIA/REFERENCIA".
           03  FILLER               PIC X(02) VALUE SPACES.
           03  FILLER               PIC X(50) VALUE "DETALHE".
           03  FILLER               PIC X(02) VALUE SPACES.
           03  FILLER               PIC X(12) VALUE "ACAO".
           03  FILLER               PIC X(34) VALUE SPACES.

       01  WS-LIN-OCORRENCIA.
           03  FILLER               PIC X(02) VALUE SPACES.
           03  LIN-MATRICULA        PIC 9(08).
           03  FILLER               PIC X(02) VALUE SPACES.
           03  LIN-REFERENCIA       PIC X(20).
           03  FILLER               PIC X(02) VALUE SPACES.
           03  LIN-DETALHE          PIC X(50).
           03  FILLER               PIC X(02) VALUE SPACES.
           03  LIN-ACAO             PIC X(12).
           03  FILLER               PIC X(34) VALUE SPACES.

       01  WS-ROD-TIPO.
           03  FILLER               PIC X(02) VALUE SPACES.
           03  FILLER               PIC X(16) VALUE "OCORRENCIAS:".
           03  ROD-OCORRENCIAS      PIC ZZZZ9.
           03  FILLER               PIC X(03) VALUE SPACES.
           03  FILLER               PIC X(12) VALUE "CORRIGIDAS:".
           03  ROD-CORRIGIDAS       PIC ZZZZ9.
           03  FILLER               PIC X(89) VALUE SPACES.

       01  WS-LIN-RESUMO.
           03  FILLER               PIC X(02) VALUE SPACES.
           03  RES-TIPO             PIC 9(02).
           03  FILLER               PIC X(03) VALUE " - ".
           03  RES-DESC-TIPO        PIC X(36).
           03  FILLER               PIC X(02) VALUE SPACES.
           03  RES-GRAVIDADE        PIC X(05).
           03  FILLER               PIC X(03) VALUE SPACES.
           03  RES-OCORRENCIAS      PIC ZZZZ9.
           03  FILLER               PIC X(03) VALUE SPACES.
           03  RES-CORRIGIDAS       PIC ZZZZ9.
           03  FILLER               PIC X(66) VALUE SPACES.

       01  WS-CAB-RESUMO.
           03  FILLER               PIC X(45)
                VALUE "  RESUMO POR TIPO".
           03  FILLER               PIC X(08) VALUE "GRAV.".
           03  FILLER               PIC X(08) VALUE "OCORR.".
           03  FILLER               PIC X(10) VALUE "CORRIG.".
           03  FILLER               PIC X(61) VALUE SPACES.

       01  WS-LIN-GRAVIDADE.
           03  FILLER               PIC X(02) VALUE SPACES.
           03  FILLER               PIC X(10) VALUE "GRAVIDADE".
           03  GRV-NOME             PIC X(05).
           03  FILLER               PIC X(13) VALUE ":".
           03  GRV-OCORRENCIAS      PIC ZZZZ9.
           03  FILLER               PIC X(97) VALUE SPACES.

       01  WS-LINHA-BRANCO          PIC X(132) VALUE SPACES.

       01  WS-TOT-REL1.
           03  FILLER               PIC X(30)
                VALUE "LANCAMENTOS DO MESTRE LIDOS:".
           03  TOT-MESTRE           PIC ZZZZ9.
           03  FILLER               PIC X(97) VALUE SPACES.

       01  WS-TOT-REL2.
           03  FILLER               PIC X(30)
                VALUE "REGISTROS DE FREQUENCIA LIDOS:".
           03  TOT-FREQUENCIA       PIC ZZZZ9.
           03  FILLER               PIC X(97) VALUE SPACES.

       01  WS-TOT-REL3.
           03  FILLER               PIC X(30)
                VALUE "REGISTROS DO HISTNOTA LIDOS:".
           03  TOT-HISTORICO        PIC ZZZZ9.
           03  FILLER               PIC X(97) VALUE SPACES.

       01  WS-TOT-REL4.
           03  FILLER               PIC X(30)
                VALUE "INCONSISTENCIAS ENCONTRADAS:".
           03  TOT-OCORRENCIAS      PIC ZZZZ9.
           03  FILLER               PIC X(97) VALUE SPACES.

       01  WS-TOT-REL5.
           03  FILLER               PIC X(30)
                VALUE "INCONSISTENCIAS CORRIGIDAS:".
           03  TOT-CORRIGIDAS       PIC ZZZZ9.
           03  FILLER               PIC X(97) VALUE SPACES.

       01  WS-TOT-REL6.
           03  FILLER               PIC X(30)
                VALUE "LANCAMENTOS REGRAVADOS:".
           03  TOT-REGRAVADOS       PIC ZZZZ9.
           03  FILLER               PIC X(97) VALUE SPACES.

       PROCEDURE DIVISION.
       P100-INICIAR.
            ACCEPT WS-DATA-CRITICA FROM DATE YYYYMMDD.
            ACCEPT WS-HORA-CRITICA FROM TIME.
            DISPLAY "**   CRITICA DE CONSISTENCIA CRUZADA            **"
            PERFORM P112-SIGNON.
            IF NOT CTL-SIGNON-OK
               DISPLAY "ACESSO NAO AUTORIZADO - CRITICA NAO EXECUTADA."
               STOP RUN
            END-IF.
            MOVE 'N' TO WS-MODO-OK.
            PERFORM P114-PEDIR-MODO UNTIL WS-MODO-OK = 'S'.
            PERFORM P110-LER-PARAMETROS.
            PERFORM P115-VERIFICAR-PERIODO.
            PERFORM P120-ABRIR-ARQUIVOS.
            IF WS-PODE-CRITICAR = 'S'
               MOVE ZEROS TO WS-CONTADORES-TIPO
               MOVE ZEROS TO WS-CONTADORES-GRAV
               SORT ARQ-CLASSIFICACAO
                  ON ASCENDING KEY SRT-GRAVIDADE
                                   SRT-TIPO
                                   SRT-MATRICULA
                                   SRT-REFERENCIA
                  INPUT PROCEDURE IS P200-CRITICAR-ARQUIVOS
                  OUTPUT PROCEDURE IS P500-IMPRIMIR-CRITICA
               PERFORM P800-TOTAIS
            END-IF.
            PERFORM P999-FIM.
            EXIT PROGRAM.

      * Sign-on do operador: ID e senha conferidos no cadastro de
      * operadores (CADOPER), com tres tentativas - e o ID do sign-on
      * que carimba cada media/status acertado.
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

      * O relatorio so le os arquivos; o acerto regrava o mestre e e
      * restrito aos perfis senior e coordenacao - o digitador roda a
      * critica no modo relatorio.
       P114-PEDIR-MODO.
            DISPLAY "MODO DE EXECUCAO: R = RELATORIO (SO CRITICA) / "
                    "A = ACERTO DOS CASOS MECANICOS."
            ACCEPT WS-MODO-EXECUCAO.
            IF WS-MODO-RELATORIO OR WS-MODO-ACERTO
               MOVE 'S' TO WS-MODO-OK
               IF WS-MODO-ACERTO AND CTL-OPER-DIGITADOR
                  SET WS-MODO-RELATORIO TO TRUE
                  DISPLAY "ACERTO RESTRITO AOS PERFIS SENIOR E "
                          "COORDENACAO - CRITICA RODA EM RELATORIO."
               END-IF
            ELSE
               DISPLAY "MODO INVALIDO - SOMENTE R OU A. "
                       "TENTE NOVAMENTE."
            END-IF.

       P110-LER-PARAMETROS.
            OPEN INPUT ARQ-PARAMETROS.
            IF WS-FS-PARAM = "00"
               READ ARQ-PARAMETROS
                  AT END
                     DISPLAY "PARAMETROS VAZIOS - USANDO PADRAO."
                  NOT AT END
                     MOVE PARM-NOTA-CORTE TO CTL-NOTA-CORTE
                     MOVE PARM-QTD-QUAD   TO CTL-QTD-QUAD
                     PERFORM P111-VALIDAR-PARAMETROS
               END-READ
               CLOSE ARQ-PARAMETROS
            ELSE
               DISPLAY "ARQUIVO DE PARAMETROS NAO ENCONTRADO - "
                       "USANDO PADRAO (CORTE 7.00 / 4 QUADRIMESTRES)."
            END-IF.

       P111-VALIDAR-PARAMETROS.
            IF (CTL-QTD-QUAD < 1) OR (CTL-QTD-QUAD > 4)
               DISPLAY "QTD DE QUADRIMESTRES NO ARQUIVO DE PARAMETROS "
                       "FORA DA FAIXA (1-4) - USANDO PADRAO (4)."
               MOVE 4 TO CTL-QTD-QUAD
            END-IF.
            IF (PARM-FREQ-MINIMA IS NUMERIC)
               AND (PARM-FREQ-MINIMA > 0)
               AND (PARM-FREQ-MINIMA <= 100)
               MOVE PARM-FREQ-MINIMA TO CTL-FREQ-MINIMA
            ELSE
               DISPLAY "FREQUENCIA MINIMA AUSENTE OU FORA DA FAIXA "
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

      * Media e status so podem ser recalculados com o termo ABERTO -
      * depois da apuracao o mestre nao muda mais. A divergencia
      * continua relatada; o realinhamento da turma nao depende da
      * etapa.
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
            IF (NOT CTL-PER-ABERTO) AND WS-MODO-ACERTO
               DISPLAY "TERMO " CTL-ANO-LETIVO "/" CTL-TERMO
                       " NA ETAPA " CTL-NOME-ETAPA(CTL-PER-ETAPA)
                       " - MEDIA/STATUS SO SERAO RELATADOS."
            END-IF.

      * Mestre, cadastro de alunos e cadastro de materias sao
      * obrigatorios; sem a frequencia ou o historico as criticas
      * desses arquivos nao sao feitas.
       P120-ABRIR-ARQUIVOS.
            IF WS-MODO-ACERTO
               OPEN I-O ARQ-MESTRE
            ELSE
               OPEN INPUT ARQ-MESTRE
            END-IF.
            IF WS-FS-MESTRE = "00"
               MOVE 'S' TO WS-MESTRE-ABERTO
            ELSE
               DISPLAY "ARQUIVO MESTRE NAO ENCONTRADO - CRITICA "
                       "CANCELADA."
               MOVE 'N' TO WS-PODE-CRITICAR
            END-IF.
            OPEN INPUT ARQ-ALUNOS.
            IF WS-FS-ALUNOS = "00"
               MOVE 'S' TO WS-ALUNOS-ABERTO
            ELSE
               DISPLAY "CADASTRO DE ALUNOS NAO ENCONTRADO - CRITICA "
                       "CANCELADA."
               MOVE 'N' TO WS-PODE-CRITICAR
            END-IF.
            OPEN INPUT ARQ-MATERIAS.
            IF WS-FS-MATER = "00"
               MOVE 'S' TO WS-MATER-ABERTO
            ELSE
               DISPLAY "CADASTRO DE MATERIAS NAO ENCONTRADO - CRITICA "
                       "CANCELADA."
               MOVE 'N' TO WS-PODE-CRITICAR
            END-IF.
            OPEN INPUT ARQ-FREQUENCIA.
            IF WS-FS-FREQ = "00"
               MOVE 'S' TO WS-FREQ-ABERTO
            ELSE
               DISPLAY "ARQUIVO DE FREQUENCIA NAO ENCONTRADO - "
                       "CRITICA DA FREQUENCIA NAO SERA FEITA."
            END-IF.
            OPEN INPUT ARQ-HISTORICO.
            IF WS-FS-HIST = "00"
               MOVE 'S' TO WS-HIST-ABERTO
            ELSE
               DISPLAY "HISTORICO DE NOTAS NAO ENCONTRADO - CRITICA "
                       "DO HISTNOTA NAO SERA FEITA."
            END-IF.
            IF (WS-PODE-CRITICAR = 'S') AND WS-MODO-ACERTO
               PERFORM P125-ABRIR-SAIDAS-ACERTO
            END-IF.
            IF WS-PODE-CRITICAR = 'S'
               OPEN OUTPUT REL-CRITICA
               MOVE 'S' TO WS-REL-ABERTO
               PERFORM P130-CABECALHO
            END-IF.

       P125-ABRIR-SAIDAS-ACERTO.
            OPEN EXTEND ARQ-EXTRATO.
            IF WS-FS-EXTR = "35"
               OPEN OUTPUT ARQ-EXTRATO
               CLOSE ARQ-EXTRATO
               OPEN EXTEND ARQ-EXTRATO
            END-IF.
            OPEN EXTEND ARQ-AUDITORIA.
            IF WS-FS-AUDIT = "35"
               OPEN OUTPUT ARQ-AUDITORIA
               CLOSE ARQ-AUDITORIA
               OPEN EXTEND ARQ-AUDITORIA
            END-IF.
            MOVE 'S' TO WS-SAIDAS-ABERTAS.

       P130-CABECALHO.
            MOVE CTL-ANO-LETIVO  TO CAB-ANO.
            MOVE CTL-TERMO       TO CAB-TERMO.
            MOVE CTL-NOME-ETAPA(CTL-PER-ETAPA) TO CAB-ETAPA.
            MOVE CTL-NOTA-CORTE  TO CAB-CORTE.
            MOVE WS-DATA-CRITICA TO CAB-DATA.
            MOVE CTL-OPER-ID     TO CAB-OPERADOR.
            WRITE WS-LINHA-REL FROM WS-CAB-REL1.
            WRITE WS-LINHA-REL FROM WS-CAB-REL2.
            IF WS-MODO-ACERTO
               WRITE WS-LINHA-REL FROM WS-CAB-MODO-ACE
            ELSE
               WRITE WS-LINHA-REL FROM WS-CAB-MODO-REL
            END-IF.

      ******************************************************************
      * Procedimento de entrada da classificacao: tres passadas, uma
      * por arquivo-base, cada inconsistencia liberada como ocorrencia.
      ******************************************************************
       P200-CRITICAR-ARQUIVOS.
            PERFORM P300-CRITICAR-MESTRE.
            IF WS-FREQ-ABERTO = 'S'
               PERFORM P400-CRITICAR-FREQUENCIA
            END-IF.
            IF WS-HIST-ABERTO = 'S'
               PERFORM P450-CRITICAR-HISTORICO
            END-IF.

      * Passada 1 - cada lancamento do mestre contra o cadastro de
      * alunos, o cadastro de materias, a frequencia e os parametros.
       P300-CRITICAR-MESTRE.
            MOVE 'N' TO WS-FIM-MESTRE.
            PERFORM P301-LER-MESTRE.
            PERFORM P305-CRITICAR-LANCAMENTO
               UNTIL WS-FIM-MESTRE = 'S'.

       P301-LER-MESTRE.
            READ ARQ-MESTRE NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIM-MESTRE
               NOT AT END
                  ADD 1 TO WS-QTD-MESTRE
            END-READ.

       P305-CRITICAR-LANCAMENTO.
            MOVE 'N' TO WS-REGRAVAR.
            MOVE 'N' TO WS-MEDIA-ACERTADA.
            PERFORM P310-CRITICAR-ALUNO.
            PERFORM P320-CRITICAR-MATERIA.
            PERFORM P330-CRITICAR-MEDIA.
            IF WS-REGRAVAR = 'S'
               PERFORM P350-REGRAVAR-LANCAMENTO
            END-IF.
            PERFORM P301-LER-MESTRE.

      * Matricula excluida do cadastro nao tem acerto mecanico (a
      * decisao e da secretaria); turma diferente da do cadastro vem
      * de remanejamento ou promocao e e realinhada pelo cadastro.
       P310-CRITICAR-ALUNO.
            MOVE WS-MATRICULA TO AL-MATRICULA.
            READ ARQ-ALUNOS
               INVALID KEY
                  MOVE 'N' TO WS-ALUNO-ACHADO
               NOT INVALID KEY
                  MOVE 'S' TO WS-ALUNO-ACHADO
            END-READ.
            IF WS-ALUNO-ACHADO = 'N'
               MOVE 1            TO OCR-TIPO
               MOVE WS-MATRICULA TO OCR-MATRICULA
               MOVE WS-MATERIA   TO OCR-REFERENCIA
               MOVE SPACES       TO OCR-DETALHE
               STRING "ALUNO NO MESTRE: " DELIMITED BY SIZE
                      WS-ALUNO            DELIMITED BY SIZE
                      INTO OCR-DETALHE
               END-STRING
               PERFORM P390-LIBERAR-OCORRENCIA
            ELSE
               IF WS-TURMA NOT = AL-TURMA
                  PERFORM P315-CRITICAR-TURMA
               END-IF
            END-IF.

       P315-CRITICAR-TURMA.
            MOVE 2            TO OCR-TIPO.
            MOVE WS-MATRICULA TO OCR-MATRICULA.
            MOVE WS-MATERIA   TO OCR-REFERENCIA.
            MOVE SPACES       TO OCR-DETALHE.
            STRING "MESTRE: "   DELIMITED BY SIZE
                   WS-TURMA     DELIMITED BY SIZE
                   "  CADASTRO: " DELIMITED BY SIZE
                   AL-TURMA     DELIMITED BY SIZE
                   INTO OCR-DETALHE
            END-STRING.
            IF AL-TURMA = SPACES
               MOVE "SO RELATADO" TO OCR-ACAO
            ELSE
               IF WS-MODO-ACERTO
                  MOVE AL-TURMA TO WS-TURMA
                  MOVE 'S' TO WS-REGRAVAR
                  MOVE "CORRIGIDO" TO OCR-ACAO
               ELSE
                  MOVE "CORRIGIVEL" TO OCR-ACAO
               END-IF
            END-IF.
            PERFORM P391-LIBERAR-COM-ACAO.

       P320-CRITICAR-MATERIA.
            MOVE WS-MATERIA TO DIS-NOME.
            READ ARQ-MATERIAS
               INVALID KEY
                  MOVE 3            TO OCR-TIPO
                  MOVE WS-MATRICULA TO OCR-MATRICULA
                  MOVE WS-MATERIA   TO OCR-REFERENCIA
                  MOVE SPACES       TO OCR-DETALHE
                  STRING "TURMA: "  DELIMITED BY SIZE
                         WS-TURMA   DELIMITED BY SIZE
                         INTO OCR-DETALHE
                  END-STRING
                  PERFORM P390-LIBERAR-OCORRENCIA
            END-READ.

      * Media e status recalculados com a mesma regra do lancamento
      * (NOTALOTE P320/P325) e os parametros atuais; a falta do
      * registro de frequencia e relatada a parte, porque na
      * apuracao ela vale 100%.
       P330-CRITICAR-MEDIA.
            MOVE 0 TO WS-QTD-PENDENTES.
            PERFORM P331-CONTAR-PENDENTE
               VARYING WS-IDX-NOTA FROM 1 BY 1
               UNTIL WS-IDX-NOTA > CTL-QTD-QUAD.
            PERFORM P336-CALCULAR-FREQUENCIA.
            IF WS-QTD-PENDENTES > 0
               MOVE 0 TO WS-MEDIA-CALC
               MOVE "INCOMPLETO" TO WS-STATUS-CALC
            ELSE
               MOVE 0 TO WS-SOMA-NOTAS
               PERFORM P332-SOMAR-NOTA
                  VARYING WS-IDX-NOTA FROM 1 BY 1
                  UNTIL WS-IDX-NOTA > CTL-QTD-QUAD
               COMPUTE WS-MEDIA-CALC = WS-SOMA-NOTAS / CTL-QTD-QUAD
               IF WS-MEDIA-CALC >= CTL-NOTA-CORTE
                  MOVE "APROVADO" TO WS-STATUS-CALC
               ELSE
                  MOVE "REPROVADO" TO WS-STATUS-CALC
               END-IF
               IF WS-PERC-FREQ < CTL-FREQ-MINIMA
                  MOVE "REPROV FALTA" TO WS-STATUS-CALC
               END-IF
            END-IF.
            IF (WS-MEDIA NOT = WS-MEDIA-CALC)
               OR (WS-STATUS NOT = WS-STATUS-CALC)
               PERFORM P340-CRITICAR-DIVERGENCIA
            END-IF.
            IF (WS-FREQ-ABERTO = 'S') AND (WS-FREQ-ACHADA = 'N')
               MOVE 6            TO OCR-TIPO
               MOVE WS-MATRICULA TO OCR-MATRICULA
               MOVE WS-MATERIA   TO OCR-REFERENCIA
               MOVE "SEM FALTAS LANCADAS NO CADFREQ - VALE 100%"
                                 TO OCR-DETALHE
               PERFORM P390-LIBERAR-OCORRENCIA
            END-IF.

       P331-CONTAR-PENDENTE.
            IF WS-NOTA-PENDENTE(WS-IDX-NOTA)
               ADD 1 TO WS-QTD-PENDENTES
            END-IF.

       P332-SOMAR-NOTA.
            ADD WS-NOTA(WS-IDX-NOTA) TO WS-SOMA-NOTAS.

       P336-CALCULAR-FREQUENCIA.
            MOVE 'N' TO WS-FREQ-ACHADA.
            MOVE 100.0 TO WS-PERC-FREQ.
            IF WS-FREQ-ABERTO = 'S'
               MOVE WS-MATRICULA TO FRQ-MATRICULA
               MOVE WS-MATERIA   TO FRQ-MATERIA
               READ ARQ-FREQUENCIA
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE 'S' TO WS-FREQ-ACHADA
               END-READ
            END-IF.
            IF (WS-FREQ-ACHADA = 'S') AND (FRQ-TOTAL-AULAS > 0)
               MOVE 0 TO WS-TOTAL-FALTAS
               PERFORM P337-SOMAR-FALTAS
                  VARYING WS-IDX-QUAD FROM 1 BY 1
                  UNTIL WS-IDX-QUAD > CTL-QTD-QUAD
               COMPUTE WS-PERC-FREQ ROUNDED =
                       ((FRQ-TOTAL-AULAS - WS-TOTAL-FALTAS) * 100)
                       / FRQ-TOTAL-AULAS
            END-IF.

       P337-SOMAR-FALTAS.
            ADD FRQ-FALTAS(WS-IDX-QUAD) TO WS-TOTAL-FALTAS.

      * O recalculo so e aplicado com o termo ABERTO; fora dele a
      * divergencia fica relatada para o conselho/secretaria.
       P340-CRITICAR-DIVERGENCIA.
            MOVE WS-MEDIA       TO WS-MEDIA-ANT-ED.
            MOVE WS-MEDIA-CALC  TO WS-MEDIA-CALC-ED.
            MOVE 4              TO OCR-TIPO.
            MOVE WS-MATRICULA   TO OCR-MATRICULA.
            MOVE WS-MATERIA     TO OCR-REFERENCIA.
            MOVE SPACES         TO OCR-DETALHE.
            STRING "MEDIA "          DELIMITED BY SIZE
                   WS-MEDIA-ANT-ED   DELIMITED BY SIZE
                   " "               DELIMITED BY SIZE
                   WS-STATUS         DELIMITED BY SIZE
                   " -> "            DELIMITED BY SIZE
                   WS-MEDIA-CALC-ED  DELIMITED BY SIZE
                   " "               DELIMITED BY SIZE
                   WS-STATUS-CALC    DELIMITED BY SIZE
                   INTO OCR-DETALHE
            END-STRING.
            EVALUATE TRUE
               WHEN WS-MODO-RELATORIO
                  MOVE "CORRIGIVEL" TO OCR-ACAO
               WHEN NOT CTL-PER-ABERTO
                  MOVE "BLOQ ETAPA" TO OCR-ACAO
               WHEN OTHER
                  MOVE WS-MEDIA       TO WS-MEDIA-ANTIGA
                  MOVE WS-STATUS      TO WS-STATUS-ANTIGO
                  MOVE WS-MEDIA-CALC  TO WS-MEDIA
                  MOVE WS-STATUS-CALC TO WS-STATUS
                  MOVE CTL-OPER-ID     TO WS-OPERADOR
                  MOVE WS-DATA-CRITICA TO WS-DATA-LANC
                  MOVE WS-HORA-CRITICA TO WS-HORA-LANC
                  SET WS-PORTAL-PENDENTE TO TRUE
                  MOVE 0 TO WS-REMESSA-NUM
                  SET WS-FINAL-PENDENTE TO TRUE
                  MOVE 'S' TO WS-REGRAVAR
                  MOVE 'S' TO WS-MEDIA-ACERTADA
                  MOVE "CORRIGIDO" TO OCR-ACAO
            END-EVALUATE.
            PERFORM P391-LIBERAR-COM-ACAO.

      * Uma unica regravacao por lancamento (turma e media juntas);
      * media/status acertados vao para a trilha de auditoria e para
      * o extrato, como uma correcao on-line.
       P350-REGRAVAR-LANCAMENTO.
            REWRITE WS-INFO
               INVALID KEY
                  DISPLAY "ERRO AO REGRAVAR LANCAMENTO: "
                          WS-MATRICULA " / " WS-MATERIA
               NOT INVALID KEY
                  ADD 1 TO WS-QTD-REGRAVADOS
                  IF WS-MEDIA-ACERTADA = 'S'
                     PERFORM P360-GRAVAR-AUDITORIA
                     PERFORM P370-GRAVAR-EXTRATO
                  END-IF
            END-REWRITE.

      * Recalculo nao altera nota: a trilha sai com a nota 0 e as
      * notas antiga/nova zeradas, so com media e status.
       P360-GRAVAR-AUDITORIA.
            MOVE WS-MATRICULA     TO AUD-MATRICULA.
            MOVE WS-MATERIA       TO AUD-MATERIA.
            MOVE 0                TO AUD-IDX-NOTA.
            MOVE 0                TO AUD-NOTA-ANTIGA.
            MOVE 0                TO AUD-NOTA-NOVA.
            MOVE WS-MEDIA-ANTIGA  TO AUD-MEDIA-ANTIGA.
            MOVE WS-MEDIA         TO AUD-MEDIA-NOVA.
            MOVE WS-STATUS-ANTIGO TO AUD-STATUS-ANTIGO.
            MOVE WS-STATUS        TO AUD-STATUS-NOVO.
            MOVE WS-OPERADOR      TO AUD-OPERADOR.
            MOVE WS-DATA-LANC     TO AUD-DATA.
            MOVE WS-HORA-LANC     TO AUD-HORA.
            WRITE WS-REG-AUDITORIA.

      * Mesmo extrato CSV da entrada on-line (P541 do DESAFIOM2) - e
      * por ele que a media acertada sobe ao portal da prefeitura.
       P370-GRAVAR-EXTRATO.
            PERFORM P375-FORMATAR-NOTA-EXTRATO
               VARYING WS-IDX-NOTA FROM 1 BY 1
               UNTIL WS-IDX-NOTA > 4.
            MOVE WS-MEDIA TO WS-MEDIA-EDITADA.
            MOVE SPACES TO WS-REG-EXTRATO.
            STRING WS-MATRICULA       DELIMITED BY SIZE
                   ","                DELIMITED BY SIZE
                   WS-ALUNO           DELIMITED BY SIZE
                   ","                DELIMITED BY SIZE
                   WS-MATERIA         DELIMITED BY SIZE
                   ","                DELIMITED BY SIZE
                   WS-NOTA-EDIT(1)    DELIMITED BY SIZE
                   ","                DELIMITED BY SIZE
                   WS-NOTA-EDIT(2)    DELIMITED BY SIZE
                   ","                DELIMITED BY SIZE
                   WS-NOTA-EDIT(3)    DELIMITED BY SIZE
                   ","                DELIMITED BY SIZE
                   WS-NOTA-EDIT(4)    DELIMITED BY SIZE
                   ","                DELIMITED BY SIZE
                   WS-MEDIA-EDITADA   DELIMITED BY SIZE
                   ","                DELIMITED BY SIZE
                   WS-STATUS          DELIMITED BY SIZE
                   ","                DELIMITED BY SIZE
                   WS-OPERADOR        DELIMITED BY SIZE
                   ","                DELIMITED BY SIZE
                   WS-DATA-LANC       DELIMITED BY SIZE
                   ","                DELIMITED BY SIZE
                   WS-HORA-LANC       DELIMITED BY SIZE
                   INTO WS-REG-EXTRATO
            END-STRING.
            WRITE WS-REG-EXTRATO.

       P375-FORMATAR-NOTA-EXTRATO.
            IF WS-IDX-NOTA > CTL-QTD-QUAD
               MOVE SPACES TO WS-NOTA-EDIT(WS-IDX-NOTA)
            ELSE
               IF WS-NOTA-PENDENTE(WS-IDX-NOTA)
                  MOVE "PEND" TO WS-NOTA-EDIT(WS-IDX-NOTA)
               ELSE
                  MOVE WS-NOTA(WS-IDX-NOTA) TO WS-NOTA-FMT
                  MOVE WS-NOTA-FMT TO WS-NOTA-EDIT(WS-IDX-NOTA)
               END-IF
            END-IF.

      * Tipos sem acerto mecanico saem sempre como SO RELATADO; os
      * tipos corrigiveis trazem a acao ja decidida pela critica.
       P390-LIBERAR-OCORRENCIA.
            MOVE "SO RELATADO" TO OCR-ACAO.
            PERFORM P391-LIBERAR-COM-ACAO.

       P391-LIBERAR-COM-ACAO.
            MOVE WS-TIPO-GRAV(OCR-TIPO) TO SRT-GRAVIDADE.
            MOVE OCR-TIPO       TO SRT-TIPO.
            MOVE OCR-MATRICULA  TO SRT-MATRICULA.
            MOVE OCR-REFERENCIA TO SRT-REFERENCIA.
            MOVE OCR-DETALHE    TO SRT-DETALHE.
            MOVE OCR-ACAO       TO SRT-ACAO.
            RELEASE WS-REG-CLASSIFICACAO.
            ADD 1 TO WS-QTD-TIPO(OCR-TIPO).
            ADD 1 TO WS-QTD-GRAV(SRT-GRAVIDADE).
            ADD 1 TO WS-QTD-OCORRENCIAS.
            IF OCR-ACAO = "CORRIGIDO"
               ADD 1 TO WS-QTD-CORR-TIPO(OCR-TIPO)
               ADD 1 TO WS-QTD-CORRIGIDAS
            END-IF.

      * Passada 2 - cada registro de frequencia precisa de um
      * lancamento no mestre com a mesma matricula/materia.
       P400-CRITICAR-FREQUENCIA.
            MOVE 'N' TO WS-FIM-FREQUENCIA.
            MOVE LOW-VALUES TO FRQ-CHAVE.
            START ARQ-FREQUENCIA KEY NOT < FRQ-CHAVE
               INVALID KEY
                  MOVE 'S' TO WS-FIM-FREQUENCIA
            END-START.
            IF WS-FIM-FREQUENCIA NOT = 'S'
               PERFORM P401-LER-FREQUENCIA
            END-IF.
            PERFORM P405-CRITICAR-REG-FREQUENCIA
               UNTIL WS-FIM-FREQUENCIA = 'S'.

       P401-LER-FREQUENCIA.
            READ ARQ-FREQUENCIA NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIM-FREQUENCIA
               NOT AT END
                  ADD 1 TO WS-QTD-FREQUENCIA
            END-READ.

       P405-CRITICAR-REG-FREQUENCIA.
            MOVE FRQ-MATRICULA TO WS-MATRICULA.
            MOVE FRQ-MATERIA   TO WS-MATERIA.
            READ ARQ-MESTRE
               INVALID KEY
                  MOVE 5               TO OCR-TIPO
                  MOVE FRQ-MATRICULA   TO OCR-MATRICULA
                  MOVE FRQ-MATERIA     TO OCR-REFERENCIA
                  MOVE FRQ-TOTAL-AULAS TO WS-TOTAL-AULAS-ED
                  MOVE SPACES          TO OCR-DETALHE
                  STRING "TOTAL DE AULAS: "  DELIMITED BY SIZE
                         WS-TOTAL-AULAS-ED   DELIMITED BY SIZE
                         INTO OCR-DETALHE
                  END-STRING
                  PERFORM P390-LIBERAR-OCORRENCIA
            END-READ.
            PERFORM P401-LER-FREQUENCIA.

      * Passada 3 - matricula do historico sem cadastro; conferida
      * uma vez por ano/termo/matricula (o historico vem em ordem de
      * chave).
       P450-CRITICAR-HISTORICO.
            MOVE 'N' TO WS-FIM-HISTORICO.
            PERFORM P451-LER-HISTORICO.
            PERFORM P455-CRITICAR-REG-HISTORICO
               UNTIL WS-FIM-HISTORICO = 'S'.

       P451-LER-HISTORICO.
            READ ARQ-HISTORICO NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIM-HISTORICO
               NOT AT END
                  ADD 1 TO WS-QTD-HISTORICO
            END-READ.

       P455-CRITICAR-REG-HISTORICO.
            IF (HIS-ANO-LETIVO NOT = WS-HOLD-ANO-LETIVO)
               OR (HIS-TERMO NOT = WS-HOLD-TERMO)
               OR (HIS-MATRICULA NOT = WS-HOLD-MATRICULA)
               MOVE HIS-ANO-LETIVO TO WS-HOLD-ANO-LETIVO
               MOVE HIS-TERMO      TO WS-HOLD-TERMO
               MOVE HIS-MATRICULA  TO WS-HOLD-MATRICULA
               MOVE HIS-MATRICULA TO AL-MATRICULA
               READ ARQ-ALUNOS
                  INVALID KEY
                     PERFORM P460-RELATAR-HISTORICO
               END-READ
            END-IF.
            PERFORM P451-LER-HISTORICO.

       P460-RELATAR-HISTORICO.
            MOVE HIS-ANO-LETIVO TO REF-ANO-LETIVO.
            MOVE HIS-TERMO      TO REF-TERMO.
            MOVE 7              TO OCR-TIPO.
            MOVE HIS-MATRICULA  TO OCR-MATRICULA.
            MOVE WS-REFERENCIA-HIST TO OCR-REFERENCIA.
            MOVE SPACES         TO OCR-DETALHE.
            STRING "ALUNO NO HISTNOTA: " DELIMITED BY SIZE
                   HIS-ALUNO             DELIMITED BY SIZE
                   INTO OCR-DETALHE
            END-STRING.
            PERFORM P390-LIBERAR-OCORRENCIA.

      ******************************************************************
      * Procedimento de saida: ocorrencias por gravidade e tipo, com
      * cabecalho e rodape a cada tipo.
      ******************************************************************
       P500-IMPRIMIR-CRITICA.
            PERFORM P510-RETORNAR-OCORRENCIA.
            PERFORM P520-IMPRIMIR-OCORRENCIA
               UNTIL WS-FIM-CLASSIF = 'S'.
            IF WS-TEM-QUEBRA = 'S'
               PERFORM P540-RODAPE-TIPO
            ELSE
               WRITE WS-LINHA-REL FROM WS-LINHA-BRANCO
               MOVE "NENHUMA INCONSISTENCIA ENCONTRADA."
                    TO WS-LINHA-REL
               WRITE WS-LINHA-REL
            END-IF.

       P510-RETORNAR-OCORRENCIA.
            RETURN ARQ-CLASSIFICACAO
               AT END
                  MOVE 'S' TO WS-FIM-CLASSIF
            END-RETURN.

       P520-IMPRIMIR-OCORRENCIA.
            IF (WS-TEM-QUEBRA = 'N')
               OR (SRT-TIPO NOT = WS-HOLD-TIPO)
               IF WS-TEM-QUEBRA = 'S'
                  PERFORM P540-RODAPE-TIPO
               END-IF
               MOVE SRT-TIPO TO WS-HOLD-TIPO
               MOVE 'S' TO WS-TEM-QUEBRA
               MOVE 0 TO WS-QTD-OCOR-TIPO-ATUAL
               MOVE 0 TO WS-QTD-CORR-TIPO-ATUAL
               PERFORM P530-CABECALHO-TIPO
            END-IF.
            MOVE SRT-MATRICULA  TO LIN-MATRICULA.
            MOVE SRT-REFERENCIA TO LIN-REFERENCIA.
            MOVE SRT-DETALHE    TO LIN-DETALHE.
            MOVE SRT-ACAO       TO LIN-ACAO.
            WRITE WS-LINHA-REL FROM WS-LIN-OCORRENCIA.
            ADD 1 TO WS-QTD-OCOR-TIPO-ATUAL.
            IF SRT-ACAO = "CORRIGIDO"
               ADD 1 TO WS-QTD-CORR-TIPO-ATUAL
            END-IF.
            PERFORM P510-RETORNAR-OCORRENCIA.

       P530-CABECALHO-TIPO.
            MOVE WS-HOLD-TIPO               TO CAB-TIPO.
            MOVE WS-TIPO-DESC(WS-HOLD-TIPO) TO CAB-DESC-TIPO.
            MOVE WS-NOME-GRAV(SRT-GRAVIDADE) TO CAB-GRAVIDADE.
            IF WS-TIPO-CORRIGE(WS-HOLD-TIPO) = 'S'
               MOVE "AUTOMATICO" TO CAB-ACERTO
            ELSE
               MOVE "MANUAL"     TO CAB-ACERTO
            END-IF.
            WRITE WS-LINHA-REL FROM WS-LINHA-BRANCO.
            WRITE WS-LINHA-REL FROM WS-CAB-TIPO.
            WRITE WS-LINHA-REL FROM WS-CAB-COLUNAS.

       P540-RODAPE-TIPO.
            MOVE WS-QTD-OCOR-TIPO-ATUAL TO ROD-OCORRENCIAS.
            MOVE WS-QTD-CORR-TIPO-ATUAL TO ROD-CORRIGIDAS.
            WRITE WS-LINHA-REL FROM WS-ROD-TIPO.

      * Resumo por tipo e por gravidade e totais de controle das tres
      * passadas.
       P800-TOTAIS.
            WRITE WS-LINHA-REL FROM WS-LINHA-BRANCO.
            WRITE WS-LINHA-REL FROM WS-CAB-RESUMO.
            PERFORM P810-RESUMO-TIPO
               VARYING WS-IDX-TIPO FROM 1 BY 1
               UNTIL WS-IDX-TIPO > 7.
            WRITE WS-LINHA-REL FROM WS-LINHA-BRANCO.
            PERFORM P820-RESUMO-GRAVIDADE
               VARYING WS-IDX-GRAV FROM 1 BY 1
               UNTIL WS-IDX-GRAV > 3.
            MOVE WS-QTD-MESTRE      TO TOT-MESTRE.
            MOVE WS-QTD-FREQUENCIA  TO TOT-FREQUENCIA.
            MOVE WS-QTD-HISTORICO   TO TOT-HISTORICO.
            MOVE WS-QTD-OCORRENCIAS TO TOT-OCORRENCIAS.
            MOVE WS-QTD-CORRIGIDAS  TO TOT-CORRIGIDAS.
            MOVE WS-QTD-REGRAVADOS  TO TOT-REGRAVADOS.
            WRITE WS-LINHA-REL FROM WS-LINHA-BRANCO.
            WRITE WS-LINHA-REL FROM WS-TOT-REL1.
            WRITE WS-LINHA-REL FROM WS-TOT-REL2.
            WRITE WS-LINHA-REL FROM WS-TOT-REL3.
            WRITE WS-LINHA-REL FROM WS-TOT-REL4.
            WRITE WS-LINHA-REL FROM WS-TOT-REL5.
            WRITE WS-LINHA-REL FROM WS-TOT-REL6.
            DISPLAY "CRITICA CONCLUIDA - LANCAMENTOS: " WS-QTD-MESTRE
                    " INCONSISTENCIAS: " WS-QTD-OCORRENCIAS
                    " CORRIGIDAS: " WS-QTD-CORRIGIDAS.
            IF WS-MODO-RELATORIO
               DISPLAY "MODO RELATORIO - NENHUM LANCAMENTO FOI "
                       "ALTERADO NO MESTRE."
            END-IF.

       P810-RESUMO-TIPO.
            MOVE WS-IDX-TIPO               TO RES-TIPO.
            MOVE WS-TIPO-DESC(WS-IDX-TIPO) TO RES-DESC-TIPO.
            MOVE WS-NOME-GRAV(WS-TIPO-GRAV(WS-IDX-TIPO))
                                           TO RES-GRAVIDADE.
            MOVE WS-QTD-TIPO(WS-IDX-TIPO)      TO RES-OCORRENCIAS.
            MOVE WS-QTD-CORR-TIPO(WS-IDX-TIPO) TO RES-CORRIGIDAS.
            WRITE WS-LINHA-REL FROM WS-LIN-RESUMO.

       P820-RESUMO-GRAVIDADE.
            MOVE WS-NOME-GRAV(WS-IDX-GRAV) TO GRV-NOME.
            MOVE WS-QTD-GRAV(WS-IDX-GRAV)  TO GRV-OCORRENCIAS.
            WRITE WS-LINHA-REL FROM WS-LIN-GRAVIDADE.

       P999-FIM.
            IF WS-MESTRE-ABERTO = 'S'
               CLOSE ARQ-MESTRE
            END-IF.
            IF WS-ALUNOS-ABERTO = 'S'
               CLOSE ARQ-ALUNOS
            END-IF.
            IF WS-MATER-ABERTO = 'S'
               CLOSE ARQ-MATERIAS
            END-IF.
            IF WS-FREQ-ABERTO = 'S'
               CLOSE ARQ-FREQUENCIA
            END-IF.
            IF WS-HIST-ABERTO = 'S'
               CLOSE ARQ-HISTORICO
            END-IF.
            IF WS-SAIDAS-ABERTAS = 'S'
               CLOSE ARQ-EXTRATO
               CLOSE ARQ-AUDITORIA
            END-IF.
            IF WS-REL-ABERTO = 'S'
               CLOSE REL-CRITICA
            END-IF.
            STOP RUN.
       END PROGRAM CRITCRUZ.
