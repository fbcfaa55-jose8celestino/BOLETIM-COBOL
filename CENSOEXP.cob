      ******************************************************************
      * Author: JOSE CELESTINO
      * Date: 15-10-2026
      * Purpose: EXPORTACAO DO CENSO ESCOLAR - SEGUNDA ETAPA (SITUACAO
      *          DO ALUNO AO FIM DO ANO LETIVO). LE O HISTORICO DE
      *          NOTAS (HISTNOTA) DO TERMO FINAL, O CADASTRO DE
      *          ALUNOS, O CADASTRO DE MATERIAS E O CADASTRO DE
      *          TURMAS DO CENSO (TURMACEN) E GRAVA O ARQUIVO DE CARGA
      *          (CENSO) NO LAYOUT DO SISTEMA DO GOVERNO, COM
      *          RELATORIO DE CRITICA (RELCENSO) DOS ALUNOS QUE NAO
      *          PODEM SER INFORMADOS E TOTAIS POR TURMA PARA
      *          CONFERENCIA ANTES DO ENVIO.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   15-10-2026  JVC  Criacao - a secretaria digitava a situacao
      *                    de cada aluno no sistema do governo a partir
      *                    do RELPROMO impresso.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CENSOEXP.
       AUTHOR. JOSE VITOR PESQUEIRA CELESTINO.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.

      * LAYOUT DO ARQUIVO DE CARGA (CAMPOS SEPARADOS POR "|"):
      *   89 = ESCOLA: TIPO, CODIGO INEP DA ESCOLA, CPF DO GESTOR,
      *        NOME DO GESTOR, CARGO DO GESTOR (1 = DIRETOR), E-MAIL
      *        (EM BRANCO)
      *   90 = ALUNO: TIPO, CODIGO INEP DA ESCOLA, CODIGO DA TURMA NA
      *        ESCOLA, CODIGO INEP DA TURMA, CODIGO DO ALUNO NA ESCOLA
      *        (MATRICULA), IDENTIFICACAO INEP DO ALUNO (EM BRANCO -
      *        O SISTEMA DO GOVERNO LOCALIZA PELA MATRICULA NA
      *        TURMA), SITUACAO DO ALUNO
      * SITUACAO DO ALUNO:
      *   1 = TRANSFERIDO    2 = DEIXOU DE FREQUENTAR (ABANDONO)
      *   3 = FALECIDO       4 = REPROVADO
      *   5 = APROVADO       7 = CONCLUINTE
      * A REGRA DE APROVACAO E A MESMA DO PROMOANO: REPROVADO QUANDO
      * AS MATERIAS REPROVADAS PASSAM DO LIMITE DOS PARAMETROS
      * (CTL-MAX-REPROV); APROVADO DE TURMA DO 9o GRAU E CONCLUINTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-HISTORICO ASSIGN TO "HISTNOTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIS-CHAVE
               FILE STATUS IS WS-FS-HIST.

           SELECT ARQ-ALUNOS ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WS-FS-ALUNOS.

           SELECT ARQ-MATERIAS ASSIGN TO "MATERIAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIS-NOME
               FILE STATUS IS WS-FS-MATER.

           SELECT ARQ-TURMAS-CENSO ASSIGN TO "TURMACEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCE-TURMA
               FILE STATUS IS WS-FS-TURCEN.

           SELECT ARQ-PARAMETROS ASSIGN TO "PARAMETROS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAM.

           SELECT ARQ-CLASSIFICACAO ASSIGN TO "SORTCENS".

           SELECT ARQ-CENSO ASSIGN TO "CENSO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CENSO.

           SELECT REL-CRITICA ASSIGN TO "RELCENSO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-HISTORICO.
       COPY HISTREG.

       FD  ARQ-ALUNOS.
       COPY ALUNOREG.

       FD  ARQ-MATERIAS.
       COPY MATERREG.

       FD  ARQ-TURMAS-CENSO.
       COPY TURCENRG.

       FD  ARQ-PARAMETROS.
       COPY PARAMREG.

       SD  ARQ-CLASSIFICACAO.
       01  WS-REG-CLASSIFICACAO.
           03  SRT-TURMA                PIC X(10).
           03  SRT-MATRICULA            PIC 9(08).
           03  SRT-ALUNO                PIC X(40).
           03  SRT-CODIGO-INEP          PIC 9(10).
           03  SRT-SITUACAO             PIC 9(01).
           03  SRT-MOTIVO               PIC X(25).

       FD  ARQ-CENSO.
       01  WS-REG-CENSO                 PIC X(120).

       FD  REL-CRITICA.
       01  WS-LINHA-REL                 PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS-HIST               PIC XX  VALUE "00".
       77 WS-FS-ALUNOS             PIC XX  VALUE "00".
       77 WS-FS-MATER              PIC XX  VALUE "00".
       77 WS-FS-TURCEN             PIC XX  VALUE "00".
       77 WS-FS-PARAM              PIC XX  VALUE "00".
       77 WS-FS-CENSO              PIC XX  VALUE "00".
       77 WS-FS-REL                PIC XX  VALUE "00".
       77 WS-PODE-EXPORTAR         PIC X   VALUE 'S'.
       77 WS-FIM-HISTORICO         PIC X   VALUE 'N'.
       77 WS-FIM-PERIODO           PIC X   VALUE 'N'.
       77 WS-FIM-CLASSIF           PIC X   VALUE 'N'.
       77 WS-HIST-ABERTO           PIC X   VALUE 'N'.
       77 WS-ALUNOS-ABERTO         PIC X   VALUE 'N'.
       77 WS-MATER-ABERTO          PIC X   VALUE 'N'.
       77 WS-TURCEN-ABERTO         PIC X   VALUE 'N'.
       77 WS-CENSO-ABERTO          PIC X   VALUE 'N'.
       77 WS-REL-ABERTO            PIC X   VALUE 'N'.
       77 WS-TEM-QUEBRA            PIC X   VALUE 'N'.
       77 WS-HOLD-MATRICULA        PIC 9(08) VALUE 0.
       77 WS-HOLD-ALUNO            PIC X(40) VALUE SPACES.
       77 WS-HOLD-TURMA            PIC X(10) VALUE SPACES.
       77 WS-HOLD-CODIGO-INEP      PIC 9(10) VALUE 0.
       77 WS-DATA-GERACAO          PIC 9(08) VALUE 0.

       77 WS-CPF-ENTRADA           PIC X(11).
       77 WS-CPF-VALOR             REDEFINES WS-CPF-ENTRADA
                                    PIC 9(11).
       77 WS-CPF-OK                PIC X   VALUE 'N'.
       77 WS-NOME-GESTOR           PIC X(40) VALUE SPACES.

       77 WS-QTD-MAT-ALUNO         PIC 9(03) VALUE 0.
       77 WS-QTD-REPROV-ALUNO      PIC 9(03) VALUE 0.
       77 WS-QTD-INCOMPL-ALUNO     PIC 9(03) VALUE 0.
       77 WS-QTD-SEM-APUR-ALUNO    PIC 9(03) VALUE 0.
       77 WS-QTD-FORA-CAD-ALUNO    PIC 9(03) VALUE 0.

       77 WS-QTD-ALUNOS            PIC 9(05) VALUE 0.
       77 WS-QTD-EXPORTADOS        PIC 9(05) VALUE 0.
       77 WS-QTD-CRITICADOS        PIC 9(05) VALUE 0.
       77 WS-QTD-CRIT-TURMA        PIC 9(05) VALUE 0.

       01  WS-TURMA-CENSO.
           03  WS-TURMA-GRAU-X      PIC X(01).
           03  WS-TURMA-SUFIXO      PIC X(09).
       01  WS-TURMA-CENSO-R REDEFINES WS-TURMA-CENSO.
           03  WS-TURMA-GRAU        PIC 9(01).
           03  FILLER               PIC X(09).

      * Contagem por codigo de situacao do Censo (1 a 7) - da turma
      * corrente da quebra e do arquivo inteiro.
       01  WS-TOTAIS-TURMA.
           03  WS-QTD-SIT-TURMA     PIC 9(05) OCCURS 7 TIMES.
       01  WS-TOTAIS-GERAIS.
           03  WS-QTD-SIT-GERAL     PIC 9(05) OCCURS 7 TIMES.

       COPY PARAMCTL.

      * Registro 90 - montado com os campos na ordem do layout.
       01  WS-DETALHE-CENSO.
           03  DET-ESCOLA           PIC 9(08).
           03  DET-TURMA            PIC X(10).
           03  DET-CODIGO-INEP      PIC 9(10).
           03  DET-MATRICULA        PIC 9(08).
           03  DET-SITUACAO         PIC 9(01).

       01  WS-CAB-REL1.
           03  FILLER               PIC X(39)
                VALUE "CRITICA DA EXPORTACAO DO CENSO ESCOLAR".
           03  FILLER               PIC X(93)
                VALUE "- SITUACAO DO ALUNO AO FIM DO ANO LETIVO".

       01  WS-CAB-REL2.
           03  FILLER               PIC X(12) VALUE "ANO LETIVO:".
           03  CAB-ANO              PIC 9(04).
           03  FILLER               PIC X(03) VALUE SPACES.
           03  FILLER               PIC X(13) VALUE "TERMO FINAL:".
           03  CAB-TERMO            PIC 9(01).
           03  FILLER               PIC X(03) VALUE SPACES.
           03  FILLER               PIC X(20)
                                     VALUE "CODIGO INEP ESCOLA:".
           03  CAB-ESCOLA           PIC 9(08).
           03  FILLER               PIC X(03) VALUE SPACES.
           03  FILLER               PIC X(10) VALUE "GERADO EM:".
           03  CAB-DATA             PIC 9(08).
           03  FILLER               PIC X(47) VALUE SPACES.

       01  WS-CAB-TURMA.
           03  FILLER               PIC X(07) VALUE "TURMA:".
           03  CAB-TURMA            PIC X(10).
           03  FILLER               PIC X(03) VALUE SPACES.
           03  FILLER               PIC X(13) VALUE "CODIGO INEP:".
           03  CAB-CODIGO-INEP      PIC 9(10).
           03  FILLER               PIC X(89) VALUE SPACES.

       01  WS-CAB-COLUNAS.
           03  FILLER               PIC X(02) VALUE SPACES.
           03  FILLER               PIC X(09) VALUE "MATRICULA".
           03  FILLER               PIC X(02) VALUE SPACES.
           03  FILLER               PIC X(40) VALUE "ALUNO".
           03  FILLER               PIC X(02) VALUE SPACES.
           03  FILLER               PIC X(25)
                                     VALUE "MOTIVO (NAO INFORMADO)".
           03  FILLER               PIC X(52) VALUE SPACES.

       01  WS-LIN-CRITICA.
           03  FILLER               PIC X(02) VALUE SPACES.
           03  LIN-MATRICULA        PIC 9(08).
           03  FILLER               PIC X(03) VALUE SPACES.
           03  LIN-ALUNO            PIC X(40).
           03  FILLER               PIC X(02) VALUE SPACES.
           03  LIN-MOTIVO           PIC X(25).
           03  FILLER               PIC X(52) VALUE SPACES.

       01  WS-ROD-SITUACOES.
           03  FILLER               PIC X(02) VALUE SPACES.
           03  ROD-TITULO           PIC X(17).
           03  FILLER               PIC X(07) VALUE "APROV:".
           03  ROD-APROVADOS        PIC ZZZZ9.
           03  FILLER               PIC X(09) VALUE "  REPROV:".
           03  ROD-REPROVADOS       PIC ZZZZ9.
           03  FILLER               PIC X(08) VALUE "  CONCL:".
           03  ROD-CONCLUINTES      PIC ZZZZ9.
           03  FILLER               PIC X(09) VALUE "  TRANSF:".
           03  ROD-TRANSFERIDOS     PIC ZZZZ9.
           03  FILLER               PIC X(08) VALUE "  ABAND:".
           03  ROD-ABANDONOS        PIC ZZZZ9.
           03  FILLER               PIC X(08) VALUE "  FALEC:".
           03  ROD-FALECIDOS        PIC ZZZZ9.
           03  FILLER               PIC X(10) VALUE "  CRITICA:".
           03  ROD-CRITICADOS       PIC ZZZZ9.
           03  FILLER               PIC X(19) VALUE SPACES.

       01  WS-LINHA-BRANCO          PIC X(132) VALUE SPACES.

       01  WS-TOT-REL1.
           03  FILLER               PIC X(30)
                                     VALUE "ALUNOS EXAMINADOS:".
           03  TOT-ALUNOS           PIC ZZZZ9.
           03  FILLER               PIC X(97) VALUE SPACES.

       01  WS-TOT-REL2.
           03  FILLER               PIC X(30)
                                     VALUE "INFORMADOS NO CENSO:".
           03  TOT-EXPORTADOS       PIC ZZZZ9.
           03  FILLER               PIC X(97) VALUE SPACES.

       01  WS-TOT-REL3.
           03  FILLER               PIC X(30)
                                     VALUE "NAO INFORMADOS (CRITICA):".
           03  TOT-CRITICADOS       PIC ZZZZ9.
           03  FILLER               PIC X(97) VALUE SPACES.

       PROCEDURE DIVISION.
       P100-INICIAR.
            ACCEPT WS-DATA-GERACAO FROM DATE YYYYMMDD.
            DISPLAY "**   EXPORTACAO DO CENSO ESCOLAR - 2a ETAPA     **"
            PERFORM P110-LER-PARAMETROS.
            IF WS-PODE-EXPORTAR = 'S'
               PERFORM P120-ABRIR-ARQUIVOS
            END-IF.
            IF WS-PODE-EXPORTAR = 'S'
               PERFORM P140-PEDIR-GESTOR
               PERFORM P145-GRAVAR-ESCOLA
               PERFORM P150-POSICIONAR-HISTORICO
               SORT ARQ-CLASSIFICACAO
                  ON ASCENDING KEY SRT-TURMA
                                   SRT-MATRICULA
                  INPUT PROCEDURE IS P300-SELECIONAR-ALUNOS
                  OUTPUT PROCEDURE IS P500-GRAVAR-CENSO
               PERFORM P800-TOTAIS
            END-IF.
            PERFORM P999-FIM.
            EXIT PROGRAM.

      * O arquivo de carga e do ano/termo final fechado pelo FECHTERM
      * e identifica a escola pelo codigo INEP - sem eles o job e
      * recusado.
       P110-LER-PARAMETROS.
            OPEN INPUT ARQ-PARAMETROS.
            IF WS-FS-PARAM = "00"
               READ ARQ-PARAMETROS
                  AT END
                     DISPLAY "PARAMETROS VAZIOS - EXPORTACAO "
                             "CANCELADA."
                     MOVE 'N' TO WS-PODE-EXPORTAR
                  NOT AT END
                     PERFORM P111-VALIDAR-PARAMETROS
               END-READ
               CLOSE ARQ-PARAMETROS
            ELSE
               DISPLAY "ARQUIVO DE PARAMETROS NAO ENCONTRADO - "
                       "EXPORTACAO CANCELADA."
               MOVE 'N' TO WS-PODE-EXPORTAR
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
                       "ARQUIVO DE PARAMETROS - EXPORTACAO CANCELADA."
               MOVE 'N' TO WS-PODE-EXPORTAR
            END-IF.
            IF (PARM-MAX-REPROV IS NUMERIC)
               MOVE PARM-MAX-REPROV TO CTL-MAX-REPROV
            ELSE
               DISPLAY "LIMITE DE MATERIAS REPROVADAS AUSENTE NO "
                       "ARQUIVO DE PARAMETROS - USANDO PADRAO (2)."
            END-IF.
            IF (PARM-COD-ESCOLA IS NUMERIC)
               AND (PARM-COD-ESCOLA > 0)
               MOVE PARM-COD-ESCOLA TO CTL-COD-ESCOLA
            ELSE
               DISPLAY "CODIGO INEP DA ESCOLA AUSENTE NO ARQUIVO DE "
                       "PARAMETROS - EXPORTACAO CANCELADA."
               MOVE 'N' TO WS-PODE-EXPORTAR
            END-IF.

      * Historico, alunos, materias e turmas do Censo sao todos
      * obrigatorios - sem qualquer um deles a situacao do aluno nao
      * pode ser apurada com seguranca.
       P120-ABRIR-ARQUIVOS.
            OPEN INPUT ARQ-HISTORICO.
            IF WS-FS-HIST = "00"
               MOVE 'S' TO WS-HIST-ABERTO
            ELSE
               DISPLAY "ARQUIVO HISTORICO NAO ENCONTRADO - FECHE O "
                       "TERMO FINAL NO FECHTERM ANTES DO CENSO."
               MOVE 'N' TO WS-PODE-EXPORTAR
            END-IF.
            OPEN INPUT ARQ-ALUNOS.
            IF WS-FS-ALUNOS = "00"
               MOVE 'S' TO WS-ALUNOS-ABERTO
            ELSE
               DISPLAY "CADASTRO DE ALUNOS NAO ENCONTRADO - "
                       "EXPORTACAO CANCELADA."
               MOVE 'N' TO WS-PODE-EXPORTAR
            END-IF.
            OPEN INPUT ARQ-MATERIAS.
            IF WS-FS-MATER = "00"
               MOVE 'S' TO WS-MATER-ABERTO
            ELSE
               DISPLAY "CADASTRO DE MATERIAS NAO ENCONTRADO - "
                       "EXPORTACAO CANCELADA."
               MOVE 'N' TO WS-PODE-EXPORTAR
            END-IF.
            OPEN INPUT ARQ-TURMAS-CENSO.
            IF WS-FS-TURCEN = "00"
               MOVE 'S' TO WS-TURCEN-ABERTO
            ELSE
               DISPLAY "CADASTRO DE TURMAS DO CENSO NAO ENCONTRADO - "
                       "CADASTRE OS CODIGOS INEP NO CADTURCE."
               MOVE 'N' TO WS-PODE-EXPORTAR
            END-IF.
            IF WS-PODE-EXPORTAR = 'S'
               OPEN OUTPUT ARQ-CENSO
               MOVE 'S' TO WS-CENSO-ABERTO
               OPEN OUTPUT REL-CRITICA
               MOVE 'S' TO WS-REL-ABERTO
               MOVE CTL-ANO-LETIVO  TO CAB-ANO
               MOVE CTL-TERMO       TO CAB-TERMO
               MOVE CTL-COD-ESCOLA  TO CAB-ESCOLA
               MOVE WS-DATA-GERACAO TO CAB-DATA
               WRITE WS-LINHA-REL FROM WS-CAB-REL1
               WRITE WS-LINHA-REL FROM WS-CAB-REL2
            END-IF.

      * O registro da escola leva o gestor que responde pelas
      * informacoes - digitado a cada envio, nao fica gravado.
       P140-PEDIR-GESTOR.
            MOVE 'N' TO WS-CPF-OK.
            PERFORM P141-ACEITAR-CPF UNTIL WS-CPF-OK = 'S'.
            DISPLAY "INSIRA O NOME DO GESTOR DA ESCOLA."
            ACCEPT WS-NOME-GESTOR.
            PERFORM P142-VALIDAR-NOME-GESTOR
               UNTIL WS-NOME-GESTOR NOT = SPACES.

       P141-ACEITAR-CPF.
            DISPLAY "INSIRA O CPF DO GESTOR DA ESCOLA (11 DIGITOS)."
            ACCEPT WS-CPF-ENTRADA.
            IF (WS-CPF-ENTRADA IS NOT NUMERIC) OR (WS-CPF-VALOR = 0)
               DISPLAY "CPF INVALIDO - SOMENTE DIGITOS E DIFERENTE "
                       "DE ZERO. TENTE NOVAMENTE."
            ELSE
               MOVE 'S' TO WS-CPF-OK
            END-IF.

       P142-VALIDAR-NOME-GESTOR.
            DISPLAY "NOME EM BRANCO. INSIRA O NOME DO GESTOR."
            ACCEPT WS-NOME-GESTOR.

       P145-GRAVAR-ESCOLA.
            MOVE SPACES TO WS-REG-CENSO.
            STRING "89|"               DELIMITED BY SIZE
                   CTL-COD-ESCOLA      DELIMITED BY SIZE
                   "|"                 DELIMITED BY SIZE
                   WS-CPF-VALOR        DELIMITED BY SIZE
                   "|"                 DELIMITED BY SIZE
                   WS-NOME-GESTOR      DELIMITED BY "  "
                   "|1|"               DELIMITED BY SIZE
                   INTO WS-REG-CENSO
            END-STRING.
            WRITE WS-REG-CENSO.

      * Posiciona no primeiro lancamento arquivado do ano/termo final
      * - o historico e chaveado por ano+termo+matricula+materia,
      * entao os alunos do periodo saem agrupados por matricula.
       P150-POSICIONAR-HISTORICO.
            MOVE CTL-ANO-LETIVO TO HIS-ANO-LETIVO.
            MOVE CTL-TERMO      TO HIS-TERMO.
            MOVE ZEROS          TO HIS-MATRICULA.
            MOVE LOW-VALUES     TO HIS-MATERIA.
            START ARQ-HISTORICO KEY NOT < HIS-CHAVE
               INVALID KEY
                  MOVE 'S' TO WS-FIM-PERIODO
            END-START.
            IF WS-FIM-PERIODO NOT = 'S'
               PERFORM P200-LER-HISTORICO
            END-IF.
            IF WS-FIM-PERIODO = 'S'
               DISPLAY "NENHUM LANCAMENTO ARQUIVADO PARA O ANO "
                       CTL-ANO-LETIVO " TERMO " CTL-TERMO
                       " - NADA A EXPORTAR."
            END-IF.

       P200-LER-HISTORICO.
            READ ARQ-HISTORICO
               AT END
                  MOVE 'S' TO WS-FIM-HISTORICO
                  MOVE 'S' TO WS-FIM-PERIODO
            END-READ.
            IF WS-FIM-HISTORICO NOT = 'S'
               IF (HIS-ANO-LETIVO NOT = CTL-ANO-LETIVO)
                  OR (HIS-TERMO NOT = CTL-TERMO)
                  MOVE 'S' TO WS-FIM-PERIODO
               END-IF
            END-IF.

      * Solta um registro de classificacao por aluno do termo final -
      * situacao apurada ou motivo da critica; a classificacao por
      * turma e que da os totais de conferencia.
       P300-SELECIONAR-ALUNOS.
            PERFORM P310-AVALIAR-ALUNO
               UNTIL WS-FIM-PERIODO = 'S'.

       P310-AVALIAR-ALUNO.
            MOVE HIS-MATRICULA TO WS-HOLD-MATRICULA.
            MOVE HIS-ALUNO     TO WS-HOLD-ALUNO.
            MOVE HIS-TURMA     TO WS-HOLD-TURMA.
            MOVE 0 TO WS-QTD-MAT-ALUNO.
            MOVE 0 TO WS-QTD-REPROV-ALUNO.
            MOVE 0 TO WS-QTD-INCOMPL-ALUNO.
            MOVE 0 TO WS-QTD-SEM-APUR-ALUNO.
            MOVE 0 TO WS-QTD-FORA-CAD-ALUNO.
            PERFORM P320-CONTAR-MATERIA
               UNTIL (WS-FIM-PERIODO = 'S')
                  OR (HIS-MATRICULA NOT = WS-HOLD-MATRICULA).
            PERFORM P330-APURAR-SITUACAO.
            MOVE WS-HOLD-TURMA       TO SRT-TURMA.
            MOVE WS-HOLD-MATRICULA   TO SRT-MATRICULA.
            MOVE WS-HOLD-ALUNO       TO SRT-ALUNO.
            MOVE WS-HOLD-CODIGO-INEP TO SRT-CODIGO-INEP.
            RELEASE WS-REG-CLASSIFICACAO.
            ADD 1 TO WS-QTD-ALUNOS.

      * Materia fora do cadastro de materias e lancamento que nao se
      * sabe de onde veio - o resultado do aluno nao e informado ate
      * a secretaria acertar o lancamento.
       P320-CONTAR-MATERIA.
            ADD 1 TO WS-QTD-MAT-ALUNO.
            EVALUATE TRUE
               WHEN (HIS-RESULT-FINAL = "REPROVADO")
                 OR (HIS-RESULT-FINAL = "REPROV FALTA")
                 OR (HIS-RESULT-FINAL = "REPROV CONS")
                  ADD 1 TO WS-QTD-REPROV-ALUNO
               WHEN HIS-RESULT-FINAL = "INCOMPLETO"
                  ADD 1 TO WS-QTD-INCOMPL-ALUNO
               WHEN HIS-RESULT-FINAL = SPACES
                  ADD 1 TO WS-QTD-SEM-APUR-ALUNO
               WHEN OTHER
                  CONTINUE
            END-EVALUATE.
            MOVE HIS-MATERIA TO DIS-NOME.
            READ ARQ-MATERIAS
               INVALID KEY
                  ADD 1 TO WS-QTD-FORA-CAD-ALUNO
            END-READ.
            PERFORM P200-LER-HISTORICO.

      * Transferido, desistente e falecido (situacao de matricula do
      * cadastro de alunos) sao informados como tal mesmo com materia
      * pendente - a nota deles nunca vira. Os demais dependem do
      * resultado final de todas as materias.
       P330-APURAR-SITUACAO.
            MOVE 0      TO SRT-SITUACAO.
            MOVE SPACES TO SRT-MOTIVO.
            MOVE 0      TO WS-HOLD-CODIGO-INEP.
            MOVE WS-HOLD-MATRICULA TO AL-MATRICULA.
            READ ARQ-ALUNOS
               INVALID KEY
                  MOVE "ALUNO FORA DO CADASTRO" TO SRT-MOTIVO
               NOT INVALID KEY
                  MOVE AL-NOME TO WS-HOLD-ALUNO
                  IF WS-HOLD-TURMA = SPACES
                     MOVE AL-TURMA TO WS-HOLD-TURMA
                  END-IF
            END-READ.
            IF SRT-MOTIVO = SPACES
               PERFORM P335-BUSCAR-CODIGO-TURMA
            END-IF.
            IF SRT-MOTIVO = SPACES
               MOVE WS-HOLD-TURMA TO WS-TURMA-CENSO
               EVALUATE TRUE
                  WHEN AL-TRANSFERIDO
                     MOVE 1 TO SRT-SITUACAO
                  WHEN AL-DESISTENTE
                     MOVE 2 TO SRT-SITUACAO
                  WHEN AL-FALECIDO
                     MOVE 3 TO SRT-SITUACAO
                  WHEN WS-QTD-INCOMPL-ALUNO > 0
                     MOVE "RESULTADO INCOMPLETO" TO SRT-MOTIVO
                  WHEN WS-QTD-SEM-APUR-ALUNO > 0
                     MOVE "SEM APURACAO" TO SRT-MOTIVO
                  WHEN WS-QTD-FORA-CAD-ALUNO > 0
                     MOVE "MATERIA FORA DO CADASTRO" TO SRT-MOTIVO
                  WHEN WS-QTD-REPROV-ALUNO > CTL-MAX-REPROV
                     MOVE 4 TO SRT-SITUACAO
                  WHEN (WS-TURMA-GRAU-X IS NUMERIC)
                   AND (WS-TURMA-GRAU = 9)
                     MOVE 7 TO SRT-SITUACAO
                  WHEN OTHER
                     MOVE 5 TO SRT-SITUACAO
               END-EVALUATE
            END-IF.

       P335-BUSCAR-CODIGO-TURMA.
            MOVE WS-HOLD-TURMA TO TCE-TURMA.
            READ ARQ-TURMAS-CENSO
               INVALID KEY
                  MOVE "TURMA SEM CODIGO INEP" TO SRT-MOTIVO
               NOT INVALID KEY
                  IF TCE-CODIGO-INEP = 0
                     MOVE "TURMA SEM CODIGO INEP" TO SRT-MOTIVO
                  ELSE
                     MOVE TCE-CODIGO-INEP TO WS-HOLD-CODIGO-INEP
                  END-IF
            END-READ.

       P500-GRAVAR-CENSO.
            MOVE ZEROS TO WS-TOTAIS-GERAIS.
            PERFORM P510-RETORNAR-ALUNO.
            PERFORM P520-GRAVAR-ALUNO
               UNTIL WS-FIM-CLASSIF = 'S'.
            IF WS-TEM-QUEBRA = 'S'
               PERFORM P540-RODAPE-TURMA
            END-IF.

       P510-RETORNAR-ALUNO.
            RETURN ARQ-CLASSIFICACAO
               AT END
                  MOVE 'S' TO WS-FIM-CLASSIF
            END-RETURN.

      * Aluno com situacao apurada vai para o arquivo de carga; aluno
      * criticado so aparece no relatorio, com o motivo.
       P520-GRAVAR-ALUNO.
            IF (WS-TEM-QUEBRA = 'N')
               OR (SRT-TURMA NOT = WS-HOLD-TURMA)
               IF WS-TEM-QUEBRA = 'S'
                  PERFORM P540-RODAPE-TURMA
               END-IF
               MOVE SRT-TURMA TO WS-HOLD-TURMA
               MOVE 'S' TO WS-TEM-QUEBRA
               MOVE ZEROS TO WS-TOTAIS-TURMA
               MOVE 0 TO WS-QTD-CRIT-TURMA
               PERFORM P530-CABECALHO-TURMA
            END-IF.
            IF SRT-SITUACAO = 0
               MOVE SRT-MATRICULA TO LIN-MATRICULA
               MOVE SRT-ALUNO     TO LIN-ALUNO
               MOVE SRT-MOTIVO    TO LIN-MOTIVO
               WRITE WS-LINHA-REL FROM WS-LIN-CRITICA
               ADD 1 TO WS-QTD-CRIT-TURMA
               ADD 1 TO WS-QTD-CRITICADOS
            ELSE
               PERFORM P525-GRAVAR-DETALHE
               ADD 1 TO WS-QTD-SIT-TURMA(SRT-SITUACAO)
               ADD 1 TO WS-QTD-SIT-GERAL(SRT-SITUACAO)
               ADD 1 TO WS-QTD-EXPORTADOS
            END-IF.
            PERFORM P510-RETORNAR-ALUNO.

       P525-GRAVAR-DETALHE.
            MOVE CTL-COD-ESCOLA  TO DET-ESCOLA.
            MOVE SRT-TURMA       TO DET-TURMA.
            MOVE SRT-CODIGO-INEP TO DET-CODIGO-INEP.
            MOVE SRT-MATRICULA   TO DET-MATRICULA.
            MOVE SRT-SITUACAO    TO DET-SITUACAO.
            MOVE SPACES TO WS-REG-CENSO.
            STRING "90|"               DELIMITED BY SIZE
                   DET-ESCOLA          DELIMITED BY SIZE
                   "|"                 DELIMITED BY SIZE
                   DET-TURMA           DELIMITED BY "  "
                   "|"                 DELIMITED BY SIZE
                   DET-CODIGO-INEP     DELIMITED BY SIZE
                   "|"                 DELIMITED BY SIZE
                   DET-MATRICULA       DELIMITED BY SIZE
                   "||"                DELIMITED BY SIZE
                   DET-SITUACAO        DELIMITED BY SIZE
                   INTO WS-REG-CENSO
            END-STRING.
            WRITE WS-REG-CENSO.

      * O codigo INEP impresso e o da turma no cadastro do Censo -
      * zerado quando a turma nao tem codigo.
       P530-CABECALHO-TURMA.
            MOVE WS-HOLD-TURMA TO CAB-TURMA.
            MOVE 0 TO CAB-CODIGO-INEP.
            MOVE WS-HOLD-TURMA TO TCE-TURMA.
            READ ARQ-TURMAS-CENSO
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE TCE-CODIGO-INEP TO CAB-CODIGO-INEP
            END-READ.
            WRITE WS-LINHA-REL FROM WS-LINHA-BRANCO.
            WRITE WS-LINHA-REL FROM WS-CAB-TURMA.
            WRITE WS-LINHA-REL FROM WS-CAB-COLUNAS.

       P540-RODAPE-TURMA.
            MOVE "TOTAIS DA TURMA:" TO ROD-TITULO.
            MOVE WS-QTD-SIT-TURMA(5) TO ROD-APROVADOS.
            MOVE WS-QTD-SIT-TURMA(4) TO ROD-REPROVADOS.
            MOVE WS-QTD-SIT-TURMA(7) TO ROD-CONCLUINTES.
            MOVE WS-QTD-SIT-TURMA(1) TO ROD-TRANSFERIDOS.
            MOVE WS-QTD-SIT-TURMA(2) TO ROD-ABANDONOS.
            MOVE WS-QTD-SIT-TURMA(3) TO ROD-FALECIDOS.
            MOVE WS-QTD-CRIT-TURMA   TO ROD-CRITICADOS.
            WRITE WS-LINHA-REL FROM WS-ROD-SITUACOES.

       P800-TOTAIS.
            WRITE WS-LINHA-REL FROM WS-LINHA-BRANCO.
            MOVE "TOTAIS GERAIS:"    TO ROD-TITULO.
            MOVE WS-QTD-SIT-GERAL(5) TO ROD-APROVADOS.
            MOVE WS-QTD-SIT-GERAL(4) TO ROD-REPROVADOS.
            MOVE WS-QTD-SIT-GERAL(7) TO ROD-CONCLUINTES.
            MOVE WS-QTD-SIT-GERAL(1) TO ROD-TRANSFERIDOS.
            MOVE WS-QTD-SIT-GERAL(2) TO ROD-ABANDONOS.
            MOVE WS-QTD-SIT-GERAL(3) TO ROD-FALECIDOS.
            MOVE WS-QTD-CRITICADOS   TO ROD-CRITICADOS.
            WRITE WS-LINHA-REL FROM WS-ROD-SITUACOES.
            MOVE WS-QTD-ALUNOS       TO TOT-ALUNOS.
            MOVE WS-QTD-EXPORTADOS   TO TOT-EXPORTADOS.
            MOVE WS-QTD-CRITICADOS   TO TOT-CRITICADOS.
            WRITE WS-LINHA-REL FROM WS-LINHA-BRANCO.
            WRITE WS-LINHA-REL FROM WS-TOT-REL1.
            WRITE WS-LINHA-REL FROM WS-TOT-REL2.
            WRITE WS-LINHA-REL FROM WS-TOT-REL3.
            DISPLAY "CENSO GERADO - ALUNOS: " WS-QTD-ALUNOS
                    " INFORMADOS: " WS-QTD-EXPORTADOS
                    " CRITICADOS: " WS-QTD-CRITICADOS.
            IF WS-QTD-CRITICADOS > 0
               DISPLAY "HA ALUNOS NAO INFORMADOS - CONFIRA O RELCENSO "
                       "ANTES DO ENVIO."
            END-IF.

       P999-FIM.
            IF WS-HIST-ABERTO = 'S'
               CLOSE ARQ-HISTORICO
            END-IF.
            IF WS-ALUNOS-ABERTO = 'S'
               CLOSE ARQ-ALUNOS
            END-IF.
            IF WS-MATER-ABERTO = 'S'
               CLOSE ARQ-MATERIAS
            END-IF.
            IF WS-TURCEN-ABERTO = 'S'
               CLOSE ARQ-TURMAS-CENSO
            END-IF.
            IF WS-CENSO-ABERTO = 'S'
               CLOSE ARQ-CENSO
            END-IF.
            IF WS-REL-ABERTO = 'S'
               CLOSE REL-CRITICA
            END-IF.
            STOP RUN.
       END PROGRAM CENSOEXP.
