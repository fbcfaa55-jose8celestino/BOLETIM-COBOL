      ******************************************************************
      * Author: JOSE CELESTINO
      * Date: 15-10-2026
      * Purpose: MAPA DE RETORNO PRE-IMPRESSO - POR PROFESSOR
      *          (DIS-PROFESSOR DO CADMATER) E TURMA, EMITE UM MAPA DE
      *          NOTAS E FREQUENCIA POR MATERIA JA PREENCHIDO COM A
      *          MATRICULA, O NOME OFICIAL E A MATERIA DE CADA ALUNO DA
      *          TURMA (RELMAPA), E GERA JUNTO O MOVIMENTO DE NOTAS
      *          (MAPNOTAS) E DE FREQUENCIA (MAPFREQ) COM AS CHAVES
      *          PRONTAS, SO FALTANDO AS NOTAS E AS FALTAS. CADA MAPA
      *          RECEBE UM NUMERO NO REGISTRO DE MAPAS (MAPAS), QUE O
      *          NOTALOTE E O FREQLOTE CONFEREM NA VOLTA.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   15-10-2026  JVC  Criacao - cada professor entregava as notas
      *                    e faltas numa planilha propria e a
      *                    digitacao do MOVNOTAS/MOVFREQ gerava
      *                    rejeicao por matricula trocada e materia
      *                    com grafia diferente do CADMATER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAPARET.
       AUTHOR. JOSE VITOR PESQUEIRA CELESTINO.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.

      * CADA MAPA E UMA MATERIA DO PROFESSOR NA TURMA, COM OS ALUNOS
      * CURSANDO (OU REMANEJADOS PARA A TURMA) EM ORDEM DE NOME. NOS
      * ARQUIVOS DE MOVIMENTO, CADA MAPA COMECA COM A LINHA DE
      * IDENTIFICACAO (MAPAMOV): "MAPA" + NUMERO (6) + ANO LETIVO (4)
      * + TERMO (1) + TURMA (10), SEGUIDA DAS LINHAS DOS ALUNOS NO
      * LAYOUT DO NOTALOTE/FREQLOTE COM NOTAS, TOTAL DE AULAS E
      * FALTAS EM BRANCO. PREENCHIDOS, O MAPNOTAS E O MAPFREQ SAO
      * ENTREGUES AO NOTALOTE E AO FREQLOTE COMO MOVNOTAS E MOVFREQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT ARQ-MAPAS ASSIGN TO "MAPAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAP-CHAVE
               FILE STATUS IS WS-FS-MAPAS.

           SELECT ARQ-PARAMETROS ASSIGN TO "PARAMETROS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAM.

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

           SELECT ARQ-CLASSIFICACAO ASSIGN TO "SORTMAPA".

           SELECT ARQ-MOV-NOTAS ASSIGN TO "MAPNOTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MOVN.

           SELECT ARQ-MOV-FREQ ASSIGN TO "MAPFREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MOVF.

           SELECT REL-MAPA ASSIGN TO "RELMAPA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ALUNOS.
       COPY ALUNOREG.

       FD  ARQ-MATERIAS.
       COPY MATERREG.

       FD  ARQ-MAPAS.
       COPY MAPAREG.

       FD  ARQ-PARAMETROS.
       COPY PARAMREG.

       FD  ARQ-OPERADORES.
       COPY OPERREG.

       FD  ARQ-PERIODO.
       COPY PERIOREG.

       SD  ARQ-CLASSIFICACAO.
       01  WS-REG-CLASSIFICACAO.
           03  SRT-MATERIA              PIC X(20).
           03  SRT-ALUNO                PIC X(40).
           03  SRT-MATRICULA            PIC 9(08).

       FD  ARQ-MOV-NOTAS.
       01  WS-REG-MOV-NOTAS             PIC X(44).

       FD  ARQ-MOV-FREQ.
       01  WS-REG-MOV-FREQ              PIC X(43).

       FD  REL-MAPA.
       01  WS-LINHA-REL                 PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FS-ALUNOS             PIC XX  VALUE "00".
       77 WS-FS-MATER              PIC XX  VALUE "00".
       77 WS-FS-MAPAS              PIC XX  VALUE "00".
       77 WS-FS-PARAM              PIC XX  VALUE "00".
       77 WS-FS-OPER               PIC XX  VALUE "00".
       77 WS-FS-PERIODO            PIC XX  VALUE "00".
       77 WS-FS-MOVN               PIC XX  VALUE "00".
       77 WS-FS-MOVF               PIC XX  VALUE "00".
       77 WS-FS-REL                PIC XX  VALUE "00".
       77 WS-PODE-EMITIR           PIC X   VALUE 'S'.
       77 WS-ALUNOS-ABERTO         PIC X   VALUE 'N'.
       77 WS-MATER-ABERTO          PIC X   VALUE 'N'.
       77 WS-MAPAS-ABERTO          PIC X   VALUE 'N'.
       77 WS-SAIDAS-ABERTAS        PIC X   VALUE 'N'.
       77 WS-FIM-MATERIAS          PIC X   VALUE 'N'.
       77 WS-FIM-ALUNOS            PIC X   VALUE 'N'.
       77 WS-FIM-MAPAS             PIC X   VALUE 'N'.
       77 WS-FIM-CLASSIF           PIC X   VALUE 'N'.
       77 WS-TEM-QUEBRA            PIC X   VALUE 'N'.
       77 WS-HOLD-MATERIA          PIC X(20) VALUE SPACES.
       77 WS-QTD-TENTATIVAS        PIC 9(01) VALUE 0.
       77 WS-OPER-ID-DIG           PIC X(10).
       77 WS-OPER-SENHA-DIG        PIC X(10).
       77 WS-PROFESSOR             PIC X(40) VALUE SPACES.
       77 WS-TURMA-MAPA            PIC X(10) VALUE SPACES.
       77 WS-NUMERO-MAPA           PIC 9(06) VALUE 0.
       77 WS-DATA-EMISSAO          PIC 9(08) VALUE 0.
       77 WS-IDX-QUAD              PIC 9(02) VALUE 0.

       77 WS-QTD-MATERIAS          PIC 9(05) VALUE 0.
       77 WS-QTD-MAPAS             PIC 9(05) VALUE 0.
       77 WS-QTD-ALUNOS-MAPA       PIC 9(05) VALUE 0.
       77 WS-QTD-LINHAS            PIC 9(05) VALUE 0.

       COPY PARAMCTL.

       COPY OPERCTL.

       COPY PERIOCTL.

       COPY MAPAMOV.

      * Linhas de aluno do movimento, no layout do NOTALOTE e do
      * FREQLOTE, com notas, aulas e faltas em branco.
       01  WS-MOV-NOTAS.
           03  MVN-MATRICULA            PIC 9(08).
           03  MVN-MATERIA              PIC X(20).
           03  MVN-NOTAS                PIC X(16) VALUE SPACES.

       01  WS-MOV-FREQ.
           03  MVF-MATRICULA            PIC 9(08).
           03  MVF-MATERIA              PIC X(20).
           03  MVF-TOTAL-AULAS          PIC X(03) VALUE SPACES.
           03  MVF-FALTAS               PIC X(12) VALUE SPACES.

       01  WS-CAB-MAPA1.
           03  FILLER               PIC X(40)
                VALUE "MAPA DE RETORNO DE NOTAS E FREQUENCIA".
           03  FILLER               PIC X(23) VALUE SPACES.
           03  FILLER               PIC X(08) VALUE "MAPA No".
           03  CAB-NUMERO           PIC 9(06).
           03  FILLER               PIC X(03) VALUE SPACES.

       01  WS-CAB-MAPA2.
           03  FILLER               PIC X(11) VALUE "PROFESSOR:".
           03  CAB-PROFESSOR        PIC X(40).
           03  FILLER               PIC X(29) VALUE SPACES.

       01  WS-CAB-MAPA3.
           03  FILLER               PIC X(07) VALUE "TURMA:".
           03  CAB-TURMA            PIC X(10).
           03  FILLER               PIC X(02) VALUE SPACES.
           03  FILLER               PIC X(09) VALUE "MATERIA:".
           03  CAB-MATERIA          PIC X(20).
           03  FILLER               PIC X(02) VALUE SPACES.
           03  FILLER               PIC X(11) VALUE "ANO/TERMO:".
           03  CAB-ANO              PIC 9(04).
           03  FILLER               PIC X(01) VALUE "/".
           03  CAB-TERMO            PIC 9(01).
           03  FILLER               PIC X(13) VALUE SPACES.

       01  WS-CAB-MAPA4.
           03  FILLER               PIC X(11) VALUE "EMITIDO EM:".
           03  CAB-DATA             PIC 9(08).
           03  FILLER               PIC X(03) VALUE SPACES.
           03  FILLER               PIC X(15) VALUE "QUADRIMESTRES:".
           03  CAB-QTD-QUAD         PIC 9(01).
           03  FILLER               PIC X(03) VALUE SPACES.
           03  FILLER               PIC X(10) VALUE "OPERADOR:".
           03  CAB-OPERADOR         PIC X(10).
           03  FILLER               PIC X(19) VALUE SPACES.

       01  WS-CAB-COLUNAS.
           03  FILLER               PIC X(09) VALUE "MATRICULA".
           03  FILLER               PIC X(28) VALUE "ALUNO".
           03  FILLER               PIC X(01) VALUE SPACES.
           03  FILLER               PIC X(20)
                VALUE "NOT1 NOT2 NOT3 NOT4".
           03  FILLER               PIC X(04) VALUE "AUL".
           03  FILLER               PIC X(16)
                VALUE "FL1 FL2 FL3 FL4".
           03  FILLER               PIC X(02) VALUE SPACES.

       01  WS-LIN-ALUNO.
           03  LIN-MATRICULA        PIC 9(08).
           03  FILLER               PIC X(01) VALUE SPACES.
           03  LIN-ALUNO            PIC X(28).
           03  FILLER               PIC X(01) VALUE SPACES.
           03  LIN-NOTAS.
               05  LIN-NOTA         PIC X(05) OCCURS 4 TIMES.
           03  LIN-AULAS            PIC X(04) VALUE "___".
           03  LIN-FALTAS-TAB.
               05  LIN-FALTAS       PIC X(04) OCCURS 4 TIMES.
           03  FILLER               PIC X(02) VALUE SPACES.

       01  WS-ROD-MAPA1.
           03  FILLER               PIC X(25)
                VALUE "TOTAL DE ALUNOS NO MAPA:".
           03  ROD-ALUNOS           PIC ZZZZ9.
           03  FILLER               PIC X(50) VALUE SPACES.

       01  WS-ROD-MAPA2.
           03  FILLER               PIC X(36)
                VALUE "NOTAS COM 4 DIGITOS (0750 = 07.50);".
           03  FILLER               PIC X(44)
                VALUE " AULAS E FALTAS COM 3 DIGITOS.".

       01  WS-ROD-MAPA3             PIC X(80)
            VALUE "ASSINATURA DO PROFESSOR: ______________________".

       01  WS-LINHA-BRANCO          PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       P100-INICIAR.
            ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD.
            DISPLAY "**   MAPA DE RETORNO PRE-IMPRESSO               **"
            PERFORM P112-SIGNON.
            IF NOT CTL-SIGNON-OK
               DISPLAY "ACESSO NAO AUTORIZADO - MAPA NAO EMITIDO."
               STOP RUN
            END-IF.
            PERFORM P110-LER-PARAMETROS.
            IF WS-PODE-EMITIR = 'S'
               PERFORM P115-VERIFICAR-PERIODO
            END-IF.
            IF WS-PODE-EMITIR = 'S'
               PERFORM P120-ABRIR-ARQUIVOS
            END-IF.
            IF WS-PODE-EMITIR = 'S'
               PERFORM P200-PEDIR-SELECAO
            END-IF.
            IF WS-PODE-EMITIR = 'S'
               PERFORM P140-OBTER-NUMERO
               PERFORM P150-ABRIR-SAIDAS
               SORT ARQ-CLASSIFICACAO
                  ON ASCENDING KEY SRT-MATERIA
                                   SRT-ALUNO
                                   SRT-MATRICULA
                  INPUT PROCEDURE IS P300-SELECIONAR-ALUNOS
                  OUTPUT PROCEDURE IS P500-EMITIR-MAPAS
               PERFORM P800-TOTAIS
            END-IF.
            PERFORM P999-FIM.
            EXIT PROGRAM.

      * Sign-on do operador no cadastro de operadores (CADOPER), com
      * tres tentativas - o operador autenticado fica no registro do
      * mapa.
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

      * O mapa e do termo corrente dos parametros - sem ano/termo
      * nao ha identificacao para o lote conferir na volta.
       P110-LER-PARAMETROS.
            OPEN INPUT ARQ-PARAMETROS.
            IF WS-FS-PARAM = "00"
               READ ARQ-PARAMETROS
                  AT END
                     DISPLAY "PARAMETROS VAZIOS - MAPA NAO EMITIDO."
                     MOVE 'N' TO WS-PODE-EMITIR
                  NOT AT END
                     MOVE PARM-QTD-QUAD TO CTL-QTD-QUAD
                     PERFORM P111-VALIDAR-PARAMETROS
               END-READ
               CLOSE ARQ-PARAMETROS
            ELSE
               DISPLAY "ARQUIVO DE PARAMETROS NAO ENCONTRADO - "
                       "MAPA NAO EMITIDO."
               MOVE 'N' TO WS-PODE-EMITIR
            END-IF.

       P111-VALIDAR-PARAMETROS.
            IF (CTL-QTD-QUAD < 1) OR (CTL-QTD-QUAD > 4)
               DISPLAY "QTD DE QUADRIMESTRES NO ARQUIVO DE PARAMETROS "
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
                       "ARQUIVO DE PARAMETROS - MAPA NAO EMITIDO."
               MOVE 'N' TO WS-PODE-EMITIR
            END-IF.

      * Mapa so com o termo ABERTO: depois da apuracao o NOTALOTE e o
      * FREQLOTE nao aplicam mais o movimento.
       P115-VERIFICAR-PERIODO.
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
            IF NOT CTL-PER-ABERTO
               DISPLAY "TERMO " CTL-ANO-LETIVO "/" CTL-TERMO
                       " NA ETAPA " CTL-NOME-ETAPA(CTL-PER-ETAPA)
                       " - MAPA NAO EMITIDO."
               MOVE 'N' TO WS-PODE-EMITIR
            END-IF.

       P120-ABRIR-ARQUIVOS.
            OPEN INPUT ARQ-ALUNOS.
            IF WS-FS-ALUNOS = "00"
               MOVE 'S' TO WS-ALUNOS-ABERTO
            ELSE
               DISPLAY "CADASTRO DE ALUNOS NAO ENCONTRADO - "
                       "MAPA NAO EMITIDO."
               MOVE 'N' TO WS-PODE-EMITIR
            END-IF.
            OPEN INPUT ARQ-MATERIAS.
            IF WS-FS-MATER = "00"
               MOVE 'S' TO WS-MATER-ABERTO
            ELSE
               DISPLAY "CADASTRO DE MATERIAS NAO ENCONTRADO - "
                       "MAPA NAO EMITIDO."
               MOVE 'N' TO WS-PODE-EMITIR
            END-IF.
            OPEN I-O ARQ-MAPAS.
            IF WS-FS-MAPAS = "35"
               OPEN OUTPUT ARQ-MAPAS
               CLOSE ARQ-MAPAS
               OPEN I-O ARQ-MAPAS
            END-IF.
            IF WS-FS-MAPAS = "00"
               MOVE 'S' TO WS-MAPAS-ABERTO
            ELSE
               DISPLAY "ERRO AO ABRIR O REGISTRO DE MAPAS: "
                       WS-FS-MAPAS
               MOVE 'N' TO WS-PODE-EMITIR
            END-IF.

      * O proximo numero de mapa e o maior numero ja registrado mais
      * um, no mesmo padrao do livro de registro (EMITDOC).
       P140-OBTER-NUMERO.
            MOVE 0 TO WS-NUMERO-MAPA.
            MOVE 'N' TO WS-FIM-MAPAS.
            MOVE LOW-VALUES TO MAP-CHAVE.
            START ARQ-MAPAS KEY NOT < MAP-CHAVE
               INVALID KEY
                  MOVE 'S' TO WS-FIM-MAPAS
            END-START.
            IF WS-FIM-MAPAS NOT = 'S'
               PERFORM P141-LER-MAPA
            END-IF.
            PERFORM P142-GUARDAR-NUMERO
               UNTIL WS-FIM-MAPAS = 'S'.

       P141-LER-MAPA.
            READ ARQ-MAPAS NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIM-MAPAS
            END-READ.

       P142-GUARDAR-NUMERO.
            IF MAP-NUMERO > WS-NUMERO-MAPA
               MOVE MAP-NUMERO TO WS-NUMERO-MAPA
            END-IF.
            PERFORM P141-LER-MAPA.

       P150-ABRIR-SAIDAS.
            OPEN OUTPUT ARQ-MOV-NOTAS.
            OPEN OUTPUT ARQ-MOV-FREQ.
            OPEN OUTPUT REL-MAPA.
            MOVE 'S' TO WS-SAIDAS-ABERTAS.

      * O professor e digitado como esta no cadastro de materias
      * (CADMATER); sem materia dele ou sem aluno na turma nao ha
      * mapa a emitir.
       P200-PEDIR-SELECAO.
            DISPLAY "INSIRA O NOME DO PROFESSOR (COMO NO CADMATER)."
            ACCEPT WS-PROFESSOR.
            DISPLAY "INSIRA A TURMA."
            ACCEPT WS-TURMA-MAPA.
            IF (WS-PROFESSOR = SPACES) OR (WS-TURMA-MAPA = SPACES)
               DISPLAY "PROFESSOR E TURMA SAO OBRIGATORIOS - MAPA NAO "
                       "EMITIDO."
               MOVE 'N' TO WS-PODE-EMITIR
            END-IF.

      ******************************************************************
      * Procedimento de entrada: para cada materia do professor, os
      * alunos da turma que ainda frequentam (transferido, desistente
      * ou falecido o lote rejeitaria).
      ******************************************************************
       P300-SELECIONAR-ALUNOS.
            MOVE 'N' TO WS-FIM-MATERIAS.
            MOVE LOW-VALUES TO DIS-NOME.
            START ARQ-MATERIAS KEY NOT < DIS-NOME
               INVALID KEY
                  MOVE 'S' TO WS-FIM-MATERIAS
            END-START.
            IF WS-FIM-MATERIAS NOT = 'S'
               PERFORM P310-LER-MATERIA
            END-IF.
            PERFORM P320-SELECIONAR-MATERIA
               UNTIL WS-FIM-MATERIAS = 'S'.

       P310-LER-MATERIA.
            READ ARQ-MATERIAS NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIM-MATERIAS
            END-READ.

       P320-SELECIONAR-MATERIA.
            IF DIS-PROFESSOR = WS-PROFESSOR
               ADD 1 TO WS-QTD-MATERIAS
               PERFORM P330-SELECIONAR-TURMA
            END-IF.
            PERFORM P310-LER-MATERIA.

       P330-SELECIONAR-TURMA.
            MOVE 'N' TO WS-FIM-ALUNOS.
            MOVE 0 TO AL-MATRICULA.
            START ARQ-ALUNOS KEY NOT < AL-MATRICULA
               INVALID KEY
                  MOVE 'S' TO WS-FIM-ALUNOS
            END-START.
            IF WS-FIM-ALUNOS NOT = 'S'
               PERFORM P340-LER-ALUNO
            END-IF.
            PERFORM P350-SELECIONAR-ALUNO
               UNTIL WS-FIM-ALUNOS = 'S'.

       P340-LER-ALUNO.
            READ ARQ-ALUNOS NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIM-ALUNOS
            END-READ.

       P350-SELECIONAR-ALUNO.
            IF (AL-TURMA = WS-TURMA-MAPA) AND (NOT AL-AFASTADO)
               MOVE DIS-NOME     TO SRT-MATERIA
               MOVE AL-NOME      TO SRT-ALUNO
               MOVE AL-MATRICULA TO SRT-MATRICULA
               RELEASE WS-REG-CLASSIFICACAO
            END-IF.
            PERFORM P340-LER-ALUNO.

      ******************************************************************
      * Procedimento de saida: um mapa por materia - identificacao no
      * registro de mapas e nos dois movimentos, cabecalho em pagina
      * nova, uma linha por aluno e rodape com o total.
      ******************************************************************
       P500-EMITIR-MAPAS.
            PERFORM P510-RETORNAR-ALUNO.
            PERFORM P520-EMITIR-ALUNO
               UNTIL WS-FIM-CLASSIF = 'S'.
            IF WS-TEM-QUEBRA = 'S'
               PERFORM P560-RODAPE-MAPA
            END-IF.

       P510-RETORNAR-ALUNO.
            RETURN ARQ-CLASSIFICACAO
               AT END
                  MOVE 'S' TO WS-FIM-CLASSIF
            END-RETURN.

       P520-EMITIR-ALUNO.
            IF (WS-TEM-QUEBRA = 'N')
               OR (SRT-MATERIA NOT = WS-HOLD-MATERIA)
               IF WS-TEM-QUEBRA = 'S'
                  PERFORM P560-RODAPE-MAPA
               END-IF
               MOVE SRT-MATERIA TO WS-HOLD-MATERIA
               MOVE 'S' TO WS-TEM-QUEBRA
               PERFORM P530-ABRIR-MAPA
            END-IF.
            MOVE WS-NUMERO-MAPA  TO MAP-NUMERO.
            MOVE SRT-MATRICULA   TO MAP-MATRICULA.
            MOVE SRT-ALUNO       TO MAP-ALUNO.
            WRITE WS-REG-MAPA
               INVALID KEY
                  DISPLAY "ERRO AO REGISTRAR ALUNO NO MAPA: "
                          SRT-MATRICULA " / " WS-FS-MAPAS
            END-WRITE.
            MOVE SRT-MATRICULA   TO MVN-MATRICULA.
            MOVE SRT-MATERIA     TO MVN-MATERIA.
            WRITE WS-REG-MOV-NOTAS FROM WS-MOV-NOTAS.
            MOVE SRT-MATRICULA   TO MVF-MATRICULA.
            MOVE SRT-MATERIA     TO MVF-MATERIA.
            WRITE WS-REG-MOV-FREQ FROM WS-MOV-FREQ.
            PERFORM P550-IMPRIMIR-ALUNO.
            ADD 1 TO WS-QTD-ALUNOS-MAPA.
            ADD 1 TO WS-QTD-LINHAS.
            PERFORM P510-RETORNAR-ALUNO.

      * Numero novo para cada materia; o registro de identificacao
      * (matricula zero) guarda professor, turma, materia e termo que
      * o lote confere na volta.
       P530-ABRIR-MAPA.
            ADD 1 TO WS-NUMERO-MAPA.
            ADD 1 TO WS-QTD-MAPAS.
            MOVE 0 TO WS-QTD-ALUNOS-MAPA.
            MOVE WS-NUMERO-MAPA  TO MAP-NUMERO.
            MOVE 0               TO MAP-MATRICULA.
            MOVE CTL-ANO-LETIVO  TO MAP-ANO-LETIVO.
            MOVE CTL-TERMO       TO MAP-TERMO.
            MOVE WS-TURMA-MAPA   TO MAP-TURMA.
            MOVE SRT-MATERIA     TO MAP-MATERIA.
            MOVE WS-PROFESSOR    TO MAP-PROFESSOR.
            MOVE SPACES          TO MAP-ALUNO.
            MOVE WS-DATA-EMISSAO TO MAP-DATA-EMISSAO.
            MOVE CTL-OPER-ID     TO MAP-OPERADOR.
            WRITE WS-REG-MAPA
               INVALID KEY
                  DISPLAY "ERRO AO REGISTRAR O MAPA " WS-NUMERO-MAPA
                          ": " WS-FS-MAPAS
            END-WRITE.
            SET MOVH-CABECALHO   TO TRUE.
            MOVE WS-NUMERO-MAPA  TO MOVH-NUMERO.
            MOVE CTL-ANO-LETIVO  TO MOVH-ANO-LETIVO.
            MOVE CTL-TERMO       TO MOVH-TERMO.
            MOVE WS-TURMA-MAPA   TO MOVH-TURMA.
            WRITE WS-REG-MOV-NOTAS FROM WS-REG-MOV-MAPA.
            WRITE WS-REG-MOV-FREQ  FROM WS-REG-MOV-MAPA.
            PERFORM P540-CABECALHO-MAPA.

       P540-CABECALHO-MAPA.
            MOVE WS-NUMERO-MAPA  TO CAB-NUMERO.
            MOVE WS-PROFESSOR    TO CAB-PROFESSOR.
            MOVE WS-TURMA-MAPA   TO CAB-TURMA.
            MOVE SRT-MATERIA     TO CAB-MATERIA.
            MOVE CTL-ANO-LETIVO  TO CAB-ANO.
            MOVE CTL-TERMO       TO CAB-TERMO.
            MOVE WS-DATA-EMISSAO TO CAB-DATA.
            MOVE CTL-QTD-QUAD    TO CAB-QTD-QUAD.
            MOVE CTL-OPER-ID     TO CAB-OPERADOR.
            IF WS-QTD-MAPAS > 1
               WRITE WS-LINHA-REL FROM WS-LINHA-BRANCO
                  AFTER ADVANCING PAGE
            END-IF.
            WRITE WS-LINHA-REL FROM WS-CAB-MAPA1.
            WRITE WS-LINHA-REL FROM WS-CAB-MAPA2.
            WRITE WS-LINHA-REL FROM WS-CAB-MAPA3.
            WRITE WS-LINHA-REL FROM WS-CAB-MAPA4.
            WRITE WS-LINHA-REL FROM WS-LINHA-BRANCO.
            WRITE WS-LINHA-REL FROM WS-CAB-COLUNAS.

      * Campos de nota e de faltas alem dos quadrimestres do contrato
      * saem em branco - o lote ignora esses campos.
       P550-IMPRIMIR-ALUNO.
            MOVE SRT-MATRICULA TO LIN-MATRICULA.
            MOVE SRT-ALUNO     TO LIN-ALUNO.
            PERFORM P551-MONTAR-CAMPOS
               VARYING WS-IDX-QUAD FROM 1 BY 1
               UNTIL WS-IDX-QUAD > 4.
            WRITE WS-LINHA-REL FROM WS-LIN-ALUNO.

       P551-MONTAR-CAMPOS.
            IF WS-IDX-QUAD > CTL-QTD-QUAD
               MOVE SPACES TO LIN-NOTA(WS-IDX-QUAD)
               MOVE SPACES TO LIN-FALTAS(WS-IDX-QUAD)
            ELSE
               MOVE "____" TO LIN-NOTA(WS-IDX-QUAD)
               MOVE "___"  TO LIN-FALTAS(WS-IDX-QUAD)
            END-IF.

       P560-RODAPE-MAPA.
            MOVE WS-QTD-ALUNOS-MAPA TO ROD-ALUNOS.
            WRITE WS-LINHA-REL FROM WS-LINHA-BRANCO.
            WRITE WS-LINHA-REL FROM WS-ROD-MAPA1.
            WRITE WS-LINHA-REL FROM WS-ROD-MAPA2.
            WRITE WS-LINHA-REL FROM WS-LINHA-BRANCO.
            WRITE WS-LINHA-REL FROM WS-ROD-MAPA3.

       P800-TOTAIS.
            IF WS-QTD-MATERIAS = 0
               DISPLAY "NENHUMA MATERIA DO PROFESSOR " WS-PROFESSOR
                       " NO CADMATER - MAPA NAO EMITIDO."
            ELSE
               IF WS-QTD-MAPAS = 0
                  DISPLAY "NENHUM ALUNO CURSANDO NA TURMA "
                          WS-TURMA-MAPA " - MAPA NAO EMITIDO."
               ELSE
                  DISPLAY "MAPAS EMITIDOS: " WS-QTD-MAPAS
                          " LINHAS DE ALUNO: " WS-QTD-LINHAS
                  DISPLAY "ULTIMO MAPA: " WS-NUMERO-MAPA
                          " - MOVIMENTO EM MAPNOTAS E MAPFREQ."
               END-IF
            END-IF.

       P999-FIM.
            IF WS-ALUNOS-ABERTO = 'S'
               CLOSE ARQ-ALUNOS
            END-IF.
            IF WS-MATER-ABERTO = 'S'
               CLOSE ARQ-MATERIAS
            END-IF.
            IF WS-MAPAS-ABERTO = 'S'
               CLOSE ARQ-MAPAS
            END-IF.
            IF WS-SAIDAS-ABERTAS = 'S'
               CLOSE ARQ-MOV-NOTAS
               CLOSE ARQ-MOV-FREQ
               CLOSE REL-MAPA
            END-IF.
            STOP RUN.
       END PROGRAM MAPARET.
