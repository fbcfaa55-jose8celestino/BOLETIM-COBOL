      ******************************************************************
      * Author: JOSE CELESTINO
      * Date: 15-10-2026
      * Purpose: CARGA DA CHAMADA DIARIA EM LOTE - LE O ARQUIVO DE
      *          MOVIMENTO DIGITADO DAS CHAMADAS DOS PROFESSORES
      *          (MOVCHAM, UMA LINHA POR ALUNO/MATERIA/DIA LETIVO),
      *          CRITICA E GRAVA OS ACEITOS NO ARQUIVO DE CHAMADA
      *          (CHAMADA) E EM SEGUIDA RECALCULA, PARA CADA
      *          ALUNO/MATERIA COM CHAMADA NO ANO LETIVO, O TOTAL DE
      *          AULAS E AS FALTAS POR QUADRIMESTRE NO ARQUIVO DE
      *          FREQUENCIA (FREQUENC) USADO PELO CADFREQ, APURFIM E
      *          BOLETIM-REL. AS LINHAS REJEITADAS VAO PARA O ARQUIVO
      *          REJCHAM COM CODIGO DE MOTIVO E SAEM NO RELATORIO DE
      *          REJEICAO (RELREJC).
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   15-10-2026  JVC  Criacao - so o total de faltas do
      *                    quadrimestre era digitado (FREQLOTE), e o
      *                    aluno que parava de vir so aparecia quando o
      *                    mapa chegava, tarde demais para a FICAI.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHAMLOTE.
       AUTHOR. JOSE VITOR PESQUEIRA CELESTINO.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.

      * LAYOUT DO MOVIMENTO (POSICIONAL, UMA LINHA POR ALUNO/MATERIA/
      *   DIA): MATRICULA (8) + MATERIA (20) + DATA DA AULA AAAAMMDD
      *   (8) + SITUACAO (1): P = PRESENTE, F = FALTA, J = FALTA
      *   JUSTIFICADA.
      * A CHAMADA REAPRESENTADA PARA O MESMO ALUNO/MATERIA/DIA
      *   SUBSTITUI A ANTERIOR (CORRECAO DE DIGITACAO).
      * ACUMULACAO NO FREQUENC: CADA CHAMADA E UMA AULA DADA; FALTA E
      *   FALTA JUSTIFICADA CONTAM COMO FALTA NO QUADRIMESTRE DA DATA
      *   (CALENDARIO DOS PARAMETROS) - A JUSTIFICATIVA NAO ABONA A
      *   FALTA PARA A FREQUENCIA MINIMA, SO TIRA O DIA DA CONTAGEM DE
      *   INFREQUENCIA DA FICAI. CHAMADAS ANTERIORES AO INICIO DO 1o
      *   QUADRIMESTRE (ANOS ANTERIORES) NAO ENTRAM NA CONTA. PARA O
      *   ALUNO/MATERIA COM CHAMADA DIARIA O REGISTRO DO FREQUENC E
      *   SEMPRE REFEITO A PARTIR DA CHAMADA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CHAMADA ASSIGN TO "CHAMADA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHM-CHAVE
               FILE STATUS IS WS-FS-CHAM.

           SELECT ARQ-FREQUENCIA ASSIGN TO "FREQUENC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRQ-CHAVE
               FILE STATUS IS WS-FS-FREQ.

           SELECT ARQ-PARAMETROS ASSIGN TO "PARAMETROS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAM.

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

           SELECT ARQ-MOVIMENTO ASSIGN TO "MOVCHAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MOV.

           SELECT ARQ-REJEITOS ASSIGN TO "REJCHAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJ.

           SELECT REL-REJEICAO ASSIGN TO "RELREJC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

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

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CHAMADA.
       COPY CHAMREG.

       FD  ARQ-FREQUENCIA.
       COPY FREQREG.

       FD  ARQ-PARAMETROS.
       COPY PARAMREG.

       FD  ARQ-ALUNOS.
       COPY ALUNOREG.

       FD  ARQ-MATERIAS.
       COPY MATERREG.

       FD  ARQ-MOVIMENTO.
       01  WS-REG-MOVIMENTO.
           03  MOV-MATRICULA            PIC X(08).
           03  MOV-MATERIA              PIC X(20).
           03  MOV-DATA                 PIC X(08).
           03  MOV-SITUACAO             PIC X(01).

       FD  ARQ-REJEITOS.
       01  WS-REG-REJEITO               PIC X(40).

       FD  REL-REJEICAO.
       01  WS-LINHA-REL                 PIC X(80).

       FD  ARQ-OPERADORES.
       COPY OPERREG.

       FD  ARQ-PERIODO.
       COPY PERIOREG.

       WORKING-STORAGE SECTION.
       77 WS-FS-CHAM               PIC XX  VALUE "00".
       77 WS-FS-FREQ               PIC XX  VALUE "00".
       77 WS-FS-PARAM              PIC XX  VALUE "00".
       77 WS-FS-ALUNOS             PIC XX  VALUE "00".
       77 WS-FS-MATER              PIC XX  VALUE "00".
       77 WS-FS-MOV                PIC XX  VALUE "00".
       77 WS-FS-REJ                PIC XX  VALUE "00".
       77 WS-FS-REL                PIC XX  VALUE "00".
       77 WS-FS-OPER               PIC XX  VALUE "00".
       77 WS-FS-PERIODO            PIC XX  VALUE "00".
       77 WS-QTD-TENTATIVAS        PIC 9(01) VALUE 0.
       77 WS-OPER-ID-DIG           PIC X(10).
       77 WS-OPER-SENHA-DIG        PIC X(10).
       77 WS-PODE-CARREGAR         PIC X   VALUE 'S'.
       77 WS-CALENDARIO-OK         PIC X   VALUE 'S'.
       77 WS-FIM-MOVIMENTO         PIC X   VALUE 'N'.
       77 WS-FIM-CHAMADA           PIC X   VALUE 'N'.
       77 WS-ALUNOS-ABERTO         PIC X   VALUE 'N'.
       77 WS-MATER-ABERTO          PIC X   VALUE 'N'.
       77 WS-MOTIVO                PIC 9(02) VALUE 0.
       77 WS-IDX-QUAD              PIC 9(02) VALUE 0.
       77 WS-QUAD-DATA             PIC 9(01) VALUE 0.
       77 WS-DATA-HOJE             PIC 9(08) VALUE 0.
       77 WS-MATR-ENTRADA          PIC X(08).
       77 WS-MATR-VALOR            REDEFINES WS-MATR-ENTRADA
                                    PIC 9(08).
       77 WS-DATA-ENTRADA          PIC X(08).
       77 WS-DATA-VALOR            REDEFINES WS-DATA-ENTRADA
                                    PIC 9(08).

       01  WS-DATA-AULA.
           03  WS-AULA-ANO          PIC 9(04).
           03  WS-AULA-MES          PIC 9(02).
           03  WS-AULA-DIA          PIC 9(02).

       77 WS-HOLD-MATRICULA        PIC 9(08) VALUE 0.
       77 WS-HOLD-MATERIA          PIC X(20) VALUE SPACES.
       77 WS-ACU-AULAS             PIC 9(03) VALUE 0.
       01  WS-TAB-ACU-FALTAS.
           03  WS-ACU-FALTAS        PIC 9(03) OCCURS 4 TIMES.

       77 WS-QTD-LIDOS             PIC 9(05) VALUE 0.
       77 WS-QTD-ACEITOS           PIC 9(05) VALUE 0.
       77 WS-QTD-INCLUIDOS         PIC 9(05) VALUE 0.
       77 WS-QTD-SUBSTITUIDOS      PIC 9(05) VALUE 0.
       77 WS-QTD-REJEITADOS        PIC 9(05) VALUE 0.
       77 WS-QTD-FREQ-ATUALIZADOS  PIC 9(05) VALUE 0.

       COPY PARAMCTL.

       COPY OPERCTL.

       COPY PERIOCTL.

       01  WS-TAB-MOTIVOS.
           03  FILLER               PIC X(30)
                                     VALUE "MATRICULA INVALIDA".
           03  FILLER               PIC X(30)
                                     VALUE "ALUNO NAO CADASTRADO".
           03  FILLER               PIC X(30)
                                     VALUE "MATERIA EM BRANCO".
           03  FILLER               PIC X(30)
                                     VALUE "MATERIA NAO CADASTRADA".
           03  FILLER               PIC X(30)
                                     VALUE "DATA INVALIDA".
           03  FILLER               PIC X(30)
                                     VALUE "DATA FORA DO CALENDARIO".
           03  FILLER               PIC X(30)
                                     VALUE "DATA POSTERIOR A HOJE".
           03  FILLER               PIC X(30)
                                     VALUE "SITUACAO INVALIDA (P/F/J)".
           03  FILLER               PIC X(30)
                                     VALUE "ALUNO TRANSF/DESIST/FALEC".
       01  WS-TAB-MOTIVOS-R REDEFINES WS-TAB-MOTIVOS.
           03  WS-DESC-MOTIVO       PIC X(30) OCCURS 9 TIMES.

       01  WS-REJEITO-SAIDA.
           03  REJ-MOTIVO               PIC 9(02).
           03  FILLER                   PIC X(01) VALUE SPACE.
           03  REJ-LINHA                PIC X(37).

       01  WS-CAB-REL1              PIC X(80)
            VALUE "RELATORIO DE REJEICAO - CHAMADA DIARIA EM LOTE".

       01  WS-CAB-REL2.
           03  FILLER               PIC X(10) VALUE "MATRICULA".
           03  FILLER               PIC X(02) VALUE SPACES.
           03  FILLER               PIC X(20) VALUE "MATERIA".
           03  FILLER               PIC X(02) VALUE SPACES.
           03  FILLER               PIC X(08) VALUE "DATA".
           03  FILLER               PIC X(02) VALUE SPACES.
           03  FILLER               PIC X(06) VALUE "MOTIVO".
           03  FILLER               PIC X(30) VALUE SPACES.

       01  WS-LIN-REJEICAO.
           03  LIN-MATRICULA        PIC X(08).
           03  FILLER               PIC X(04) VALUE SPACES.
           03  LIN-MATERIA          PIC X(20).
           03  FILLER               PIC X(02) VALUE SPACES.
           03  LIN-DATA             PIC X(08).
           03  FILLER               PIC X(02) VALUE SPACES.
           03  LIN-MOTIVO           PIC 9(02).
           03  FILLER               PIC X(01) VALUE "-".
           03  LIN-DESC-MOTIVO      PIC X(30).
           03  FILLER               PIC X(03) VALUE SPACES.

       01  WS-LINHA-BRANCO          PIC X(80) VALUE SPACES.

       01  WS-TOT-REL1.
           03  FILLER               PIC X(25)
                                     VALUE "LINHAS LIDAS:".
           03  TOT-LIDOS            PIC ZZZZ9.
           03  FILLER               PIC X(50) VALUE SPACES.

       01  WS-TOT-REL2.
           03  FILLER               PIC X(25)
                                     VALUE "LINHAS ACEITAS:".
           03  TOT-ACEITOS          PIC ZZZZ9.
           03  FILLER               PIC X(50) VALUE SPACES.

       01  WS-TOT-REL3.
           03  FILLER               PIC X(25)
                                     VALUE "INCLUIDAS:".
           03  TOT-INCLUIDOS        PIC ZZZZ9.
           03  FILLER               PIC X(50) VALUE SPACES.

       01  WS-TOT-REL4.
           03  FILLER               PIC X(25)
                                     VALUE "SUBSTITUIDAS:".
           03  TOT-SUBSTITUIDOS     PIC ZZZZ9.
           03  FILLER               PIC X(50) VALUE SPACES.

       01  WS-TOT-REL5.
           03  FILLER               PIC X(25)
                                     VALUE "LINHAS REJEITADAS:".
           03  TOT-REJEITADOS       PIC ZZZZ9.
           03  FILLER               PIC X(50) VALUE SPACES.

       01  WS-TOT-REL6.
           03  FILLER               PIC X(25)
                                     VALUE "FREQUENCIAS RECALCULADAS:".
           03  TOT-FREQ-ATUALIZADOS PIC ZZZZ9.
           03  FILLER               PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.
       P100-INICIAR.
            PERFORM P112-SIGNON.
            IF NOT CTL-SIGNON-OK
               DISPLAY "ACESSO NAO AUTORIZADO - LOTE NAO PROCESSADO."
               STOP RUN
            END-IF.
            PERFORM P110-LER-PARAMETROS.
            IF WS-PODE-CARREGAR = 'N'
               STOP RUN
            END-IF.
            PERFORM P115-VERIFICAR-PERIODO.
            IF NOT CTL-PER-ABERTO
               DISPLAY "TERMO " CTL-ANO-LETIVO "/" CTL-TERMO
                       " NA ETAPA " CTL-NOME-ETAPA(CTL-PER-ETAPA)
                       " - CARGA DA CHAMADA RECUSADA."
               STOP RUN
            END-IF.
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
            PERFORM P120-ABRIR-ARQUIVOS.
            IF WS-FIM-MOVIMENTO NOT = 'S'
               PERFORM P200-LER-MOVIMENTO
            END-IF.
            PERFORM P300-PROCESSAR-LINHA UNTIL WS-FIM-MOVIMENTO = 'S'.
            PERFORM P500-ACUMULAR-FREQUENCIA.
            PERFORM P800-TOTAIS.
            PERFORM P999-FIM.
            EXIT PROGRAM.

      * Sign-on do operador: ID e senha conferidos no cadastro de
      * operadores (CADOPER), com tres tentativas, no mesmo padrao
      * dos lotes de notas e de frequencia.
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

      * Sem o calendario dos quadrimestres nao ha como saber em que
      * quadrimestre cada falta cai - a carga e recusada.
       P110-LER-PARAMETROS.
            OPEN INPUT ARQ-PARAMETROS.
            IF WS-FS-PARAM = "00"
               READ ARQ-PARAMETROS
                  AT END
                     DISPLAY "PARAMETROS VAZIOS - CARGA CANCELADA."
                     MOVE 'N' TO WS-PODE-CARREGAR
                  NOT AT END
                     MOVE PARM-NOTA-CORTE TO CTL-NOTA-CORTE
                     MOVE PARM-QTD-QUAD   TO CTL-QTD-QUAD
                     PERFORM P111-VALIDAR-PARAMETROS
               END-READ
               CLOSE ARQ-PARAMETROS
            ELSE
               DISPLAY "ARQUIVO DE PARAMETROS NAO ENCONTRADO - "
                       "CARGA CANCELADA."
               MOVE 'N' TO WS-PODE-CARREGAR
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
                       "ARQUIVO DE PARAMETROS - ETAPA DO PERIODO NAO "
                       "VERIFICADA."
            END-IF.
            MOVE 'S' TO WS-CALENDARIO-OK.
            PERFORM P114-VALIDAR-CALENDARIO
               VARYING WS-IDX-QUAD FROM 1 BY 1
               UNTIL WS-IDX-QUAD > CTL-QTD-QUAD.
            IF WS-CALENDARIO-OK NOT = 'S'
               DISPLAY "CALENDARIO DOS QUADRIMESTRES AUSENTE OU FORA "
                       "DE ORDEM NO ARQUIVO DE PARAMETROS - CARGA "
                       "CANCELADA."
               MOVE 'N' TO WS-PODE-CARREGAR
            END-IF.

      * Cada quadrimestre do contrato precisa da data de inicio, em
      * ordem crescente.
       P114-VALIDAR-CALENDARIO.
            IF (PARM-INICIO-QUAD(WS-IDX-QUAD) IS NOT NUMERIC)
               MOVE 'N' TO WS-CALENDARIO-OK
            ELSE
               IF PARM-INICIO-QUAD(WS-IDX-QUAD) = 0
                  MOVE 'N' TO WS-CALENDARIO-OK
               ELSE
                  MOVE PARM-INICIO-QUAD(WS-IDX-QUAD)
                       TO CTL-INICIO-QUAD(WS-IDX-QUAD)
                  IF (WS-IDX-QUAD > 1)
                     AND (CTL-INICIO-QUAD(WS-IDX-QUAD) NOT >
                          CTL-INICIO-QUAD(WS-IDX-QUAD - 1))
                     MOVE 'N' TO WS-CALENDARIO-OK
                  END-IF
               END-IF
            END-IF.

      * Carga da chamada so com o termo ABERTO, no mesmo padrao do
      * lote de frequencia - ela refaz as faltas do FREQUENC.
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
            IF WS-FS-MOV NOT = "00"
               DISPLAY "ARQUIVO DE MOVIMENTO (MOVCHAM) NAO "
                       "ENCONTRADO - NADA A PROCESSAR."
               MOVE 'S' TO WS-FIM-MOVIMENTO
            END-IF.
            OPEN I-O ARQ-CHAMADA.
            IF WS-FS-CHAM = "35"
               OPEN OUTPUT ARQ-CHAMADA
               CLOSE ARQ-CHAMADA
               OPEN I-O ARQ-CHAMADA
            END-IF.
            OPEN I-O ARQ-FREQUENCIA.
            IF WS-FS-FREQ = "35"
               OPEN OUTPUT ARQ-FREQUENCIA
               CLOSE ARQ-FREQUENCIA
               OPEN I-O ARQ-FREQUENCIA
            END-IF.
            OPEN INPUT ARQ-ALUNOS.
            IF WS-FS-ALUNOS = "00"
               MOVE 'S' TO WS-ALUNOS-ABERTO
            ELSE
               DISPLAY "CADASTRO DE ALUNOS NAO ENCONTRADO - TODAS AS "
                       "LINHAS SERAO REJEITADAS POR ALUNO NAO "
                       "CADASTRADO."
            END-IF.
            OPEN INPUT ARQ-MATERIAS.
            IF WS-FS-MATER = "00"
               MOVE 'S' TO WS-MATER-ABERTO
            ELSE
               DISPLAY "CADASTRO DE MATERIAS NAO ENCONTRADO - TODAS "
                       "AS LINHAS SERAO REJEITADAS POR MATERIA NAO "
                       "CADASTRADA."
            END-IF.
            OPEN OUTPUT ARQ-REJEITOS.
            OPEN OUTPUT REL-REJEICAO.
            WRITE WS-LINHA-REL FROM WS-CAB-REL1.
            WRITE WS-LINHA-REL FROM WS-CAB-REL2.

      * Quadrimestre da data da aula pelo calendario dos parametros:
      * o ultimo quadrimestre cujo inicio nao passa da data. Zero =
      * antes do inicio do ano letivo.
       P150-APURAR-QUADRIMESTRE.
            MOVE 0 TO WS-QUAD-DATA.
            PERFORM P151-COMPARAR-INICIO
               VARYING WS-IDX-QUAD FROM 1 BY 1
               UNTIL WS-IDX-QUAD > CTL-QTD-QUAD.

       P151-COMPARAR-INICIO.
            IF WS-DATA-VALOR NOT < CTL-INICIO-QUAD(WS-IDX-QUAD)
               MOVE WS-IDX-QUAD TO WS-QUAD-DATA
            END-IF.

       P200-LER-MOVIMENTO.
            READ ARQ-MOVIMENTO
               AT END
                  MOVE 'S' TO WS-FIM-MOVIMENTO
               NOT AT END
                  ADD 1 TO WS-QTD-LIDOS
            END-READ.

       P300-PROCESSAR-LINHA.
            MOVE 0 TO WS-MOTIVO.
            PERFORM P310-VALIDAR-LINHA.
            IF WS-MOTIVO = 0
               PERFORM P320-GRAVAR-ACEITO
            ELSE
               PERFORM P330-REJEITAR
            END-IF.
            PERFORM P200-LER-MOVIMENTO.

      * Criticas: matricula numerica e cadastrada, materia cadastrada
      * no CADMATER, data valida, dentro do calendario e nao futura,
      * situacao P/F/J e aluno ainda na escola na data da aula (a
      * chamada anterior a transferencia continua valendo). O
      * primeiro motivo encontrado classifica a rejeicao.
       P310-VALIDAR-LINHA.
            MOVE MOV-MATRICULA TO WS-MATR-ENTRADA.
            IF (WS-MATR-ENTRADA IS NOT NUMERIC) OR (WS-MATR-VALOR = 0)
               MOVE 1 TO WS-MOTIVO
            ELSE
               PERFORM P311-VALIDAR-ALUNO
            END-IF.
            IF (WS-MOTIVO = 0) AND (MOV-MATERIA = SPACES)
               MOVE 3 TO WS-MOTIVO
            END-IF.
            IF WS-MOTIVO = 0
               PERFORM P312-VALIDAR-MATERIA
            END-IF.
            IF WS-MOTIVO = 0
               PERFORM P313-VALIDAR-DATA
            END-IF.
            IF WS-MOTIVO = 0
               MOVE MOV-SITUACAO TO CHM-SITUACAO
               IF NOT CHM-SITUACAO-VALIDA
                  MOVE 8 TO WS-MOTIVO
               END-IF
            END-IF.
            IF (WS-MOTIVO = 0) AND AL-AFASTADO
               IF (AL-DATA-SITUACAO IS NOT NUMERIC)
                  OR (WS-DATA-VALOR NOT < AL-DATA-SITUACAO)
                  MOVE 9 TO WS-MOTIVO
               END-IF
            END-IF.

       P311-VALIDAR-ALUNO.
            IF WS-ALUNOS-ABERTO = 'N'
               MOVE 2 TO WS-MOTIVO
            ELSE
               MOVE WS-MATR-VALOR TO AL-MATRICULA
               READ ARQ-ALUNOS
                  INVALID KEY
                     MOVE 2 TO WS-MOTIVO
               END-READ
            END-IF.

       P312-VALIDAR-MATERIA.
            IF WS-MATER-ABERTO = 'N'
               MOVE 4 TO WS-MOTIVO
            ELSE
               MOVE MOV-MATERIA TO DIS-NOME
               READ ARQ-MATERIAS
                  INVALID KEY
                     MOVE 4 TO WS-MOTIVO
               END-READ
            END-IF.

       P313-VALIDAR-DATA.
            MOVE MOV-DATA TO WS-DATA-ENTRADA.
            IF WS-DATA-ENTRADA IS NOT NUMERIC
               MOVE 5 TO WS-MOTIVO
            ELSE
               MOVE WS-DATA-VALOR TO WS-DATA-AULA
               IF (WS-AULA-MES < 1) OR (WS-AULA-MES > 12)
                  OR (WS-AULA-DIA < 1) OR (WS-AULA-DIA > 31)
                  OR (WS-AULA-ANO = 0)
                  MOVE 5 TO WS-MOTIVO
               ELSE
                  PERFORM P150-APURAR-QUADRIMESTRE
                  IF WS-QUAD-DATA = 0
                     MOVE 6 TO WS-MOTIVO
                  ELSE
                     IF WS-DATA-VALOR > WS-DATA-HOJE
                        MOVE 7 TO WS-MOTIVO
                     END-IF
                  END-IF
               END-IF
            END-IF.

       P320-GRAVAR-ACEITO.
            MOVE WS-MATR-VALOR   TO CHM-MATRICULA.
            MOVE MOV-MATERIA     TO CHM-MATERIA.
            MOVE WS-DATA-VALOR   TO CHM-DATA.
            MOVE MOV-SITUACAO    TO CHM-SITUACAO.
            MOVE CTL-OPER-ID     TO CHM-OPERADOR.
            MOVE WS-DATA-HOJE    TO CHM-DATA-CARGA.
            WRITE WS-REG-CHAMADA
               INVALID KEY
                  PERFORM P325-REGRAVAR-CHAMADA
               NOT INVALID KEY
                  ADD 1 TO WS-QTD-INCLUIDOS
            END-WRITE.
            ADD 1 TO WS-QTD-ACEITOS.

       P325-REGRAVAR-CHAMADA.
            REWRITE WS-REG-CHAMADA
               INVALID KEY
                  DISPLAY "ERRO AO GRAVAR CHAMADA: "
                          CHM-MATRICULA " / " CHM-MATERIA
                          " / " CHM-DATA
               NOT INVALID KEY
                  ADD 1 TO WS-QTD-SUBSTITUIDOS
            END-REWRITE.

       P330-REJEITAR.
            MOVE WS-MOTIVO         TO REJ-MOTIVO.
            MOVE WS-REG-MOVIMENTO  TO REJ-LINHA.
            WRITE WS-REG-REJEITO FROM WS-REJEITO-SAIDA.
            MOVE MOV-MATRICULA     TO LIN-MATRICULA.
            MOVE MOV-MATERIA       TO LIN-MATERIA.
            MOVE MOV-DATA          TO LIN-DATA.
            MOVE WS-MOTIVO         TO LIN-MOTIVO.
            MOVE WS-DESC-MOTIVO(WS-MOTIVO) TO LIN-DESC-MOTIVO.
            WRITE WS-LINHA-REL FROM WS-LIN-REJEICAO.
            ADD 1 TO WS-QTD-REJEITADOS.

      * Refaz o FREQUENC de cada aluno/materia com chamada no ano
      * letivo, percorrendo a chamada inteira por quebra de
      * matricula+materia - a chamada corrigida depois de carregada
      * entra na conta sem ajuste manual.
       P500-ACUMULAR-FREQUENCIA.
            MOVE 'N' TO WS-FIM-CHAMADA.
            MOVE LOW-VALUES TO CHM-CHAVE.
            START ARQ-CHAMADA KEY NOT < CHM-CHAVE
               INVALID KEY
                  MOVE 'S' TO WS-FIM-CHAMADA
            END-START.
            IF WS-FIM-CHAMADA NOT = 'S'
               PERFORM P510-LER-CHAMADA
            END-IF.
            PERFORM P520-PROCESSAR-ALUNO-MATERIA
               UNTIL WS-FIM-CHAMADA = 'S'.

       P510-LER-CHAMADA.
            READ ARQ-CHAMADA NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIM-CHAMADA
            END-READ.

       P520-PROCESSAR-ALUNO-MATERIA.
            MOVE CHM-MATRICULA TO WS-HOLD-MATRICULA.
            MOVE CHM-MATERIA   TO WS-HOLD-MATERIA.
            MOVE 0 TO WS-ACU-AULAS.
            INITIALIZE WS-TAB-ACU-FALTAS.
            PERFORM P530-ACUMULAR-CHAMADA
               UNTIL (WS-FIM-CHAMADA = 'S')
                  OR (CHM-MATRICULA NOT = WS-HOLD-MATRICULA)
                  OR (CHM-MATERIA NOT = WS-HOLD-MATERIA).
            IF WS-ACU-AULAS > 0
               PERFORM P540-GRAVAR-FREQUENCIA
            END-IF.

       P530-ACUMULAR-CHAMADA.
            MOVE CHM-DATA TO WS-DATA-VALOR.
            PERFORM P150-APURAR-QUADRIMESTRE.
            IF WS-QUAD-DATA > 0
               ADD 1 TO WS-ACU-AULAS
               IF CHM-FALTA OR CHM-FALTA-JUSTIF
                  ADD 1 TO WS-ACU-FALTAS(WS-QUAD-DATA)
               END-IF
            END-IF.
            PERFORM P510-LER-CHAMADA.

       P540-GRAVAR-FREQUENCIA.
            MOVE WS-HOLD-MATRICULA TO FRQ-MATRICULA.
            MOVE WS-HOLD-MATERIA   TO FRQ-MATERIA.
            MOVE WS-ACU-AULAS      TO FRQ-TOTAL-AULAS.
            PERFORM P541-MOVER-FALTAS
               VARYING WS-IDX-QUAD FROM 1 BY 1
               UNTIL WS-IDX-QUAD > 4.
            WRITE WS-REG-FREQUENCIA
               INVALID KEY
                  PERFORM P545-REGRAVAR-FREQUENCIA
               NOT INVALID KEY
                  ADD 1 TO WS-QTD-FREQ-ATUALIZADOS
            END-WRITE.

       P545-REGRAVAR-FREQUENCIA.
            REWRITE WS-REG-FREQUENCIA
               INVALID KEY
                  DISPLAY "ERRO AO GRAVAR FREQUENCIA: "
                          FRQ-MATRICULA " / " FRQ-MATERIA
               NOT INVALID KEY
                  ADD 1 TO WS-QTD-FREQ-ATUALIZADOS
            END-REWRITE.

       P541-MOVER-FALTAS.
            MOVE WS-ACU-FALTAS(WS-IDX-QUAD)
                 TO FRQ-FALTAS(WS-IDX-QUAD).

       P800-TOTAIS.
            MOVE WS-QTD-LIDOS            TO TOT-LIDOS.
            MOVE WS-QTD-ACEITOS          TO TOT-ACEITOS.
            MOVE WS-QTD-INCLUIDOS        TO TOT-INCLUIDOS.
            MOVE WS-QTD-SUBSTITUIDOS     TO TOT-SUBSTITUIDOS.
            MOVE WS-QTD-REJEITADOS       TO TOT-REJEITADOS.
            MOVE WS-QTD-FREQ-ATUALIZADOS TO TOT-FREQ-ATUALIZADOS.
            WRITE WS-LINHA-REL FROM WS-LINHA-BRANCO.
            WRITE WS-LINHA-REL FROM WS-TOT-REL1.
            WRITE WS-LINHA-REL FROM WS-TOT-REL2.
            WRITE WS-LINHA-REL FROM WS-TOT-REL3.
            WRITE WS-LINHA-REL FROM WS-TOT-REL4.
            WRITE WS-LINHA-REL FROM WS-TOT-REL5.
            WRITE WS-LINHA-REL FROM WS-TOT-REL6.
            DISPLAY "LOTE PROCESSADO - LIDOS: " WS-QTD-LIDOS
                    " ACEITOS: " WS-QTD-ACEITOS
                    " REJEITADOS: " WS-QTD-REJEITADOS.
            DISPLAY "FREQUENCIAS RECALCULADAS A PARTIR DA CHAMADA: "
                    WS-QTD-FREQ-ATUALIZADOS.

       P999-FIM.
            IF WS-FS-MOV = "00" OR "10"
               CLOSE ARQ-MOVIMENTO
            END-IF.
            CLOSE ARQ-CHAMADA.
            CLOSE ARQ-FREQUENCIA.
            IF WS-ALUNOS-ABERTO = 'S'
               CLOSE ARQ-ALUNOS
            END-IF.
            IF WS-MATER-ABERTO = 'S'
               CLOSE ARQ-MATERIAS
            END-IF.
            CLOSE ARQ-REJEITOS.
            CLOSE REL-REJEICAO.
            STOP RUN.
       END PROGRAM CHAMLOTE.
