      ******************************************************************
      * Author: JOSE CELESTINO
      * Date: 15-10-2026
      * Purpose: REMESSA DA ESCOLA PARA A CONSOLIDACAO DA REDE - REUNE
      *          NUM UNICO ARQUIVO SEQUENCIAL (REMREDE) O CADASTRO DE
      *          ALUNOS, O CADASTRO DE MATERIAS, O ARQUIVO MESTRE E O
      *          HISTORICO DE NOTAS DA ESCOLA, COM HEADER (CODIGO INEP
      *          DA ESCOLA, ANO/TERMO, DATA E HORA) E TRAILER
      *          (CONTAGENS E SOMAS DAS MEDIAS COMO TOTAL DE
      *          CONTROLE), PARA CARGA NO CONSOLIDADO DA SECRETARIA DE
      *          EDUCACAO (CONSREDE).
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   15-10-2026  JVC  Criacao - a secretaria juntava os arquivos
      *                    das escolas sem saber de qual escola vinha
      *                    cada registro, e a matricula de uma unidade
      *                    colidia com a de outra.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REDEEXP.
       AUTHOR. JOSE VITOR PESQUEIRA CELESTINO.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.

      * LAYOUT DA REMESSA (TIPO + DADOS, NA ORDEM) - HEADER E TRAILER
      * NO COPYBOOK REDEREM:
      *   H = HEADER (CODIGO INEP, ANO LETIVO, TERMO, DATA E HORA)
      *   A = REGISTRO DO CADASTRO DE ALUNOS (ALUNOREG)
      *   D = REGISTRO DO CADASTRO DE MATERIAS (MATERREG)
      *   M = REGISTRO DO ARQUIVO MESTRE (WSINFO)
      *   N = LANCAMENTO DO HISTORICO DE NOTAS (HISTREG)
      *   T = TRAILER (CODIGO INEP, QTD DE A, D, M E N, SOMA DAS
      *       MEDIAS DO MESTRE E DO HISTORICO)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ALUNOS ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WS-FS-ALUNOS.

           SELECT ARQ-MATERIAS ASSIGN TO "MATERIAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DIS-NOME
               FILE STATUS IS WS-FS-MATER.

           SELECT ARQ-MESTRE ASSIGN TO "MESTRE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WS-CHAVE
               FILE STATUS IS WS-FS-MESTRE.

           SELECT ARQ-HISTORICO ASSIGN TO "HISTNOTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIS-CHAVE
               FILE STATUS IS WS-FS-HIST.

           SELECT ARQ-PARAMETROS ASSIGN TO "PARAMETROS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAM.

           SELECT ARQ-REMESSA ASSIGN TO "REMREDE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REM.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ALUNOS.
       COPY ALUNOREG.

       FD  ARQ-MATERIAS.
       COPY MATERREG.

       FD  ARQ-MESTRE.
       COPY WSINFO.

       FD  ARQ-HISTORICO.
       COPY HISTREG.

       FD  ARQ-PARAMETROS.
       COPY PARAMREG.

       FD  ARQ-REMESSA.
       01  WS-REG-REMESSA.
           03  REM-TIPO                 PIC X(01).
           03  REM-DADOS                PIC X(170).

       WORKING-STORAGE SECTION.
       77 WS-FS-ALUNOS             PIC XX  VALUE "00".
       77 WS-FS-MATER              PIC XX  VALUE "00".
       77 WS-FS-MESTRE             PIC XX  VALUE "00".
       77 WS-FS-HIST               PIC XX  VALUE "00".
       77 WS-FS-PARAM              PIC XX  VALUE "00".
       77 WS-FS-REM                PIC XX  VALUE "00".
       77 WS-PODE-EXPORTAR         PIC X   VALUE 'S'.
       77 WS-ALUNOS-ABERTO         PIC X   VALUE 'N'.
       77 WS-MATER-ABERTO          PIC X   VALUE 'N'.
       77 WS-MESTRE-ABERTO         PIC X   VALUE 'N'.
       77 WS-HIST-ABERTO           PIC X   VALUE 'N'.
       77 WS-REMESSA-ABERTA        PIC X   VALUE 'N'.
       77 WS-FIM-ALUNOS            PIC X   VALUE 'N'.
       77 WS-FIM-MATERIAS          PIC X   VALUE 'N'.
       77 WS-FIM-MESTRE            PIC X   VALUE 'N'.
       77 WS-FIM-HISTORICO         PIC X   VALUE 'N'.
       77 WS-DATA-GERACAO          PIC 9(08) VALUE 0.
       77 WS-HORA-GERACAO          PIC 9(08) VALUE 0.

       77 WS-QTD-ALUNOS            PIC 9(05) VALUE 0.
       77 WS-QTD-MATERIAS          PIC 9(05) VALUE 0.
       77 WS-QTD-MESTRE            PIC 9(05) VALUE 0.
       77 WS-QTD-HISTORICO         PIC 9(05) VALUE 0.
       77 WS-SOMA-MEDIAS-MESTRE    PIC 9(09)V99 VALUE 0.
       77 WS-SOMA-MEDIAS-HIST      PIC 9(09)V99 VALUE 0.
       77 WS-QTD-EDIT              PIC ZZZZ9.

       COPY PARAMCTL.

       COPY REDEREM.

       PROCEDURE DIVISION.
       P100-INICIAR.
            ACCEPT WS-DATA-GERACAO FROM DATE YYYYMMDD.
            ACCEPT WS-HORA-GERACAO FROM TIME.
            DISPLAY "** REMESSA DA ESCOLA PARA O CONSOLIDADO DA REDE **"
            PERFORM P110-LER-PARAMETROS.
            IF WS-PODE-EXPORTAR = 'S'
               PERFORM P120-ABRIR-ARQUIVOS
            END-IF.
            IF WS-PODE-EXPORTAR = 'S'
               PERFORM P200-GRAVAR-HEADER
               PERFORM P300-EXPORTAR-ALUNOS
               PERFORM P400-EXPORTAR-MATERIAS
               PERFORM P500-EXPORTAR-MESTRE
               PERFORM P600-EXPORTAR-HISTORICO
               PERFORM P700-GRAVAR-TRAILER
               PERFORM P800-EXIBIR-TOTAIS
            END-IF.
            PERFORM P999-FIM.
            EXIT PROGRAM.

      * A remessa identifica a escola pelo codigo INEP e o periodo
      * pelo ano/termo corrente - sem eles a secretaria nao tem como
      * saber de quem e a remessa, e o job e recusado.
       P110-LER-PARAMETROS.
            OPEN INPUT ARQ-PARAMETROS.
            IF WS-FS-PARAM = "00"
               READ ARQ-PARAMETROS
                  AT END
                     DISPLAY "PARAMETROS VAZIOS - REMESSA CANCELADA."
                     MOVE 'N' TO WS-PODE-EXPORTAR
                  NOT AT END
                     PERFORM P111-VALIDAR-PARAMETROS
               END-READ
               CLOSE ARQ-PARAMETROS
            ELSE
               DISPLAY "ARQUIVO DE PARAMETROS NAO ENCONTRADO - "
                       "REMESSA CANCELADA."
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
                       "ARQUIVO DE PARAMETROS - REMESSA CANCELADA."
               MOVE 'N' TO WS-PODE-EXPORTAR
            END-IF.
            IF (PARM-COD-ESCOLA IS NUMERIC)
               AND (PARM-COD-ESCOLA > 0)
               MOVE PARM-COD-ESCOLA TO CTL-COD-ESCOLA
            ELSE
               DISPLAY "CODIGO INEP DA ESCOLA AUSENTE NO ARQUIVO DE "
                       "PARAMETROS - REMESSA CANCELADA."
               MOVE 'N' TO WS-PODE-EXPORTAR
            END-IF.

      * Cadastro de alunos e mestre sao obrigatorios; materias e
      * historico podem faltar (escola no primeiro termo) e saem
      * contados como zero no trailer.
       P120-ABRIR-ARQUIVOS.
            OPEN INPUT ARQ-ALUNOS.
            IF WS-FS-ALUNOS = "00"
               MOVE 'S' TO WS-ALUNOS-ABERTO
            ELSE
               DISPLAY "CADASTRO DE ALUNOS NAO ENCONTRADO - REMESSA "
                       "CANCELADA."
               MOVE 'N' TO WS-PODE-EXPORTAR
            END-IF.
            OPEN INPUT ARQ-MESTRE.
            IF WS-FS-MESTRE = "00"
               MOVE 'S' TO WS-MESTRE-ABERTO
            ELSE
               DISPLAY "ARQUIVO MESTRE NAO ENCONTRADO - REMESSA "
                       "CANCELADA."
               MOVE 'N' TO WS-PODE-EXPORTAR
            END-IF.
            OPEN INPUT ARQ-MATERIAS.
            IF WS-FS-MATER = "00"
               MOVE 'S' TO WS-MATER-ABERTO
            ELSE
               DISPLAY "CADASTRO DE MATERIAS NAO ENCONTRADO - "
                       "REMESSA SAIRA SEM MATERIAS."
               MOVE 'S' TO WS-FIM-MATERIAS
            END-IF.
            OPEN INPUT ARQ-HISTORICO.
            IF WS-FS-HIST = "00"
               MOVE 'S' TO WS-HIST-ABERTO
            ELSE
               DISPLAY "ARQUIVO HISTORICO NAO ENCONTRADO - REMESSA "
                       "SAIRA SEM HISTORICO."
               MOVE 'S' TO WS-FIM-HISTORICO
            END-IF.
            IF WS-PODE-EXPORTAR = 'S'
               OPEN OUTPUT ARQ-REMESSA
               MOVE 'S' TO WS-REMESSA-ABERTA
            END-IF.

       P200-GRAVAR-HEADER.
            MOVE CTL-COD-ESCOLA  TO HDR-COD-ESCOLA.
            MOVE CTL-ANO-LETIVO  TO HDR-ANO-LETIVO.
            MOVE CTL-TERMO       TO HDR-TERMO.
            MOVE WS-DATA-GERACAO TO HDR-DATA-GERACAO.
            MOVE WS-HORA-GERACAO TO HDR-HORA-GERACAO.
            MOVE 'H'             TO REM-TIPO.
            MOVE WS-HEADER-REDE  TO REM-DADOS.
            WRITE WS-REG-REMESSA.

       P300-EXPORTAR-ALUNOS.
            PERFORM P310-LER-ALUNO.
            PERFORM P320-GRAVAR-ALUNO UNTIL WS-FIM-ALUNOS = 'S'.

       P310-LER-ALUNO.
            READ ARQ-ALUNOS
               AT END
                  MOVE 'S' TO WS-FIM-ALUNOS
            END-READ.

       P320-GRAVAR-ALUNO.
            MOVE 'A'          TO REM-TIPO.
            MOVE WS-REG-ALUNO TO REM-DADOS.
            WRITE WS-REG-REMESSA.
            ADD 1 TO WS-QTD-ALUNOS.
            PERFORM P310-LER-ALUNO.

       P400-EXPORTAR-MATERIAS.
            IF WS-FIM-MATERIAS NOT = 'S'
               PERFORM P410-LER-MATERIA
               PERFORM P420-GRAVAR-MATERIA
                  UNTIL WS-FIM-MATERIAS = 'S'
            END-IF.

       P410-LER-MATERIA.
            READ ARQ-MATERIAS
               AT END
                  MOVE 'S' TO WS-FIM-MATERIAS
            END-READ.

       P420-GRAVAR-MATERIA.
            MOVE 'D'            TO REM-TIPO.
            MOVE WS-REG-MATERIA TO REM-DADOS.
            WRITE WS-REG-REMESSA.
            ADD 1 TO WS-QTD-MATERIAS.
            PERFORM P410-LER-MATERIA.

       P500-EXPORTAR-MESTRE.
            PERFORM P510-LER-MESTRE.
            PERFORM P520-GRAVAR-MESTRE UNTIL WS-FIM-MESTRE = 'S'.

       P510-LER-MESTRE.
            READ ARQ-MESTRE
               AT END
                  MOVE 'S' TO WS-FIM-MESTRE
            END-READ.

       P520-GRAVAR-MESTRE.
            MOVE 'M'     TO REM-TIPO.
            MOVE WS-INFO TO REM-DADOS.
            WRITE WS-REG-REMESSA.
            ADD 1 TO WS-QTD-MESTRE.
            ADD WS-MEDIA TO WS-SOMA-MEDIAS-MESTRE.
            PERFORM P510-LER-MESTRE.

       P600-EXPORTAR-HISTORICO.
            IF WS-FIM-HISTORICO NOT = 'S'
               PERFORM P610-LER-HISTORICO
               PERFORM P620-GRAVAR-HISTORICO
                  UNTIL WS-FIM-HISTORICO = 'S'
            END-IF.

       P610-LER-HISTORICO.
            READ ARQ-HISTORICO
               AT END
                  MOVE 'S' TO WS-FIM-HISTORICO
            END-READ.

       P620-GRAVAR-HISTORICO.
            MOVE 'N'              TO REM-TIPO.
            MOVE WS-REG-HISTORICO TO REM-DADOS.
            WRITE WS-REG-REMESSA.
            ADD 1 TO WS-QTD-HISTORICO.
            ADD HIS-MEDIA TO WS-SOMA-MEDIAS-HIST.
            PERFORM P610-LER-HISTORICO.

       P700-GRAVAR-TRAILER.
            MOVE CTL-COD-ESCOLA        TO TRL-COD-ESCOLA.
            MOVE WS-QTD-ALUNOS         TO TRL-QTD-ALUNOS.
            MOVE WS-QTD-MATERIAS       TO TRL-QTD-MATERIAS.
            MOVE WS-QTD-MESTRE         TO TRL-QTD-MESTRE.
            MOVE WS-QTD-HISTORICO      TO TRL-QTD-HISTORICO.
            MOVE WS-SOMA-MEDIAS-MESTRE TO TRL-SOMA-MEDIAS-MESTRE.
            MOVE WS-SOMA-MEDIAS-HIST   TO TRL-SOMA-MEDIAS-HIST.
            MOVE 'T'                   TO REM-TIPO.
            MOVE WS-TRAILER-REDE       TO REM-DADOS.
            WRITE WS-REG-REMESSA.

       P800-EXIBIR-TOTAIS.
            DISPLAY "REMESSA DA ESCOLA " CTL-COD-ESCOLA " - TERMO "
                    CTL-ANO-LETIVO "/" CTL-TERMO.
            MOVE WS-QTD-ALUNOS TO WS-QTD-EDIT.
            DISPLAY "Alunos:                   " WS-QTD-EDIT.
            MOVE WS-QTD-MATERIAS TO WS-QTD-EDIT.
            DISPLAY "Materias:                 " WS-QTD-EDIT.
            MOVE WS-QTD-MESTRE TO WS-QTD-EDIT.
            DISPLAY "Lancamentos do mestre:    " WS-QTD-EDIT.
            MOVE WS-QTD-HISTORICO TO WS-QTD-EDIT.
            DISPLAY "Lancamentos de historico: " WS-QTD-EDIT.
            DISPLAY "ENVIE O ARQUIVO REMREDE A SECRETARIA DE EDUCACAO "
                    "(CARGA PELO CONSREDE).".

       P999-FIM.
            IF WS-ALUNOS-ABERTO = 'S'
               CLOSE ARQ-ALUNOS
            END-IF.
            IF WS-MATER-ABERTO = 'S'
               CLOSE ARQ-MATERIAS
            END-IF.
            IF WS-MESTRE-ABERTO = 'S'
               CLOSE ARQ-MESTRE
            END-IF.
            IF WS-HIST-ABERTO = 'S'
               CLOSE ARQ-HISTORICO
            END-IF.
            IF WS-REMESSA-ABERTA = 'S'
               CLOSE ARQ-REMESSA
            END-IF.
            STOP RUN.
       END PROGRAM REDEEXP.
