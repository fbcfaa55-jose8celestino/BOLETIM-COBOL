      ******************************************************************
      * Author: JOSE CELESTINO
      * Date: 15-10-2026
      * Purpose: RODADA DIARIA DE INFREQUENCIA - PERCORRE A CHAMADA
      *          DIARIA (CHAMADA) ATE A DATA DE REFERENCIA E, PARA
      *          CADA ALUNO, APURA A MAIOR SEQUENCIA ATUAL DE FALTAS
      *          CONSECUTIVAS NUMA MATERIA E O PERCENTUAL DE FALTAS NO
      *          MES. ACIMA DOS LIMITES DOS PARAMETROS ABRE O CASO NO
      *          ARQUIVO FICAI E EMITE A FICHA DE COMUNICACAO DE ALUNO
      *          INFREQUENTE (FICHAFIC); O CASO JA ABERTO E ATUALIZADO
      *          E ENCERRADO AUTOMATICAMENTE QUANDO O ALUNO VOLTA A
      *          TER PRESENCA OU SAI DA ESCOLA. CADA ABERTURA,
      *          RETORNO E ENCERRAMENTO VAI PARA O ACOMPANHAMENTO
      *          (FICAIACO) E A SITUACAO DE TODOS OS CASOS SAI NO
      *          RELATORIO DA RODADA (RELFICAI).
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   15-10-2026  JVC  Criacao - a comunicacao ao Conselho
      *                    Tutelar so saia quando o mapa do
      *                    quadrimestre chegava.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FICAIDIA.
       AUTHOR. JOSE VITOR PESQUEIRA CELESTINO.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.

      * REGRAS DA RODADA:
      *   - SO A FALTA SEM JUSTIFICATIVA (F) CONTA PARA A FICAI;
      *     PRESENCA (P) E FALTA JUSTIFICADA (J) INTERROMPEM A
      *     SEQUENCIA DE FALTAS CONSECUTIVAS.
      *   - FALTAS CONSECUTIVAS: SEQUENCIA DE FALTAS NA MESMA MATERIA
      *     QUE TERMINA NA ULTIMA CHAMADA ATE A DATA DE REFERENCIA;
      *     VALE A MAIOR ENTRE AS MATERIAS DO ALUNO. ABRE CASO QUANDO
      *     CHEGA AO LIMITE DOS PARAMETROS (CTL-LIM-FALTAS-CONSEC).
      *   - PERCENTUAL NO MES: FALTAS SEM JUSTIFICATIVA SOBRE TODAS AS
      *     CHAMADAS DO ALUNO NO MES DA DATA DE REFERENCIA; ABRE CASO
      *     QUANDO PASSA DO LIMITE (CTL-LIM-PERC-FALTAS) E NAO HOUVE
      *     CASO ABERTO PARA O ALUNO NO MESMO MES.
      *   - RETORNO: COM CASO EM ACOMPANHAMENTO, PRESENCA POSTERIOR A
      *     ABERTURA E SEQUENCIA ATUAL ABAIXO DO LIMITE ENCERRAM O
      *     CASO COMO RETORNO, NA DATA DA ULTIMA PRESENCA.
      *   - ALUNO TRANSFERIDO, DESISTENTE OU FALECIDO NAO ABRE CASO E
      *     O CASO EM ACOMPANHAMENTO E ENCERRADO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CHAMADA ASSIGN TO "CHAMADA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHM-CHAVE
               FILE STATUS IS WS-FS-CHAM.

           SELECT ARQ-FICAI ASSIGN TO "FICAI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIC-CHAVE
               FILE STATUS IS WS-FS-FICAI.

           SELECT ARQ-ACOMPANHAMENTO ASSIGN TO "FICAIACO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACOMP.

           SELECT ARQ-PARAMETROS ASSIGN TO "PARAMETROS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAM.

           SELECT ARQ-ALUNOS ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WS-FS-ALUNOS.

           SELECT ARQ-OPERADORES ASSIGN TO "OPERADOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-FS-OPER.

           SELECT REL-FICHAS ASSIGN TO "FICHAFIC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FICHA.

           SELECT REL-RODADA ASSIGN TO "RELFICAI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CHAMADA.
       COPY CHAMREG.

       FD  ARQ-FICAI.
       COPY FICAIREG.

       FD  ARQ-ACOMPANHAMENTO.
       COPY FICACORG.

       FD  ARQ-PARAMETROS.
       COPY PARAMREG.

       FD  ARQ-ALUNOS.
       COPY ALUNOREG.

       FD  ARQ-OPERADORES.
       COPY OPERREG.

       FD  REL-FICHAS.
       01  WS-LINHA-FICHA               PIC X(80).

       FD  REL-RODADA.
       01  WS-LINHA-REL                 PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS-CHAM               PIC XX  VALUE "00".
       77 WS-FS-FICAI              PIC XX  VALUE "00".
       77 WS-FS-ACOMP              PIC XX  VALUE "00".
       77 WS-FS-PARAM              PIC XX  VALUE "00".
       77 WS-FS-ALUNOS             PIC XX  VALUE "00".
       77 WS-FS-OPER               PIC XX  VALUE "00".
       77 WS-FS-FICHA              PIC XX  VALUE "00".
       77 WS-FS-REL                PIC XX  VALUE "00".
       77 WS-QTD-TENTATIVAS        PIC 9(01) VALUE 0.
       77 WS-OPER-ID-DIG           PIC X(10).
       77 WS-OPER-SENHA-DIG        PIC X(10).
       77 WS-PODE-RODAR            PIC X   VALUE 'S'.
       77 WS-CHAM-ABERTO           PIC X   VALUE 'N'.
       77 WS-ALUNOS-ABERTO         PIC X   VALUE 'N'.
       77 WS-FICAI-ABERTO          PIC X   VALUE 'N'.
       77 WS-ACOMP-ABERTO          PIC X   VALUE 'N'.
       77 WS-RELS-ABERTOS          PIC X   VALUE 'N'.
       77 WS-FIM-CHAMADA           PIC X   VALUE 'N'.
       77 WS-FIM-CASOS             PIC X   VALUE 'N'.
       77 WS-DATA-HOJE             PIC 9(08) VALUE 0.
       77 WS-HORA-AGORA            PIC 9(08) VALUE 0.
       77 WS-DATA-OK               PIC X   VALUE 'N'.
       77 WS-DATA-ENTRADA          PIC X(08).
       77 WS-DATA-VALOR            REDEFINES WS-DATA-ENTRADA
                                    PIC 9(08).
       77 WS-DATA-REF              PIC 9(08) VALUE 0.
       77 WS-ANOMES-REF            PIC 9(06) VALUE 0.
       77 WS-ANOMES-CHAMADA        PIC 9(06) VALUE 0.
       77 WS-ANOMES-ABERTURA       PIC 9(06) VALUE 0.

       01  WS-DATA-DIGITADA.
           03  WS-DIG-ANO           PIC 9(04).
           03  WS-DIG-MES           PIC 9(02).
           03  WS-DIG-DIA           PIC 9(02).

      * Apuracao do aluno corrente da quebra de matricula.
       77 WS-HOLD-MATRICULA        PIC 9(08) VALUE 0.
       77 WS-HOLD-MATERIA          PIC X(20) VALUE SPACES.
       77 WS-SEQ-MATERIA           PIC 9(03) VALUE 0.
       77 WS-MAIOR-SEQ             PIC 9(03) VALUE 0.
       77 WS-MATERIA-MAIOR-SEQ     PIC X(20) VALUE SPACES.
       77 WS-AULAS-MES             PIC 9(03) VALUE 0.
       77 WS-FALTAS-MES            PIC 9(03) VALUE 0.
       77 WS-PERC-MES              PIC 9(03) VALUE 0.
       77 WS-ULT-PRESENCA          PIC 9(08) VALUE 0.
       77 WS-ULT-FALTA             PIC 9(08) VALUE 0.
       77 WS-INFREQ-CONSEC         PIC X   VALUE 'N'.
       77 WS-INFREQ-PERC           PIC X   VALUE 'N'.
       77 WS-ACHOU-ALUNO           PIC X   VALUE 'N'.
       77 WS-ALUNO-NOME            PIC X(40) VALUE SPACES.
       77 WS-ALUNO-TURMA           PIC X(10) VALUE SPACES.
       77 WS-ALUNO-AFASTADO        PIC X   VALUE 'N'.

      * Casos ja registrados do aluno corrente.
       77 WS-ULT-SEQ-CASO          PIC 9(03) VALUE 0.
       77 WS-SEQ-CASO-ABERTO       PIC 9(03) VALUE 0.
       77 WS-ANOMES-ULT-CASO       PIC 9(06) VALUE 0.
       77 WS-ACAO-CASO             PIC X(25) VALUE SPACES.
       77 WS-TIPO-ACOMP            PIC X(01) VALUE SPACE.
       77 WS-DATA-OCORRENCIA       PIC 9(08) VALUE 0.
       77 WS-DESCR-ACOMP           PIC X(60) VALUE SPACES.

       77 WS-QTD-ALUNOS            PIC 9(05) VALUE 0.
       77 WS-QTD-SEM-CADASTRO      PIC 9(05) VALUE 0.
       77 WS-QTD-ABERTOS           PIC 9(05) VALUE 0.
       77 WS-QTD-ACOMPANHAMENTO    PIC 9(05) VALUE 0.
       77 WS-QTD-RETORNOS          PIC 9(05) VALUE 0.
       77 WS-QTD-ENCERRADOS        PIC 9(05) VALUE 0.

       COPY PARAMCTL.

       COPY OPERCTL.

       01  WS-CAB-REL1.
           03  FILLER               PIC X(45)
                VALUE "RODADA DIARIA DE INFREQUENCIA - CASOS FICAI".
           03  FILLER               PIC X(87) VALUE SPACES.

       01  WS-CAB-REL2.
           03  FILLER               PIC X(12) VALUE "REFERENCIA:".
           03  CAB-DATA-REF         PIC 9(08).
           03  FILLER               PIC X(03) VALUE SPACES.
           03  FILLER               PIC X(22)
                                     VALUE "LIMITE CONSECUTIVAS:".
           03  CAB-LIM-CONSEC       PIC Z9.
           03  FILLER               PIC X(03) VALUE SPACES.
           03  FILLER               PIC X(17)
                                     VALUE "LIMITE NO MES %:".
           03  CAB-LIM-PERC         PIC ZZ9.
           03  FILLER               PIC X(03) VALUE SPACES.
           03  FILLER               PIC X(09) VALUE "OPERADOR:".
           03  CAB-OPERADOR         PIC X(10).
           03  FILLER               PIC X(40) VALUE SPACES.

       01  WS-CAB-COLUNAS.
           03  FILLER               PIC X(09) VALUE "MATRICULA".
           03  FILLER               PIC X(01) VALUE SPACES.
           03  FILLER               PIC X(40) VALUE "ALUNO".
           03  FILLER               PIC X(02) VALUE SPACES.
           03  FILLER               PIC X(10) VALUE "TURMA".
           03  FILLER               PIC X(02) VALUE SPACES.
           03  FILLER               PIC X(06) VALUE "CONSEC".
           03  FILLER               PIC X(02) VALUE SPACES.
           03  FILLER               PIC X(05) VALUE "%MES".
           03  FILLER               PIC X(02) VALUE SPACES.
           03  FILLER               PIC X(08) VALUE "ULT.PRES".
           03  FILLER               PIC X(02) VALUE SPACES.
           03  FILLER               PIC X(08) VALUE "ABERTURA".
           03  FILLER               PIC X(02) VALUE SPACES.
           03  FILLER               PIC X(04) VALUE "CASO".
           03  FILLER               PIC X(02) VALUE SPACES.
           03  FILLER               PIC X(25) VALUE "SITUACAO DO CASO".
           03  FILLER               PIC X(02) VALUE SPACES.

       01  WS-LIN-CASO.
           03  LIN-MATRICULA        PIC 9(08).
           03  FILLER               PIC X(02) VALUE SPACES.
           03  LIN-ALUNO            PIC X(40).
           03  FILLER               PIC X(02) VALUE SPACES.
           03  LIN-TURMA            PIC X(10).
           03  FILLER               PIC X(05) VALUE SPACES.
           03  LIN-CONSEC           PIC ZZ9.
           03  FILLER               PIC X(03) VALUE SPACES.
           03  LIN-PERC             PIC ZZ9.
           03  FILLER               PIC X(03) VALUE SPACES.
           03  LIN-ULT-PRESENCA     PIC 9(08).
           03  FILLER               PIC X(02) VALUE SPACES.
           03  LIN-ABERTURA         PIC 9(08).
           03  FILLER               PIC X(03) VALUE SPACES.
           03  LIN-SEQ              PIC 9(03).
           03  FILLER               PIC X(02) VALUE SPACES.
           03  LIN-ACAO             PIC X(25).
           03  FILLER               PIC X(02) VALUE SPACES.

       01  WS-LINHA-BRANCO          PIC X(132) VALUE SPACES.

       01  WS-TOT-REL1.
           03  FILLER               PIC X(30)
                                     VALUE "ALUNOS COM CHAMADA:".
           03  TOT-ALUNOS           PIC ZZZZ9.
           03  FILLER               PIC X(97) VALUE SPACES.

       01  WS-TOT-REL2.
           03  FILLER               PIC X(30)
                                     VALUE "CASOS ABERTOS (FICAI):".
           03  TOT-ABERTOS          PIC ZZZZ9.
           03  FILLER               PIC X(97) VALUE SPACES.

       01  WS-TOT-REL3.
           03  FILLER               PIC X(30)
                                     VALUE "CASOS EM ACOMPANHAMENTO:".
           03  TOT-ACOMPANHAMENTO   PIC ZZZZ9.
           03  FILLER               PIC X(97) VALUE SPACES.

       01  WS-TOT-REL4.
           03  FILLER               PIC X(30)
                                     VALUE "RETORNOS DO ALUNO:".
           03  TOT-RETORNOS         PIC ZZZZ9.
           03  FILLER               PIC X(97) VALUE SPACES.

       01  WS-TOT-REL5.
           03  FILLER               PIC X(30)
                VALUE "ENCERRADOS (SAIU DA ESCOLA):".
           03  TOT-ENCERRADOS       PIC ZZZZ9.
           03  FILLER               PIC X(97) VALUE SPACES.

       01  WS-TOT-REL6.
           03  FILLER               PIC X(30)
                                     VALUE "CHAMADA SEM CADASTRO:".
           03  TOT-SEM-CADASTRO     PIC ZZZZ9.
           03  FILLER               PIC X(97) VALUE SPACES.

      * Ficha de comunicacao de aluno infrequente - uma pagina por
      * caso aberto, com os campos do acompanhamento a preencher.
       01  WS-FICHA-TITULO1.
           03  FILLER               PIC X(42)
                VALUE "FICHA DE COMUNICACAO DE ALUNO INFREQUENTE".
           03  FILLER               PIC X(38) VALUE "- FICAI".

       01  WS-FICHA-ESCOLA.
           03  FILLER               PIC X(15) VALUE "ESCOLA (INEP):".
           03  FCH-ESCOLA           PIC 9(08).
           03  FILLER               PIC X(06) VALUE SPACES.
           03  FILLER               PIC X(10) VALUE "FICAI No:".
           03  FCH-MATRICULA-NUM    PIC 9(08).
           03  FILLER               PIC X(01) VALUE "/".
           03  FCH-SEQ              PIC 9(03).
           03  FILLER               PIC X(29) VALUE SPACES.

       01  WS-FICHA-ALUNO.
           03  FILLER               PIC X(07) VALUE "ALUNO:".
           03  FCH-ALUNO            PIC X(40).
           03  FILLER               PIC X(02) VALUE SPACES.
           03  FILLER               PIC X(07) VALUE "TURMA:".
           03  FCH-TURMA            PIC X(10).
           03  FILLER               PIC X(14) VALUE SPACES.

       01  WS-FICHA-ABERTURA.
           03  FILLER               PIC X(18) VALUE "DATA DE ABERTURA:".
           03  FCH-DATA-ABERTURA    PIC 9(08).
           03  FILLER               PIC X(03) VALUE SPACES.
           03  FILLER               PIC X(08) VALUE "MOTIVO:".
           03  FCH-MOTIVO           PIC X(30).
           03  FILLER               PIC X(13) VALUE SPACES.

       01  WS-FICHA-FALTAS1.
           03  FILLER               PIC X(21)
                                     VALUE "FALTAS CONSECUTIVAS:".
           03  FCH-CONSEC           PIC ZZ9.
           03  FILLER               PIC X(12) VALUE "  MATERIA:".
           03  FCH-MATERIA          PIC X(20).
           03  FILLER               PIC X(24) VALUE SPACES.

       01  WS-FICHA-FALTAS2.
           03  FILLER               PIC X(15) VALUE "FALTAS NO MES:".
           03  FCH-FALTAS-MES       PIC ZZ9.
           03  FILLER               PIC X(04) VALUE " DE ".
           03  FCH-AULAS-MES        PIC ZZ9.
           03  FILLER               PIC X(10) VALUE " CHAMADAS ".
           03  FILLER               PIC X(01) VALUE "(".
           03  FCH-PERC-MES         PIC ZZ9.
           03  FILLER               PIC X(03) VALUE "%)".
           03  FILLER               PIC X(18)
                VALUE "  ULTIMA PRESENCA:".
           03  FCH-ULT-PRESENCA     PIC 9(08).
           03  FILLER               PIC X(12) VALUE SPACES.

       01  WS-FICHA-RESPONSAVEL.
           03  FILLER               PIC X(40)
                VALUE "RESPONSAVEL: ___________________________".
           03  FILLER               PIC X(40)
                VALUE "  TELEFONE: ______________________".

       01  WS-FICHA-ETAPA1.
           03  FILLER               PIC X(40)
                VALUE "1. CONTATO DA ESCOLA COM A FAMILIA".
           03  FILLER               PIC X(40) VALUE SPACES.

       01  WS-FICHA-ETAPA2.
           03  FILLER               PIC X(40)
                VALUE "2. ENCAMINHAMENTO AO CONSELHO TUTELAR".
           03  FILLER               PIC X(40)
                VALUE "(SEM RETORNO DO ALUNO)".

       01  WS-FICHA-ETAPA3.
           03  FILLER               PIC X(40)
                VALUE "3. RETORNO DO ALUNO A ESCOLA".
           03  FILLER               PIC X(40) VALUE SPACES.

       01  WS-FICHA-DATA-RESULT.
           03  FILLER               PIC X(40)
                VALUE "   DATA: ____/____/________".
           03  FILLER               PIC X(40)
                VALUE "  RESPONSAVEL: ____________________".

       01  WS-FICHA-LINHA-OBS.
           03  FILLER               PIC X(40)
                VALUE "   OBS.: _______________________________".
           03  FILLER               PIC X(40)
                VALUE "_____________________________________".

       01  WS-FICHA-ASSINATURAS.
           03  FILLER               PIC X(40)
                VALUE "______________________________".
           03  FILLER               PIC X(40)
                VALUE "______________________________".

       01  WS-FICHA-ASSIN-NOMES.
           03  FILLER               PIC X(40)
                VALUE "       DIRECAO DA ESCOLA".
           03  FILLER               PIC X(40)
                VALUE "       CONSELHO TUTELAR".

       01  WS-FICHA-BRANCO          PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       P100-INICIAR.
            PERFORM P112-SIGNON.
            IF NOT CTL-SIGNON-OK
               DISPLAY "ACESSO NAO AUTORIZADO - RODADA NAO EXECUTADA."
               STOP RUN
            END-IF.
            PERFORM P110-LER-PARAMETROS.
            PERFORM P130-PEDIR-DATA-REFERENCIA.
            PERFORM P120-ABRIR-ARQUIVOS.
            IF WS-PODE-RODAR = 'S'
               PERFORM P200-POSICIONAR-CHAMADA
               PERFORM P300-PROCESSAR-ALUNO
                  UNTIL WS-FIM-CHAMADA = 'S'
               PERFORM P800-TOTAIS
            END-IF.
            PERFORM P999-FIM.
            EXIT PROGRAM.

      * Sign-on do operador no cadastro de operadores (CADOPER), com
      * tres tentativas - o operador fica registrado no caso aberto
      * e no acompanhamento.
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

      * Limites ausentes nos parametros caem no padrao (5 faltas
      * consecutivas / 25% no mes); o codigo INEP so identifica a
      * escola na ficha.
       P110-LER-PARAMETROS.
            OPEN INPUT ARQ-PARAMETROS.
            IF WS-FS-PARAM = "00"
               READ ARQ-PARAMETROS
                  AT END
                     DISPLAY "PARAMETROS VAZIOS - USANDO PADRAO."
                  NOT AT END
                     PERFORM P111-VALIDAR-PARAMETROS
               END-READ
               CLOSE ARQ-PARAMETROS
            ELSE
               DISPLAY "ARQUIVO DE PARAMETROS NAO ENCONTRADO - "
                       "USANDO PADRAO (5 FALTAS CONSECUTIVAS / 25% "
                       "NO MES)."
            END-IF.

       P111-VALIDAR-PARAMETROS.
            IF (PARM-LIM-FALTAS-CONSEC IS NUMERIC)
               AND (PARM-LIM-FALTAS-CONSEC > 0)
               MOVE PARM-LIM-FALTAS-CONSEC TO CTL-LIM-FALTAS-CONSEC
            ELSE
               DISPLAY "LIMITE DE FALTAS CONSECUTIVAS AUSENTE NO "
                       "ARQUIVO DE PARAMETROS - USANDO PADRAO (5)."
            END-IF.
            IF (PARM-LIM-PERC-FALTAS IS NUMERIC)
               AND (PARM-LIM-PERC-FALTAS > 0)
               AND (PARM-LIM-PERC-FALTAS < 100)
               MOVE PARM-LIM-PERC-FALTAS TO CTL-LIM-PERC-FALTAS
            ELSE
               DISPLAY "LIMITE DE FALTAS NO MES AUSENTE NO ARQUIVO "
                       "DE PARAMETROS - USANDO PADRAO (25%)."
            END-IF.
            IF (PARM-COD-ESCOLA IS NUMERIC)
               MOVE PARM-COD-ESCOLA TO CTL-COD-ESCOLA
            END-IF.

      * Data de referencia AAAAMMDD, em branco = hoje; nao pode ser
      * futura (reprocessamento de um dia que ficou sem rodada).
       P130-PEDIR-DATA-REFERENCIA.
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
            MOVE 'N' TO WS-DATA-OK.
            PERFORM P131-ACEITAR-DATA UNTIL WS-DATA-OK = 'S'.
            COMPUTE WS-ANOMES-REF = WS-DATA-REF / 100.

       P131-ACEITAR-DATA.
            DISPLAY "INFORME A DATA DE REFERENCIA DA RODADA "
                    "(AAAAMMDD, BRANCO = HOJE)."
            ACCEPT WS-DATA-ENTRADA.
            IF WS-DATA-ENTRADA = SPACES
               MOVE WS-DATA-HOJE TO WS-DATA-REF
               MOVE 'S' TO WS-DATA-OK
            ELSE
               IF WS-DATA-ENTRADA IS NOT NUMERIC
                  DISPLAY "DATA INVALIDA - SOMENTE DIGITOS. "
                          "TENTE NOVAMENTE."
               ELSE
                  MOVE WS-DATA-VALOR TO WS-DATA-DIGITADA
                  IF (WS-DIG-MES < 1) OR (WS-DIG-MES > 12)
                     OR (WS-DIG-DIA < 1) OR (WS-DIG-DIA > 31)
                     OR (WS-DIG-ANO = 0)
                     OR (WS-DATA-VALOR > WS-DATA-HOJE)
                     DISPLAY "DATA INVALIDA OU POSTERIOR A HOJE. "
                             "TENTE NOVAMENTE."
                  ELSE
                     MOVE WS-DATA-VALOR TO WS-DATA-REF
                     MOVE 'S' TO WS-DATA-OK
                  END-IF
               END-IF
            END-IF.

      * Chamada e cadastro de alunos sao obrigatorios; o arquivo de
      * casos e o acompanhamento sao criados na primeira rodada.
       P120-ABRIR-ARQUIVOS.
            OPEN INPUT ARQ-CHAMADA.
            IF WS-FS-CHAM = "00"
               MOVE 'S' TO WS-CHAM-ABERTO
            ELSE
               DISPLAY "ARQUIVO DE CHAMADA NAO ENCONTRADO - CARREGUE "
                       "A CHAMADA NO CHAMLOTE. RODADA CANCELADA."
               MOVE 'N' TO WS-PODE-RODAR
            END-IF.
            OPEN INPUT ARQ-ALUNOS.
            IF WS-FS-ALUNOS = "00"
               MOVE 'S' TO WS-ALUNOS-ABERTO
            ELSE
               DISPLAY "CADASTRO DE ALUNOS NAO ENCONTRADO - RODADA "
                       "CANCELADA."
               MOVE 'N' TO WS-PODE-RODAR
            END-IF.
            IF WS-PODE-RODAR = 'S'
               OPEN I-O ARQ-FICAI
               IF WS-FS-FICAI = "35"
                  OPEN OUTPUT ARQ-FICAI
                  CLOSE ARQ-FICAI
                  OPEN I-O ARQ-FICAI
               END-IF
               MOVE 'S' TO WS-FICAI-ABERTO
               OPEN EXTEND ARQ-ACOMPANHAMENTO
               IF WS-FS-ACOMP = "35"
                  OPEN OUTPUT ARQ-ACOMPANHAMENTO
                  CLOSE ARQ-ACOMPANHAMENTO
                  OPEN EXTEND ARQ-ACOMPANHAMENTO
               END-IF
               MOVE 'S' TO WS-ACOMP-ABERTO
               OPEN OUTPUT REL-FICHAS
               OPEN OUTPUT REL-RODADA
               MOVE 'S' TO WS-RELS-ABERTOS
               MOVE WS-DATA-REF           TO CAB-DATA-REF
               MOVE CTL-LIM-FALTAS-CONSEC TO CAB-LIM-CONSEC
               MOVE CTL-LIM-PERC-FALTAS   TO CAB-LIM-PERC
               MOVE CTL-OPER-ID           TO CAB-OPERADOR
               WRITE WS-LINHA-REL FROM WS-CAB-REL1
               WRITE WS-LINHA-REL FROM WS-CAB-REL2
               WRITE WS-LINHA-REL FROM WS-LINHA-BRANCO
               WRITE WS-LINHA-REL FROM WS-CAB-COLUNAS
            END-IF.

       P200-POSICIONAR-CHAMADA.
            MOVE 'N' TO WS-FIM-CHAMADA.
            MOVE LOW-VALUES TO CHM-CHAVE.
            START ARQ-CHAMADA KEY NOT < CHM-CHAVE
               INVALID KEY
                  MOVE 'S' TO WS-FIM-CHAMADA
            END-START.
            IF WS-FIM-CHAMADA NOT = 'S'
               PERFORM P210-LER-CHAMADA
            END-IF.

       P210-LER-CHAMADA.
            READ ARQ-CHAMADA NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIM-CHAMADA
            END-READ.

      * Quebra por aluno: a chamada e chaveada por matricula+materia
      * +data, entao cada materia do aluno chega em ordem de data.
       P300-PROCESSAR-ALUNO.
            MOVE CHM-MATRICULA TO WS-HOLD-MATRICULA.
            MOVE 0 TO WS-MAIOR-SEQ.
            MOVE SPACES TO WS-MATERIA-MAIOR-SEQ.
            MOVE 0 TO WS-AULAS-MES.
            MOVE 0 TO WS-FALTAS-MES.
            MOVE 0 TO WS-ULT-PRESENCA.
            MOVE 0 TO WS-ULT-FALTA.
            PERFORM P310-PROCESSAR-MATERIA
               UNTIL (WS-FIM-CHAMADA = 'S')
                  OR (CHM-MATRICULA NOT = WS-HOLD-MATRICULA).
            ADD 1 TO WS-QTD-ALUNOS.
            PERFORM P400-AVALIAR-ALUNO.

       P310-PROCESSAR-MATERIA.
            MOVE CHM-MATERIA TO WS-HOLD-MATERIA.
            MOVE 0 TO WS-SEQ-MATERIA.
            PERFORM P320-ACUMULAR-CHAMADA
               UNTIL (WS-FIM-CHAMADA = 'S')
                  OR (CHM-MATRICULA NOT = WS-HOLD-MATRICULA)
                  OR (CHM-MATERIA NOT = WS-HOLD-MATERIA).
            IF WS-SEQ-MATERIA > WS-MAIOR-SEQ
               MOVE WS-SEQ-MATERIA  TO WS-MAIOR-SEQ
               MOVE WS-HOLD-MATERIA TO WS-MATERIA-MAIOR-SEQ
            END-IF.

      * Chamada posterior a data de referencia fica de fora - a
      * rodada reprocessada enxerga o dia como ele era.
       P320-ACUMULAR-CHAMADA.
            IF CHM-DATA NOT > WS-DATA-REF
               EVALUATE TRUE
                  WHEN CHM-FALTA
                     ADD 1 TO WS-SEQ-MATERIA
                     IF CHM-DATA > WS-ULT-FALTA
                        MOVE CHM-DATA TO WS-ULT-FALTA
                     END-IF
                  WHEN CHM-PRESENTE
                     MOVE 0 TO WS-SEQ-MATERIA
                     IF CHM-DATA > WS-ULT-PRESENCA
                        MOVE CHM-DATA TO WS-ULT-PRESENCA
                     END-IF
                  WHEN OTHER
                     MOVE 0 TO WS-SEQ-MATERIA
               END-EVALUATE
               COMPUTE WS-ANOMES-CHAMADA = CHM-DATA / 100
               IF WS-ANOMES-CHAMADA = WS-ANOMES-REF
                  ADD 1 TO WS-AULAS-MES
                  IF CHM-FALTA
                     ADD 1 TO WS-FALTAS-MES
                  END-IF
               END-IF
            END-IF.
            PERFORM P210-LER-CHAMADA.

       P400-AVALIAR-ALUNO.
            MOVE 0 TO WS-PERC-MES.
            IF WS-AULAS-MES > 0
               COMPUTE WS-PERC-MES ROUNDED =
                       WS-FALTAS-MES * 100 / WS-AULAS-MES
            END-IF.
            MOVE 'N' TO WS-INFREQ-CONSEC.
            MOVE 'N' TO WS-INFREQ-PERC.
            IF WS-MAIOR-SEQ NOT < CTL-LIM-FALTAS-CONSEC
               MOVE 'S' TO WS-INFREQ-CONSEC
            END-IF.
            IF WS-PERC-MES > CTL-LIM-PERC-FALTAS
               MOVE 'S' TO WS-INFREQ-PERC
            END-IF.
            PERFORM P410-LER-ALUNO.
            IF WS-ACHOU-ALUNO = 'N'
               ADD 1 TO WS-QTD-SEM-CADASTRO
            ELSE
               PERFORM P420-LOCALIZAR-CASOS
               IF WS-SEQ-CASO-ABERTO > 0
                  PERFORM P500-ACOMPANHAR-CASO
               ELSE
                  IF (WS-ALUNO-AFASTADO = 'N')
                     AND ((WS-INFREQ-CONSEC = 'S')
                       OR ((WS-INFREQ-PERC = 'S')
                       AND (WS-ANOMES-ULT-CASO NOT = WS-ANOMES-REF)))
                     PERFORM P600-ABRIR-CASO
                  END-IF
               END-IF
            END-IF.

       P410-LER-ALUNO.
            MOVE 'N' TO WS-ACHOU-ALUNO.
            MOVE 'N' TO WS-ALUNO-AFASTADO.
            MOVE WS-HOLD-MATRICULA TO AL-MATRICULA.
            READ ARQ-ALUNOS
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 'S' TO WS-ACHOU-ALUNO
                  MOVE AL-NOME  TO WS-ALUNO-NOME
                  MOVE AL-TURMA TO WS-ALUNO-TURMA
                  IF AL-AFASTADO
                     MOVE 'S' TO WS-ALUNO-AFASTADO
                  END-IF
            END-READ.

      * Percorre os casos do aluno (chave matricula+sequencia): guarda
      * a ultima sequencia usada, o caso ainda em acompanhamento e o
      * mes de abertura do caso mais recente.
       P420-LOCALIZAR-CASOS.
            MOVE 0 TO WS-ULT-SEQ-CASO.
            MOVE 0 TO WS-SEQ-CASO-ABERTO.
            MOVE 0 TO WS-ANOMES-ULT-CASO.
            MOVE 'N' TO WS-FIM-CASOS.
            MOVE WS-HOLD-MATRICULA TO FIC-MATRICULA.
            MOVE 0                 TO FIC-SEQ.
            START ARQ-FICAI KEY NOT < FIC-CHAVE
               INVALID KEY
                  MOVE 'S' TO WS-FIM-CASOS
            END-START.
            IF WS-FIM-CASOS NOT = 'S'
               PERFORM P430-LER-CASO
            END-IF.
            PERFORM P440-EXAMINAR-CASO
               UNTIL (WS-FIM-CASOS = 'S')
                  OR (FIC-MATRICULA NOT = WS-HOLD-MATRICULA).

       P430-LER-CASO.
            READ ARQ-FICAI NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIM-CASOS
            END-READ.

       P440-EXAMINAR-CASO.
            MOVE FIC-SEQ TO WS-ULT-SEQ-CASO.
            COMPUTE WS-ANOMES-ULT-CASO = FIC-DATA-ABERTURA / 100.
            IF FIC-EM-ACOMPANHAMENTO
               MOVE FIC-SEQ TO WS-SEQ-CASO-ABERTO
            END-IF.
            PERFORM P430-LER-CASO.

      * Caso em acompanhamento: aluno que saiu da escola encerra o
      * caso; presenca depois da abertura, sem nova sequencia no
      * limite, e retorno; senao o caso so tem os numeros
      * atualizados.
       P500-ACOMPANHAR-CASO.
            MOVE WS-HOLD-MATRICULA  TO FIC-MATRICULA.
            MOVE WS-SEQ-CASO-ABERTO TO FIC-SEQ.
            READ ARQ-FICAI
               INVALID KEY
                  DISPLAY "CASO NAO ENCONTRADO NA RELEITURA: "
                          WS-HOLD-MATRICULA "/" WS-SEQ-CASO-ABERTO
               NOT INVALID KEY
                  PERFORM P510-ATUALIZAR-CASO
            END-READ.

       P510-ATUALIZAR-CASO.
            MOVE WS-MAIOR-SEQ    TO FIC-FALTAS-CONSEC.
            MOVE WS-PERC-MES     TO FIC-PERC-FALTAS-MES.
            MOVE WS-ULT-PRESENCA TO FIC-DATA-ULT-PRESENCA.
            MOVE WS-ULT-FALTA    TO FIC-DATA-ULT-FALTA.
            EVALUATE TRUE
               WHEN WS-ALUNO-AFASTADO = 'S'
                  MOVE 'E' TO FIC-SITUACAO
                  MOVE WS-DATA-REF TO FIC-DATA-ENCERRAMENTO
                  MOVE "ENCERRADO - SAIU ESCOLA" TO WS-ACAO-CASO
                  MOVE 'E' TO WS-TIPO-ACOMP
                  MOVE WS-DATA-REF TO WS-DATA-OCORRENCIA
                  MOVE "ALUNO TRANSFERIDO, DESISTENTE OU FALECIDO"
                       TO WS-DESCR-ACOMP
                  ADD 1 TO WS-QTD-ENCERRADOS
               WHEN (WS-ULT-PRESENCA > FIC-DATA-ABERTURA)
                 AND (WS-INFREQ-CONSEC = 'N')
                  MOVE 'R' TO FIC-SITUACAO
                  MOVE WS-ULT-PRESENCA TO FIC-DATA-ENCERRAMENTO
                  MOVE "RETORNO DO ALUNO" TO WS-ACAO-CASO
                  MOVE 'R' TO WS-TIPO-ACOMP
                  MOVE WS-ULT-PRESENCA TO WS-DATA-OCORRENCIA
                  MOVE "PRESENCA REGISTRADA NA CHAMADA DIARIA"
                       TO WS-DESCR-ACOMP
                  ADD 1 TO WS-QTD-RETORNOS
               WHEN OTHER
                  MOVE SPACE TO WS-TIPO-ACOMP
                  IF FIC-NO-CONSELHO
                     MOVE "NO CONSELHO TUTELAR" TO WS-ACAO-CASO
                  ELSE
                     IF FIC-QTD-CONTATOS = 0
                        MOVE "ABERTO - SEM CONTATO" TO WS-ACAO-CASO
                     ELSE
                        MOVE "ABERTO - FAMILIA CONTATADA"
                             TO WS-ACAO-CASO
                     END-IF
                  END-IF
                  ADD 1 TO WS-QTD-ACOMPANHAMENTO
            END-EVALUATE.
            REWRITE WS-REG-FICAI
               INVALID KEY
                  DISPLAY "ERRO AO REGRAVAR CASO: " WS-FS-FICAI
               NOT INVALID KEY
                  IF WS-TIPO-ACOMP NOT = SPACE
                     PERFORM P700-GRAVAR-ACOMPANHAMENTO
                  END-IF
                  PERFORM P750-IMPRIMIR-LINHA
            END-REWRITE.

      * Abre o caso na proxima sequencia do aluno, registra a
      * abertura no acompanhamento e emite a ficha.
       P600-ABRIR-CASO.
            INITIALIZE WS-REG-FICAI.
            MOVE WS-HOLD-MATRICULA    TO FIC-MATRICULA.
            COMPUTE FIC-SEQ = WS-ULT-SEQ-CASO + 1.
            MOVE WS-ALUNO-NOME        TO FIC-ALUNO.
            MOVE WS-ALUNO-TURMA       TO FIC-TURMA.
            MOVE 'A'                  TO FIC-SITUACAO.
            IF WS-INFREQ-CONSEC = 'S'
               MOVE 'C' TO FIC-MOTIVO
            ELSE
               MOVE 'P' TO FIC-MOTIVO
            END-IF.
            MOVE WS-DATA-REF          TO FIC-DATA-ABERTURA.
            MOVE WS-MAIOR-SEQ         TO FIC-FALTAS-CONSEC.
            MOVE WS-MATERIA-MAIOR-SEQ TO FIC-MATERIA-CONSEC.
            MOVE WS-PERC-MES          TO FIC-PERC-FALTAS-MES.
            MOVE WS-ULT-PRESENCA      TO FIC-DATA-ULT-PRESENCA.
            MOVE WS-ULT-FALTA         TO FIC-DATA-ULT-FALTA.
            MOVE CTL-OPER-ID          TO FIC-OPERADOR.
            WRITE WS-REG-FICAI
               INVALID KEY
                  DISPLAY "ERRO AO GRAVAR CASO: " FIC-MATRICULA "/"
                          FIC-SEQ " - " WS-FS-FICAI
               NOT INVALID KEY
                  MOVE 'A' TO WS-TIPO-ACOMP
                  MOVE WS-DATA-REF TO WS-DATA-OCORRENCIA
                  IF FIC-POR-CONSECUTIVAS
                     MOVE "FICAI EMITIDA - FALTAS CONSECUTIVAS"
                          TO WS-DESCR-ACOMP
                  ELSE
                     MOVE "FICAI EMITIDA - PERCENTUAL DE FALTAS NO MES"
                          TO WS-DESCR-ACOMP
                  END-IF
                  PERFORM P700-GRAVAR-ACOMPANHAMENTO
                  PERFORM P650-EMITIR-FICHA
                  MOVE "ABERTO - FICAI EMITIDA" TO WS-ACAO-CASO
                  PERFORM P750-IMPRIMIR-LINHA
                  ADD 1 TO WS-QTD-ABERTOS
            END-WRITE.

       P650-EMITIR-FICHA.
            MOVE CTL-COD-ESCOLA     TO FCH-ESCOLA.
            MOVE FIC-MATRICULA      TO FCH-MATRICULA-NUM.
            MOVE FIC-SEQ            TO FCH-SEQ.
            MOVE FIC-ALUNO          TO FCH-ALUNO.
            MOVE FIC-TURMA          TO FCH-TURMA.
            MOVE FIC-DATA-ABERTURA  TO FCH-DATA-ABERTURA.
            IF FIC-POR-CONSECUTIVAS
               MOVE "FALTAS CONSECUTIVAS" TO FCH-MOTIVO
            ELSE
               MOVE "PERCENTUAL DE FALTAS NO MES" TO FCH-MOTIVO
            END-IF.
            MOVE FIC-FALTAS-CONSEC  TO FCH-CONSEC.
            MOVE FIC-MATERIA-CONSEC TO FCH-MATERIA.
            MOVE WS-FALTAS-MES      TO FCH-FALTAS-MES.
            MOVE WS-AULAS-MES       TO FCH-AULAS-MES.
            MOVE FIC-PERC-FALTAS-MES TO FCH-PERC-MES.
            MOVE FIC-DATA-ULT-PRESENCA TO FCH-ULT-PRESENCA.
            WRITE WS-LINHA-FICHA FROM WS-FICHA-BRANCO
               AFTER ADVANCING PAGE.
            WRITE WS-LINHA-FICHA FROM WS-FICHA-TITULO1.
            WRITE WS-LINHA-FICHA FROM WS-FICHA-BRANCO.
            WRITE WS-LINHA-FICHA FROM WS-FICHA-ESCOLA.
            WRITE WS-LINHA-FICHA FROM WS-FICHA-ALUNO.
            WRITE WS-LINHA-FICHA FROM WS-FICHA-ABERTURA.
            WRITE WS-LINHA-FICHA FROM WS-FICHA-FALTAS1.
            WRITE WS-LINHA-FICHA FROM WS-FICHA-FALTAS2.
            WRITE WS-LINHA-FICHA FROM WS-FICHA-BRANCO.
            WRITE WS-LINHA-FICHA FROM WS-FICHA-RESPONSAVEL.
            WRITE WS-LINHA-FICHA FROM WS-FICHA-BRANCO.
            WRITE WS-LINHA-FICHA FROM WS-FICHA-ETAPA1.
            WRITE WS-LINHA-FICHA FROM WS-FICHA-DATA-RESULT.
            WRITE WS-LINHA-FICHA FROM WS-FICHA-LINHA-OBS.
            WRITE WS-LINHA-FICHA FROM WS-FICHA-BRANCO.
            WRITE WS-LINHA-FICHA FROM WS-FICHA-ETAPA2.
            WRITE WS-LINHA-FICHA FROM WS-FICHA-DATA-RESULT.
            WRITE WS-LINHA-FICHA FROM WS-FICHA-LINHA-OBS.
            WRITE WS-LINHA-FICHA FROM WS-FICHA-BRANCO.
            WRITE WS-LINHA-FICHA FROM WS-FICHA-ETAPA3.
            WRITE WS-LINHA-FICHA FROM WS-FICHA-DATA-RESULT.
            WRITE WS-LINHA-FICHA FROM WS-FICHA-BRANCO.
            WRITE WS-LINHA-FICHA FROM WS-FICHA-BRANCO.
            WRITE WS-LINHA-FICHA FROM WS-FICHA-ASSINATURAS.
            WRITE WS-LINHA-FICHA FROM WS-FICHA-ASSIN-NOMES.

       P700-GRAVAR-ACOMPANHAMENTO.
            ACCEPT WS-DATA-HOJE  FROM DATE YYYYMMDD.
            ACCEPT WS-HORA-AGORA FROM TIME.
            MOVE FIC-MATRICULA      TO FAC-MATRICULA.
            MOVE FIC-SEQ            TO FAC-SEQ.
            MOVE WS-TIPO-ACOMP      TO FAC-TIPO.
            MOVE WS-DATA-OCORRENCIA TO FAC-DATA-OCORRENCIA.
            MOVE WS-DESCR-ACOMP     TO FAC-DESCRICAO.
            MOVE "FICAIDIA"         TO FAC-PROGRAMA.
            MOVE CTL-OPER-ID        TO FAC-OPERADOR.
            MOVE WS-DATA-HOJE       TO FAC-DATA.
            MOVE WS-HORA-AGORA      TO FAC-HORA.
            WRITE WS-REG-FICAI-ACOMP.

       P750-IMPRIMIR-LINHA.
            MOVE FIC-MATRICULA         TO LIN-MATRICULA.
            MOVE FIC-ALUNO             TO LIN-ALUNO.
            MOVE FIC-TURMA             TO LIN-TURMA.
            MOVE FIC-FALTAS-CONSEC     TO LIN-CONSEC.
            MOVE FIC-PERC-FALTAS-MES   TO LIN-PERC.
            MOVE FIC-DATA-ULT-PRESENCA TO LIN-ULT-PRESENCA.
            MOVE FIC-DATA-ABERTURA     TO LIN-ABERTURA.
            MOVE FIC-SEQ               TO LIN-SEQ.
            MOVE WS-ACAO-CASO          TO LIN-ACAO.
            WRITE WS-LINHA-REL FROM WS-LIN-CASO.

       P800-TOTAIS.
            MOVE WS-QTD-ALUNOS         TO TOT-ALUNOS.
            MOVE WS-QTD-ABERTOS        TO TOT-ABERTOS.
            MOVE WS-QTD-ACOMPANHAMENTO TO TOT-ACOMPANHAMENTO.
            MOVE WS-QTD-RETORNOS       TO TOT-RETORNOS.
            MOVE WS-QTD-ENCERRADOS     TO TOT-ENCERRADOS.
            MOVE WS-QTD-SEM-CADASTRO   TO TOT-SEM-CADASTRO.
            WRITE WS-LINHA-REL FROM WS-LINHA-BRANCO.
            WRITE WS-LINHA-REL FROM WS-TOT-REL1.
            WRITE WS-LINHA-REL FROM WS-TOT-REL2.
            WRITE WS-LINHA-REL FROM WS-TOT-REL3.
            WRITE WS-LINHA-REL FROM WS-TOT-REL4.
            WRITE WS-LINHA-REL FROM WS-TOT-REL5.
            WRITE WS-LINHA-REL FROM WS-TOT-REL6.
            DISPLAY "RODADA " WS-DATA-REF " - FICAI EMITIDAS: "
                    WS-QTD-ABERTOS " EM ACOMPANHAMENTO: "
                    WS-QTD-ACOMPANHAMENTO " RETORNOS: "
                    WS-QTD-RETORNOS.

       P999-FIM.
            IF WS-CHAM-ABERTO = 'S'
               CLOSE ARQ-CHAMADA
            END-IF.
            IF WS-ALUNOS-ABERTO = 'S'
               CLOSE ARQ-ALUNOS
            END-IF.
            IF WS-FICAI-ABERTO = 'S'
               CLOSE ARQ-FICAI
            END-IF.
            IF WS-ACOMP-ABERTO = 'S'
               CLOSE ARQ-ACOMPANHAMENTO
            END-IF.
            IF WS-RELS-ABERTOS = 'S'
               CLOSE REL-FICHAS
               CLOSE REL-RODADA
            END-IF.
            STOP RUN.
       END PROGRAM FICAIDIA.
