      ******************************************************************
      * Author: JOSE CELESTINO
      * Date: 15-10-2026
      * Purpose: EVOLUCAO DE DESEMPENHO ENTRE TERMOS E ANOS - LE O
      *          HISTORICO DE NOTAS (HISTNOTA) INTEIRO E IMPRIME (A)
      *          UM QUADRO POR TURMA/MATERIA COM MEDIA, TAXA DE
      *          APROVACAO E TAXA DE REPROVACAO POR FALTA DE CADA
      *          TERMO ARQUIVADO LADO A LADO, COM A VARIACAO EM
      *          RELACAO AO TERMO ANTERIOR E AO MESMO TERMO DO ANO
      *          ANTERIOR, E (B) OS ALUNOS CUJA MEDIA NUMA MATERIA
      *          CAIU MAIS QUE O LIMITE INFORMADO DE UM TERMO PARA O
      *          SEGUINTE, PARA A ORIENTACAO PEDAGOGICA CHAMAR A
      *          FAMILIA.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   15-10-2026  JVC  Criacao - a coordenacao comparava os
      *                    termos juntando a mao os RELANALI de cada
      *                    fechamento, e o historico so era lido
      *                    aluno a aluno pelo HISTESC e pelo PROMOANO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVOLTERM.
       AUTHOR. JOSE VITOR PESQUEIRA CELESTINO.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.

      * REGRAS DA COMPARACAO:
      *   - O RESULTADO DO LANCAMENTO E O RESULTADO FINAL APURADO
      *     (INCLUSIVE A DECISAO DO CONSELHO); ENQUANTO A APURACAO
      *     NAO RODOU, VALE O STATUS PRELIMINAR DO TERMO.
      *   - APROVADO, APROV RECUP E APROV CONS CONTAM COMO APROVACAO;
      *     REPROV FALTA E A REPROVACAO POR FALTA.
      *   - LANCAMENTO INCOMPLETO E CONTADO A PARTE E NAO ENTRA EM
      *     MEDIA NEM EM TAXA - A MEDIA DELE NAO EXISTE.
      *   - A TURMA E A DO ALUNO NO TERMO ARQUIVADO (FOTOGRAFADA PELO
      *     FECHTERM), NAO A DO CADASTRO ATUAL; O ALUNO QUE DEPOIS
      *     SAIU DA ESCOLA CONTINUA NA ESTATISTICA DO TERMO EM QUE
      *     ESTUDOU.
      *   - A QUEDA DO ALUNO E MEDIDA ENTRE DOIS TERMOS ARQUIVADOS
      *     SEGUIDOS DA MESMA MATERIA; TERMO INCOMPLETO E PULADO E A
      *     COMPARACAO SE FAZ COM A ULTIMA MEDIA EXISTENTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-HISTORICO ASSIGN TO "HISTNOTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIS-CHAVE
               FILE STATUS IS WS-FS-HIST.

           SELECT ARQ-CLASS-TERMO ASSIGN TO "SORTEVOL".

           SELECT ARQ-CLASS-QUEDA ASSIGN TO "SORTQUED".

           SELECT REL-EVOLUCAO ASSIGN TO "RELEVOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-HISTORICO.
       COPY HISTREG.

       SD  ARQ-CLASS-TERMO.
       01  WS-REG-CLASS-TERMO.
           03  SRE-TURMA                PIC X(10).
           03  SRE-MATERIA              PIC X(20).
           03  SRE-ANO-LETIVO           PIC 9(04).
           03  SRE-TERMO                PIC 9(01).
           03  SRE-MEDIA                PIC 9(02)V99.
           03  SRE-CLASSE               PIC X(01).
               88 SRE-APROVADO          VALUE 'A'.
               88 SRE-REPROV-FALTA      VALUE 'F'.
               88 SRE-INCOMPLETO        VALUE 'I'.

       SD  ARQ-CLASS-QUEDA.
       01  WS-REG-CLASS-QUEDA.
           03  SRQ-MATRICULA            PIC 9(08).
           03  SRQ-MATERIA              PIC X(20).
           03  SRQ-ANO-LETIVO           PIC 9(04).
           03  SRQ-TERMO                PIC 9(01).
           03  SRQ-ALUNO                PIC X(40).
           03  SRQ-TURMA                PIC X(10).
           03  SRQ-MEDIA                PIC 9(02)V99.

       FD  REL-EVOLUCAO.
       01  WS-LINHA-REL                 PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS-HIST               PIC XX  VALUE "00".
       77 WS-FS-REL                PIC XX  VALUE "00".
       77 WS-HIST-ABERTO           PIC X   VALUE 'N'.
       77 WS-REL-ABERTO            PIC X   VALUE 'N'.
       77 WS-FIM-HISTORICO         PIC X   VALUE 'N'.
       77 WS-FIM-CLASSIF           PIC X   VALUE 'N'.
       77 WS-DATA-GERACAO          PIC 9(08) VALUE 0.

       77 WS-LIMITE-ENTRADA        PIC X(04).
       77 WS-LIMITE-QUEDA          REDEFINES WS-LIMITE-ENTRADA
                                    PIC 9(02)V99.
       77 WS-LIMITE-OK             PIC X   VALUE 'N'.
       77 WS-TURMA-FILTRO          PIC X(10) VALUE SPACES.
       77 WS-ANO-ENTRADA           PIC X(04).
       77 WS-ANO-VALOR             REDEFINES WS-ANO-ENTRADA
                                    PIC 9(04).
       77 WS-ANO-OK                PIC X   VALUE 'N'.
       77 WS-ANO-INICIAL           PIC 9(04) VALUE 0.
       77 WS-ANO-FINAL             PIC 9(04) VALUE 9999.
       77 WS-DENTRO-FAIXA          PIC X   VALUE 'N'.
       77 WS-RESULTADO             PIC X(12) VALUE SPACES.

       77 WS-HOLD-TURMA            PIC X(10) VALUE SPACES.
       77 WS-HOLD-MATERIA          PIC X(20) VALUE SPACES.
       77 WS-HOLD-ANO              PIC 9(04) VALUE 0.
       77 WS-HOLD-TERMO            PIC 9(01) VALUE 0.
       77 WS-PER-QTD               PIC 9(05) VALUE 0.
       77 WS-PER-SOMA              PIC 9(07)V99 VALUE 0.
       77 WS-PER-APROVADOS         PIC 9(05) VALUE 0.
       77 WS-PER-REPROV-FALTA      PIC 9(05) VALUE 0.
       77 WS-PER-INCOMPLETOS       PIC 9(05) VALUE 0.
       77 WS-PER-MEDIA             PIC 9(02)V99 VALUE 0.
       77 WS-PER-PERC-APROV        PIC 9(03)V9 VALUE 0.
       77 WS-PER-PERC-FALTA        PIC 9(03)V9 VALUE 0.
       77 WS-ANT-EXISTE            PIC X   VALUE 'N'.
       77 WS-ANT-MEDIA             PIC 9(02)V99 VALUE 0.
       77 WS-ANT-PERC-APROV        PIC 9(03)V9 VALUE 0.
       77 WS-ANT-PERC-FALTA        PIC 9(03)V9 VALUE 0.
       77 WS-ANO-ANTERIOR          PIC 9(04) VALUE 0.
       77 WS-VAR-MEDIA             PIC S9(02)V99 VALUE 0.
       77 WS-VAR-PERC              PIC S9(03)V9 VALUE 0.

       77 WS-TEM-ANTERIOR          PIC X   VALUE 'N'.
       77 WS-Q-MATRICULA           PIC 9(08) VALUE 0.
       77 WS-Q-MATERIA             PIC X(20) VALUE SPACES.
       77 WS-Q-ANO-LETIVO          PIC 9(04) VALUE 0.
       77 WS-Q-TERMO               PIC 9(01) VALUE 0.
       77 WS-Q-MEDIA               PIC 9(02)V99 VALUE 0.
       77 WS-QUEDA                 PIC 9(02)V99 VALUE 0.

       77 WS-QTD-LIDOS             PIC 9(05) VALUE 0.
       77 WS-QTD-FORA-FILTRO       PIC 9(05) VALUE 0.
       77 WS-QTD-INCOMPLETOS       PIC 9(05) VALUE 0.
       77 WS-QTD-GRUPOS            PIC 9(05) VALUE 0.
       77 WS-QTD-TERMOS            PIC 9(05) VALUE 0.
       77 WS-QTD-QUEDAS            PIC 9(05) VALUE 0.

      * Ultimo termo com media de cada numero de termo (1 a 4) dentro
      * da turma/materia corrente - e dele que sai a comparacao com o
      * mesmo termo do ano anterior.
       01  WS-TAB-TERMOS.
           03  WS-TER-ENTRADA       OCCURS 4 TIMES.
               05  WS-TER-ANO       PIC 9(04).
               05  WS-TER-MEDIA     PIC 9(02)V99.
               05  WS-TER-PERC-APROV PIC 9(03)V9.
               05  WS-TER-PERC-FALTA PIC 9(03)V9.

       01  WS-CAB-REL1.
           03  FILLER               PIC X(45)
                VALUE "EVOLUCAO DE DESEMPENHO ENTRE TERMOS E ANOS".
           03  FILLER               PIC X(87)
                VALUE "- HISTORICO DE NOTAS (TERMOS ARQUIVADOS)".

       01  WS-CAB-REL2.
           03  FILLER               PIC X(07) VALUE "TURMA:".
           03  CAB-FILTRO-TURMA     PIC X(10).
           03  FILLER               PIC X(03) VALUE SPACES.
           03  FILLER               PIC X(11) VALUE "ANOS: DE".
           03  CAB-ANO-INICIAL      PIC 9(04).
           03  FILLER               PIC X(05) VALUE " A ".
           03  CAB-ANO-FINAL        PIC 9(04).
           03  FILLER               PIC X(03) VALUE SPACES.
           03  FILLER               PIC X(17)
                                     VALUE "LIMITE DE QUEDA:".
           03  CAB-LIMITE           PIC Z9.99.
           03  FILLER               PIC X(03) VALUE SPACES.
           03  FILLER               PIC X(10) VALUE "GERADO EM:".
           03  CAB-DATA             PIC 9(08).
           03  FILLER               PIC X(42) VALUE SPACES.

       01  WS-CAB-LEGENDA.
           03  FILLER               PIC X(43)
                VALUE "VAR.TER = VARIACAO SOBRE O TERMO ANTERIOR;".
           03  FILLER               PIC X(39)
                VALUE "VAR.ANO = VARIACAO SOBRE O MESMO TERMO".
           03  FILLER               PIC X(17)
                VALUE "DO ANO ANTERIOR;".
           03  FILLER               PIC X(33)
                VALUE "-- = SEM BASE DE COMPARACAO".

       01  WS-CAB-GRUPO.
           03  FILLER               PIC X(07) VALUE "TURMA:".
           03  CAB-TURMA            PIC X(10).
           03  FILLER               PIC X(03) VALUE SPACES.
           03  FILLER               PIC X(09) VALUE "MATERIA:".
           03  CAB-MATERIA          PIC X(20).
           03  FILLER               PIC X(83) VALUE SPACES.

       01  WS-CAB-COLUNAS1.
           03  FILLER               PIC X(30) VALUE SPACES.
           03  FILLER               PIC X(21)
                                     VALUE "------- MEDIA -------".
           03  FILLER               PIC X(02) VALUE SPACES.
           03  FILLER               PIC X(22)
                                     VALUE "---- % APROVACAO -----".
           03  FILLER               PIC X(01) VALUE SPACES.
           03  FILLER               PIC X(21)
                                     VALUE "-- % REPROV FALTA ---".
           03  FILLER               PIC X(38) VALUE SPACES.

       01  WS-CAB-COLUNAS2.
           03  FILLER               PIC X(04) VALUE "ANO".
           03  FILLER               PIC X(02) VALUE SPACES.
           03  FILLER               PIC X(01) VALUE "T".
           03  FILLER               PIC X(03) VALUE SPACES.
           03  FILLER               PIC X(05) VALUE "AVAL.".
           03  FILLER               PIC X(02) VALUE SPACES.
           03  FILLER               PIC X(05) VALUE "INCOM".
           03  FILLER               PIC X(08) VALUE SPACES.
           03  FILLER               PIC X(05) VALUE "MEDIA".
           03  FILLER               PIC X(01) VALUE SPACES.
           03  FILLER               PIC X(07) VALUE "VAR.TER".
           03  FILLER               PIC X(01) VALUE SPACES.
           03  FILLER               PIC X(07) VALUE "VAR.ANO".
           03  FILLER               PIC X(02) VALUE SPACES.
           03  FILLER               PIC X(05) VALUE "TAXA".
           03  FILLER               PIC X(01) VALUE SPACES.
           03  FILLER               PIC X(07) VALUE "VAR.TER".
           03  FILLER               PIC X(01) VALUE SPACES.
           03  FILLER               PIC X(07) VALUE "VAR.ANO".
           03  FILLER               PIC X(02) VALUE SPACES.
           03  FILLER               PIC X(05) VALUE "TAXA".
           03  FILLER               PIC X(01) VALUE SPACES.
           03  FILLER               PIC X(07) VALUE "VAR.TER".
           03  FILLER               PIC X(01) VALUE SPACES.
           03  FILLER               PIC X(07) VALUE "VAR.ANO".
           03  FILLER               PIC X(35) VALUE SPACES.

      * Campos sem base de comparacao (termo so com INCOMPLETOS, ou
      * primeiro termo do quadro) saem como "--" pela redefinicao
      * alfanumerica do campo editado.
       01  WS-LIN-TERMO.
           03  LIN-ANO              PIC 9(04).
           03  FILLER               PIC X(02) VALUE SPACES.
           03  LIN-TERMO            PIC 9(01).
           03  FILLER               PIC X(03) VALUE SPACES.
           03  LIN-AVALIADOS        PIC ZZZZ9.
           03  FILLER               PIC X(02) VALUE SPACES.
           03  LIN-INCOMPLETOS      PIC ZZZZ9.
           03  FILLER               PIC X(08) VALUE SPACES.
           03  LIN-MEDIA            PIC Z9.99.
           03  LIN-MEDIA-X          REDEFINES LIN-MEDIA
                                     PIC X(05).
           03  FILLER               PIC X(02) VALUE SPACES.
           03  LIN-VMED-TER         PIC +Z9.99.
           03  LIN-VMED-TER-X       REDEFINES LIN-VMED-TER
                                     PIC X(06).
           03  FILLER               PIC X(02) VALUE SPACES.
           03  LIN-VMED-ANO         PIC +Z9.99.
           03  LIN-VMED-ANO-X       REDEFINES LIN-VMED-ANO
                                     PIC X(06).
           03  FILLER               PIC X(02) VALUE SPACES.
           03  LIN-APROV            PIC ZZ9.9.
           03  LIN-APROV-X          REDEFINES LIN-APROV
                                     PIC X(05).
           03  FILLER               PIC X(02) VALUE SPACES.
           03  LIN-VAPR-TER         PIC +ZZ9.9.
           03  LIN-VAPR-TER-X       REDEFINES LIN-VAPR-TER
                                     PIC X(06).
           03  FILLER               PIC X(02) VALUE SPACES.
           03  LIN-VAPR-ANO         PIC +ZZ9.9.
           03  LIN-VAPR-ANO-X       REDEFINES LIN-VAPR-ANO
                                     PIC X(06).
           03  FILLER               PIC X(02) VALUE SPACES.
           03  LIN-FALTA            PIC ZZ9.9.
           03  LIN-FALTA-X          REDEFINES LIN-FALTA
                                     PIC X(05).
           03  FILLER               PIC X(02) VALUE SPACES.
           03  LIN-VFAL-TER         PIC +ZZ9.9.
           03  LIN-VFAL-TER-X       REDEFINES LIN-VFAL-TER
                                     PIC X(06).
           03  FILLER               PIC X(02) VALUE SPACES.
           03  LIN-VFAL-ANO         PIC +ZZ9.9.
           03  LIN-VFAL-ANO-X       REDEFINES LIN-VFAL-ANO
                                     PIC X(06).
           03  FILLER               PIC X(35) VALUE SPACES.

       01  WS-CAB-QUEDAS.
           03  FILLER               PIC X(45)
                VALUE "ALUNOS COM QUEDA DE MEDIA ACIMA DO LIMITE -".
           03  FILLER               PIC X(87)
                VALUE "ENCAMINHAR A ORIENTACAO PEDAGOGICA".

       01  WS-CAB-QUEDA-COL.
           03  FILLER               PIC X(09) VALUE "MATRICULA".
           03  FILLER               PIC X(01) VALUE SPACES.
           03  FILLER               PIC X(40) VALUE "ALUNO".
           03  FILLER               PIC X(02) VALUE SPACES.
           03  FILLER               PIC X(10) VALUE "TURMA".
           03  FILLER               PIC X(02) VALUE SPACES.
           03  FILLER               PIC X(20) VALUE "MATERIA".
           03  FILLER               PIC X(02) VALUE SPACES.
           03  FILLER               PIC X(13) VALUE "TERMO ANTER.".
           03  FILLER               PIC X(02) VALUE SPACES.
           03  FILLER               PIC X(13) VALUE "TERMO ATUAL".
           03  FILLER               PIC X(02) VALUE SPACES.
           03  FILLER               PIC X(05) VALUE "QUEDA".
           03  FILLER               PIC X(11) VALUE SPACES.

       01  WS-LIN-QUEDA.
           03  LIN-Q-MATRICULA      PIC 9(08).
           03  FILLER               PIC X(02) VALUE SPACES.
           03  LIN-Q-ALUNO          PIC X(40).
           03  FILLER               PIC X(02) VALUE SPACES.
           03  LIN-Q-TURMA          PIC X(10).
           03  FILLER               PIC X(02) VALUE SPACES.
           03  LIN-Q-MATERIA        PIC X(20).
           03  FILLER               PIC X(02) VALUE SPACES.
           03  LIN-Q-ANO-ANT        PIC 9(04).
           03  FILLER               PIC X(01) VALUE "/".
           03  LIN-Q-TERMO-ANT      PIC 9(01).
           03  FILLER               PIC X(02) VALUE SPACES.
           03  LIN-Q-MEDIA-ANT      PIC Z9.99.
           03  FILLER               PIC X(02) VALUE SPACES.
           03  LIN-Q-ANO            PIC 9(04).
           03  FILLER               PIC X(01) VALUE "/".
           03  LIN-Q-TERMO          PIC 9(01).
           03  FILLER               PIC X(02) VALUE SPACES.
           03  LIN-Q-MEDIA          PIC Z9.99.
           03  FILLER               PIC X(02) VALUE SPACES.
           03  LIN-Q-QUEDA          PIC Z9.99.
           03  FILLER               PIC X(11) VALUE SPACES.

       01  WS-LIN-SEM-QUEDAS        PIC X(132)
            VALUE "  NENHUM ALUNO COM QUEDA ACIMA DO LIMITE.".

       01  WS-LINHA-BRANCO          PIC X(132) VALUE SPACES.

       01  WS-TOT-REL1.
           03  FILLER               PIC X(30)
                                     VALUE "LANCAMENTOS LIDOS:".
           03  TOT-LIDOS            PIC ZZZZ9.
           03  FILLER               PIC X(97) VALUE SPACES.

       01  WS-TOT-REL2.
           03  FILLER               PIC X(30)
                                     VALUE "FORA DO FILTRO:".
           03  TOT-FORA-FILTRO      PIC ZZZZ9.
           03  FILLER               PIC X(97) VALUE SPACES.

       01  WS-TOT-REL3.
           03  FILLER               PIC X(30)
                                     VALUE "INCOMPLETOS (SEM MEDIA):".
           03  TOT-INCOMPLETOS      PIC ZZZZ9.
           03  FILLER               PIC X(97) VALUE SPACES.

       01  WS-TOT-REL4.
           03  FILLER               PIC X(30)
                                     VALUE "QUADROS TURMA/MATERIA:".
           03  TOT-GRUPOS           PIC ZZZZ9.
           03  FILLER               PIC X(97) VALUE SPACES.

       01  WS-TOT-REL5.
           03  FILLER               PIC X(30)
                                     VALUE "TERMOS COMPARADOS:".
           03  TOT-TERMOS           PIC ZZZZ9.
           03  FILLER               PIC X(97) VALUE SPACES.

       01  WS-TOT-REL6.
           03  FILLER               PIC X(30)
                                     VALUE "QUEDAS ACIMA DO LIMITE:".
           03  TOT-QUEDAS           PIC ZZZZ9.
           03  FILLER               PIC X(97) VALUE SPACES.

       PROCEDURE DIVISION.
       P100-INICIAR.
            ACCEPT WS-DATA-GERACAO FROM DATE YYYYMMDD.
            DISPLAY "**  EVOLUCAO DE DESEMPENHO ENTRE TERMOS E ANOS  **"
            PERFORM P110-PEDIR-FILTROS.
            PERFORM P120-ABRIR-ARQUIVOS.
            IF WS-HIST-ABERTO = 'S'
               SORT ARQ-CLASS-TERMO
                  ON ASCENDING KEY SRE-TURMA
                                   SRE-MATERIA
                                   SRE-ANO-LETIVO
                                   SRE-TERMO
                  INPUT PROCEDURE IS P200-SELECIONAR-TERMOS
                  OUTPUT PROCEDURE IS P500-IMPRIMIR-EVOLUCAO
               SORT ARQ-CLASS-QUEDA
                  ON ASCENDING KEY SRQ-MATRICULA
                                   SRQ-MATERIA
                                   SRQ-ANO-LETIVO
                                   SRQ-TERMO
                  INPUT PROCEDURE IS P300-SELECIONAR-MEDIAS
                  OUTPUT PROCEDURE IS P600-IMPRIMIR-QUEDAS
               PERFORM P800-TOTAIS
            END-IF.
            PERFORM P999-FIM.
            EXIT PROGRAM.

      * O limite de queda e obrigatorio; turma e faixa de anos sao
      * opcionais (branco = todas / todos).
       P110-PEDIR-FILTROS.
            MOVE 'N' TO WS-LIMITE-OK.
            PERFORM P111-ACEITAR-LIMITE UNTIL WS-LIMITE-OK = 'S'.
            DISPLAY "INFORME A TURMA DESEJADA (BRANCO = TODAS AS "
                    "TURMAS)."
            ACCEPT WS-TURMA-FILTRO.
            MOVE 'N' TO WS-ANO-OK.
            PERFORM P112-ACEITAR-ANO-INICIAL UNTIL WS-ANO-OK = 'S'.
            MOVE 'N' TO WS-ANO-OK.
            PERFORM P113-ACEITAR-ANO-FINAL UNTIL WS-ANO-OK = 'S'.

       P111-ACEITAR-LIMITE.
            DISPLAY "INFORME O LIMITE DE QUEDA DA MEDIA (4 DIGITOS, "
                    "EX.: 0150 = 1,50 PONTO)."
            ACCEPT WS-LIMITE-ENTRADA.
            IF (WS-LIMITE-ENTRADA IS NOT NUMERIC)
               OR (WS-LIMITE-QUEDA = 0)
               DISPLAY "LIMITE INVALIDO - SOMENTE DIGITOS E DIFERENTE "
                       "DE ZERO. TENTE NOVAMENTE."
            ELSE
               MOVE 'S' TO WS-LIMITE-OK
            END-IF.

       P112-ACEITAR-ANO-INICIAL.
            DISPLAY "INFORME O ANO LETIVO INICIAL (BRANCO = DESDE O "
                    "PRIMEIRO ARQUIVADO)."
            ACCEPT WS-ANO-ENTRADA.
            IF WS-ANO-ENTRADA = SPACES
               MOVE 0 TO WS-ANO-INICIAL
               MOVE 'S' TO WS-ANO-OK
            ELSE
               IF WS-ANO-ENTRADA IS NOT NUMERIC
                  DISPLAY "ANO INVALIDO - 4 DIGITOS. TENTE NOVAMENTE."
               ELSE
                  MOVE WS-ANO-VALOR TO WS-ANO-INICIAL
                  MOVE 'S' TO WS-ANO-OK
               END-IF
            END-IF.

       P113-ACEITAR-ANO-FINAL.
            DISPLAY "INFORME O ANO LETIVO FINAL (BRANCO = ATE O "
                    "ULTIMO ARQUIVADO)."
            ACCEPT WS-ANO-ENTRADA.
            IF WS-ANO-ENTRADA = SPACES
               MOVE 9999 TO WS-ANO-FINAL
               MOVE 'S' TO WS-ANO-OK
            ELSE
               IF (WS-ANO-ENTRADA IS NOT NUMERIC)
                  OR (WS-ANO-VALOR < WS-ANO-INICIAL)
                  DISPLAY "ANO INVALIDO - 4 DIGITOS, NAO ANTERIOR AO "
                          "ANO INICIAL. TENTE NOVAMENTE."
               ELSE
                  MOVE WS-ANO-VALOR TO WS-ANO-FINAL
                  MOVE 'S' TO WS-ANO-OK
               END-IF
            END-IF.

       P120-ABRIR-ARQUIVOS.
            OPEN INPUT ARQ-HISTORICO.
            IF WS-FS-HIST = "00"
               MOVE 'S' TO WS-HIST-ABERTO
               OPEN OUTPUT REL-EVOLUCAO
               MOVE 'S' TO WS-REL-ABERTO
               MOVE WS-TURMA-FILTRO TO CAB-FILTRO-TURMA
               IF WS-TURMA-FILTRO = SPACES
                  MOVE "TODAS" TO CAB-FILTRO-TURMA
               END-IF
               MOVE WS-ANO-INICIAL  TO CAB-ANO-INICIAL
               MOVE WS-ANO-FINAL    TO CAB-ANO-FINAL
               MOVE WS-LIMITE-QUEDA TO CAB-LIMITE
               MOVE WS-DATA-GERACAO TO CAB-DATA
               WRITE WS-LINHA-REL FROM WS-CAB-REL1
               WRITE WS-LINHA-REL FROM WS-CAB-REL2
               WRITE WS-LINHA-REL FROM WS-CAB-LEGENDA
            ELSE
               DISPLAY "ARQUIVO HISTORICO NAO ENCONTRADO - NENHUM "
                       "TERMO FECHADO NO FECHTERM A COMPARAR."
            END-IF.

      * Reposiciona o historico no inicio para cada passada - as duas
      * leem o arquivo inteiro.
       P150-POSICIONAR-HISTORICO.
            MOVE 'N' TO WS-FIM-HISTORICO.
            MOVE LOW-VALUES TO HIS-CHAVE.
            START ARQ-HISTORICO KEY NOT < HIS-CHAVE
               INVALID KEY
                  MOVE 'S' TO WS-FIM-HISTORICO
            END-START.
            IF WS-FIM-HISTORICO NOT = 'S'
               PERFORM P160-LER-HISTORICO
            END-IF.

       P160-LER-HISTORICO.
            READ ARQ-HISTORICO NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIM-HISTORICO
            END-READ.

      * Classifica o lancamento arquivado pelo resultado final, ou
      * pelo status preliminar enquanto a apuracao nao rodou.
       P170-CLASSIFICAR-REGISTRO.
            IF HIS-RESULT-FINAL NOT = SPACES
               MOVE HIS-RESULT-FINAL TO WS-RESULTADO
            ELSE
               MOVE HIS-STATUS       TO WS-RESULTADO
            END-IF.
            EVALUATE TRUE
               WHEN (HIS-STATUS = "INCOMPLETO")
                 OR (WS-RESULTADO = "INCOMPLETO")
                  MOVE 'I' TO SRE-CLASSE
               WHEN (WS-RESULTADO = "APROVADO")
                 OR (WS-RESULTADO = "APROV RECUP")
                 OR (WS-RESULTADO = "APROV CONS")
                  MOVE 'A' TO SRE-CLASSE
               WHEN WS-RESULTADO = "REPROV FALTA"
                  MOVE 'F' TO SRE-CLASSE
               WHEN OTHER
                  MOVE 'R' TO SRE-CLASSE
            END-EVALUATE.

       P180-VERIFICAR-FILTRO.
            IF (HIS-ANO-LETIVO < WS-ANO-INICIAL)
               OR (HIS-ANO-LETIVO > WS-ANO-FINAL)
               MOVE 'N' TO WS-DENTRO-FAIXA
            ELSE
               MOVE 'S' TO WS-DENTRO-FAIXA
            END-IF.

      * Primeira passada: um registro por lancamento arquivado,
      * chaveado por turma/materia/ano/termo, para o quadro de cada
      * turma/materia sair por quebra de controle.
       P200-SELECIONAR-TERMOS.
            PERFORM P150-POSICIONAR-HISTORICO.
            PERFORM P210-SOLTAR-TERMO
               UNTIL WS-FIM-HISTORICO = 'S'.

       P210-SOLTAR-TERMO.
            ADD 1 TO WS-QTD-LIDOS.
            PERFORM P180-VERIFICAR-FILTRO.
            IF (WS-DENTRO-FAIXA = 'N')
               OR ((WS-TURMA-FILTRO NOT = SPACES)
                  AND (HIS-TURMA NOT = WS-TURMA-FILTRO))
               ADD 1 TO WS-QTD-FORA-FILTRO
            ELSE
               PERFORM P170-CLASSIFICAR-REGISTRO
               IF SRE-INCOMPLETO
                  ADD 1 TO WS-QTD-INCOMPLETOS
               END-IF
               MOVE HIS-TURMA      TO SRE-TURMA
               MOVE HIS-MATERIA    TO SRE-MATERIA
               MOVE HIS-ANO-LETIVO TO SRE-ANO-LETIVO
               MOVE HIS-TERMO      TO SRE-TERMO
               MOVE HIS-MEDIA      TO SRE-MEDIA
               RELEASE WS-REG-CLASS-TERMO
            END-IF.
            PERFORM P160-LER-HISTORICO.

      * Segunda passada: so os lancamentos com media, chaveados por
      * aluno/materia/ano/termo, para comparar cada media com a do
      * termo arquivado anterior do mesmo aluno. O filtro de turma e
      * aplicado na impressao, sobre o termo em que a queda aparece
      * - o termo anterior pode ter sido cursado em outra turma.
       P300-SELECIONAR-MEDIAS.
            PERFORM P150-POSICIONAR-HISTORICO.
            PERFORM P310-SOLTAR-MEDIA
               UNTIL WS-FIM-HISTORICO = 'S'.

       P310-SOLTAR-MEDIA.
            PERFORM P180-VERIFICAR-FILTRO.
            IF WS-DENTRO-FAIXA = 'S'
               PERFORM P170-CLASSIFICAR-REGISTRO
               IF NOT SRE-INCOMPLETO
                  MOVE HIS-MATRICULA  TO SRQ-MATRICULA
                  MOVE HIS-MATERIA    TO SRQ-MATERIA
                  MOVE HIS-ANO-LETIVO TO SRQ-ANO-LETIVO
                  MOVE HIS-TERMO      TO SRQ-TERMO
                  MOVE HIS-ALUNO      TO SRQ-ALUNO
                  MOVE HIS-TURMA      TO SRQ-TURMA
                  MOVE HIS-MEDIA      TO SRQ-MEDIA
                  RELEASE WS-REG-CLASS-QUEDA
               END-IF
            END-IF.
            PERFORM P160-LER-HISTORICO.

       P500-IMPRIMIR-EVOLUCAO.
            MOVE 'N' TO WS-FIM-CLASSIF.
            PERFORM P510-RETORNAR-TERMO.
            PERFORM P520-PROCESSAR-GRUPO
               UNTIL WS-FIM-CLASSIF = 'S'.

       P510-RETORNAR-TERMO.
            RETURN ARQ-CLASS-TERMO
               AT END
                  MOVE 'S' TO WS-FIM-CLASSIF
            END-RETURN.

       P520-PROCESSAR-GRUPO.
            MOVE SRE-TURMA   TO WS-HOLD-TURMA.
            MOVE SRE-MATERIA TO WS-HOLD-MATERIA.
            MOVE 'N' TO WS-ANT-EXISTE.
            INITIALIZE WS-TAB-TERMOS.
            MOVE WS-HOLD-TURMA   TO CAB-TURMA.
            MOVE WS-HOLD-MATERIA TO CAB-MATERIA.
            WRITE WS-LINHA-REL FROM WS-LINHA-BRANCO.
            WRITE WS-LINHA-REL FROM WS-CAB-GRUPO.
            WRITE WS-LINHA-REL FROM WS-CAB-COLUNAS1.
            WRITE WS-LINHA-REL FROM WS-CAB-COLUNAS2.
            PERFORM P530-PROCESSAR-TERMO
               UNTIL (WS-FIM-CLASSIF = 'S')
                  OR (SRE-TURMA NOT = WS-HOLD-TURMA)
                  OR (SRE-MATERIA NOT = WS-HOLD-MATERIA).
            ADD 1 TO WS-QTD-GRUPOS.

       P530-PROCESSAR-TERMO.
            MOVE SRE-ANO-LETIVO TO WS-HOLD-ANO.
            MOVE SRE-TERMO      TO WS-HOLD-TERMO.
            MOVE 0 TO WS-PER-QTD.
            MOVE 0 TO WS-PER-SOMA.
            MOVE 0 TO WS-PER-APROVADOS.
            MOVE 0 TO WS-PER-REPROV-FALTA.
            MOVE 0 TO WS-PER-INCOMPLETOS.
            PERFORM P540-ACUMULAR-TERMO
               UNTIL (WS-FIM-CLASSIF = 'S')
                  OR (SRE-TURMA NOT = WS-HOLD-TURMA)
                  OR (SRE-MATERIA NOT = WS-HOLD-MATERIA)
                  OR (SRE-ANO-LETIVO NOT = WS-HOLD-ANO)
                  OR (SRE-TERMO NOT = WS-HOLD-TERMO).
            PERFORM P550-IMPRIMIR-TERMO.
            ADD 1 TO WS-QTD-TERMOS.

       P540-ACUMULAR-TERMO.
            IF SRE-INCOMPLETO
               ADD 1 TO WS-PER-INCOMPLETOS
            ELSE
               ADD 1 TO WS-PER-QTD
               ADD SRE-MEDIA TO WS-PER-SOMA
               IF SRE-APROVADO
                  ADD 1 TO WS-PER-APROVADOS
               END-IF
               IF SRE-REPROV-FALTA
                  ADD 1 TO WS-PER-REPROV-FALTA
               END-IF
            END-IF.
            PERFORM P510-RETORNAR-TERMO.

      * Termo so com INCOMPLETOS sai com as quantidades e "--" nos
      * indicadores, e nao vira base de comparacao para o seguinte.
       P550-IMPRIMIR-TERMO.
            MOVE WS-HOLD-ANO        TO LIN-ANO.
            MOVE WS-HOLD-TERMO      TO LIN-TERMO.
            MOVE WS-PER-QTD         TO LIN-AVALIADOS.
            MOVE WS-PER-INCOMPLETOS TO LIN-INCOMPLETOS.
            MOVE "   --" TO LIN-MEDIA-X.
            MOVE "   --" TO LIN-APROV-X.
            MOVE "   --" TO LIN-FALTA-X.
            MOVE "    --" TO LIN-VMED-TER-X.
            MOVE "    --" TO LIN-VMED-ANO-X.
            MOVE "    --" TO LIN-VAPR-TER-X.
            MOVE "    --" TO LIN-VAPR-ANO-X.
            MOVE "    --" TO LIN-VFAL-TER-X.
            MOVE "    --" TO LIN-VFAL-ANO-X.
            IF WS-PER-QTD > 0
               COMPUTE WS-PER-MEDIA = WS-PER-SOMA / WS-PER-QTD
               COMPUTE WS-PER-PERC-APROV ROUNDED =
                       WS-PER-APROVADOS * 100 / WS-PER-QTD
               COMPUTE WS-PER-PERC-FALTA ROUNDED =
                       WS-PER-REPROV-FALTA * 100 / WS-PER-QTD
               MOVE WS-PER-MEDIA      TO LIN-MEDIA
               MOVE WS-PER-PERC-APROV TO LIN-APROV
               MOVE WS-PER-PERC-FALTA TO LIN-FALTA
               PERFORM P560-VARIAR-TERMO-ANTERIOR
               PERFORM P570-VARIAR-ANO-ANTERIOR
               PERFORM P580-GUARDAR-BASE
            END-IF.
            WRITE WS-LINHA-REL FROM WS-LIN-TERMO.

       P560-VARIAR-TERMO-ANTERIOR.
            IF WS-ANT-EXISTE = 'S'
               COMPUTE WS-VAR-MEDIA = WS-PER-MEDIA - WS-ANT-MEDIA
               MOVE WS-VAR-MEDIA TO LIN-VMED-TER
               COMPUTE WS-VAR-PERC =
                       WS-PER-PERC-APROV - WS-ANT-PERC-APROV
               MOVE WS-VAR-PERC TO LIN-VAPR-TER
               COMPUTE WS-VAR-PERC =
                       WS-PER-PERC-FALTA - WS-ANT-PERC-FALTA
               MOVE WS-VAR-PERC TO LIN-VFAL-TER
            END-IF.

      * So ha base anual quando o mesmo termo foi arquivado com media
      * exatamente no ano letivo anterior.
       P570-VARIAR-ANO-ANTERIOR.
            IF (WS-HOLD-TERMO > 0) AND (WS-HOLD-TERMO < 5)
               AND (WS-HOLD-ANO > 0)
               COMPUTE WS-ANO-ANTERIOR = WS-HOLD-ANO - 1
               IF WS-TER-ANO(WS-HOLD-TERMO) = WS-ANO-ANTERIOR
                  AND (WS-TER-ANO(WS-HOLD-TERMO) > 0)
                  COMPUTE WS-VAR-MEDIA =
                          WS-PER-MEDIA - WS-TER-MEDIA(WS-HOLD-TERMO)
                  MOVE WS-VAR-MEDIA TO LIN-VMED-ANO
                  COMPUTE WS-VAR-PERC = WS-PER-PERC-APROV
                          - WS-TER-PERC-APROV(WS-HOLD-TERMO)
                  MOVE WS-VAR-PERC TO LIN-VAPR-ANO
                  COMPUTE WS-VAR-PERC = WS-PER-PERC-FALTA
                          - WS-TER-PERC-FALTA(WS-HOLD-TERMO)
                  MOVE WS-VAR-PERC TO LIN-VFAL-ANO
               END-IF
            END-IF.

       P580-GUARDAR-BASE.
            MOVE 'S' TO WS-ANT-EXISTE.
            MOVE WS-PER-MEDIA      TO WS-ANT-MEDIA.
            MOVE WS-PER-PERC-APROV TO WS-ANT-PERC-APROV.
            MOVE WS-PER-PERC-FALTA TO WS-ANT-PERC-FALTA.
            IF (WS-HOLD-TERMO > 0) AND (WS-HOLD-TERMO < 5)
               MOVE WS-HOLD-ANO       TO WS-TER-ANO(WS-HOLD-TERMO)
               MOVE WS-PER-MEDIA      TO WS-TER-MEDIA(WS-HOLD-TERMO)
               MOVE WS-PER-PERC-APROV
                    TO WS-TER-PERC-APROV(WS-HOLD-TERMO)
               MOVE WS-PER-PERC-FALTA
                    TO WS-TER-PERC-FALTA(WS-HOLD-TERMO)
            END-IF.

      * Secao de quedas em pagina propria - e a folha que vai para a
      * orientacao pedagogica.
       P600-IMPRIMIR-QUEDAS.
            WRITE WS-LINHA-REL FROM WS-LINHA-BRANCO
               AFTER ADVANCING PAGE.
            WRITE WS-LINHA-REL FROM WS-CAB-QUEDAS.
            MOVE WS-LIMITE-QUEDA TO CAB-LIMITE.
            WRITE WS-LINHA-REL FROM WS-CAB-REL2.
            WRITE WS-LINHA-REL FROM WS-LINHA-BRANCO.
            WRITE WS-LINHA-REL FROM WS-CAB-QUEDA-COL.
            MOVE 'N' TO WS-TEM-ANTERIOR.
            MOVE 'N' TO WS-FIM-CLASSIF.
            PERFORM P610-RETORNAR-MEDIA.
            PERFORM P620-AVALIAR-QUEDA
               UNTIL WS-FIM-CLASSIF = 'S'.
            IF WS-QTD-QUEDAS = 0
               WRITE WS-LINHA-REL FROM WS-LIN-SEM-QUEDAS
            END-IF.

       P610-RETORNAR-MEDIA.
            RETURN ARQ-CLASS-QUEDA
               AT END
                  MOVE 'S' TO WS-FIM-CLASSIF
            END-RETURN.

       P620-AVALIAR-QUEDA.
            IF (WS-TEM-ANTERIOR = 'S')
               AND (SRQ-MATRICULA = WS-Q-MATRICULA)
               AND (SRQ-MATERIA = WS-Q-MATERIA)
               AND (SRQ-MEDIA < WS-Q-MEDIA)
               COMPUTE WS-QUEDA = WS-Q-MEDIA - SRQ-MEDIA
               IF (WS-QUEDA > WS-LIMITE-QUEDA)
                  AND ((WS-TURMA-FILTRO = SPACES)
                     OR (SRQ-TURMA = WS-TURMA-FILTRO))
                  PERFORM P630-IMPRIMIR-QUEDA
               END-IF
            END-IF.
            MOVE 'S' TO WS-TEM-ANTERIOR.
            MOVE SRQ-MATRICULA  TO WS-Q-MATRICULA.
            MOVE SRQ-MATERIA    TO WS-Q-MATERIA.
            MOVE SRQ-ANO-LETIVO TO WS-Q-ANO-LETIVO.
            MOVE SRQ-TERMO      TO WS-Q-TERMO.
            MOVE SRQ-MEDIA      TO WS-Q-MEDIA.
            PERFORM P610-RETORNAR-MEDIA.

       P630-IMPRIMIR-QUEDA.
            MOVE SRQ-MATRICULA   TO LIN-Q-MATRICULA.
            MOVE SRQ-ALUNO       TO LIN-Q-ALUNO.
            MOVE SRQ-TURMA       TO LIN-Q-TURMA.
            MOVE SRQ-MATERIA     TO LIN-Q-MATERIA.
            MOVE WS-Q-ANO-LETIVO TO LIN-Q-ANO-ANT.
            MOVE WS-Q-TERMO      TO LIN-Q-TERMO-ANT.
            MOVE WS-Q-MEDIA      TO LIN-Q-MEDIA-ANT.
            MOVE SRQ-ANO-LETIVO  TO LIN-Q-ANO.
            MOVE SRQ-TERMO       TO LIN-Q-TERMO.
            MOVE SRQ-MEDIA       TO LIN-Q-MEDIA.
            MOVE WS-QUEDA        TO LIN-Q-QUEDA.
            WRITE WS-LINHA-REL FROM WS-LIN-QUEDA.
            ADD 1 TO WS-QTD-QUEDAS.

       P800-TOTAIS.
            MOVE WS-QTD-LIDOS       TO TOT-LIDOS.
            MOVE WS-QTD-FORA-FILTRO TO TOT-FORA-FILTRO.
            MOVE WS-QTD-INCOMPLETOS TO TOT-INCOMPLETOS.
            MOVE WS-QTD-GRUPOS      TO TOT-GRUPOS.
            MOVE WS-QTD-TERMOS      TO TOT-TERMOS.
            MOVE WS-QTD-QUEDAS      TO TOT-QUEDAS.
            WRITE WS-LINHA-REL FROM WS-LINHA-BRANCO.
            WRITE WS-LINHA-REL FROM WS-TOT-REL1.
            WRITE WS-LINHA-REL FROM WS-TOT-REL2.
            WRITE WS-LINHA-REL FROM WS-TOT-REL3.
            WRITE WS-LINHA-REL FROM WS-TOT-REL4.
            WRITE WS-LINHA-REL FROM WS-TOT-REL5.
            WRITE WS-LINHA-REL FROM WS-TOT-REL6.
            DISPLAY "EVOLUCAO EMITIDA - QUADROS: " WS-QTD-GRUPOS
                    " QUEDAS ACIMA DO LIMITE: " WS-QTD-QUEDAS.

       P999-FIM.
            IF WS-HIST-ABERTO = 'S'
               CLOSE ARQ-HISTORICO
            END-IF.
            IF WS-REL-ABERTO = 'S'
               CLOSE REL-EVOLUCAO
            END-IF.
            STOP RUN.
       END PROGRAM EVOLTERM.
