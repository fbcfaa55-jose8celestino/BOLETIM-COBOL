      ******************************************************************
      * Author: JOSE CELESTINO
      * Date: 15-10-2026
      * Purpose: COMUNICADO DE DESEMPENHO AOS PAIS - AO FIM DE CADA
      *          QUADRIMESTRE PERCORRE O ARQUIVO MESTRE E, PARA TODO
      *          ALUNO COM MEDIA PARCIAL ABAIXO DA NOTA DE CORTE,
      *          NOTA PENDENTE OU FREQUENCIA ABAIXO DO MINIMO EM
      *          ALGUMA MATERIA, EMITE O COMUNICADO (CARTAPAI) A
      *          CADA RESPONSAVEL QUE RECEBE A CORRESPONDENCIA
      *          (CADASTRO RESPONS), COM AS MATERIAS E A CONVOCACAO
      *          PARA A PROVA DE RECUPERACAO QUANDO FOR O CASO. CADA
      *          COMUNICADO FICA REGISTRADO NO LIVRO DE COMUNICADOS
      *          (COMUNLOG) E A RODADA SAI NO RELATORIO RELCOMUN.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   15-10-2026  JVC  Criacao - os avisos de nota baixa e de
      *                    recuperacao eram escritos a mao pela
      *                    secretaria olhando o boletim impresso, sem
      *                    prova de que a familia foi avisada.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMUNPAI.
       AUTHOR. JOSE VITOR PESQUEIRA CELESTINO.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.

      * REGRAS DO COMUNICADO (QUADRIMESTRE Q INFORMADO NA RODADA):
      *   - NOTA PENDENTE: ALGUMA DAS NOTAS DO 1O AO Q-ESIMO
      *     QUADRIMESTRE AINDA NAO INFORMADA PELO PROFESSOR;
      *   - MEDIA ABAIXO DA MINIMA: MEDIA DAS NOTAS DO 1O AO Q-ESIMO
      *     QUADRIMESTRE (MEDIA PARCIAL) ABAIXO DE CTL-NOTA-CORTE -
      *     NO ULTIMO QUADRIMESTRE E A PROPRIA MEDIA DO PERIODO;
      *   - FREQUENCIA ABAIXO DA MINIMA: AULAS DADAS MENOS AS FALTAS
      *     DO 1O AO Q-ESIMO QUADRIMESTRE (FREQUENC), MESMA CONTA DO
      *     APURFIM, ABAIXO DE CTL-FREQ-MINIMA;
      *   - CONVOCACAO PARA A RECUPERACAO: SO NO ULTIMO QUADRIMESTRE,
      *     NA MATERIA COM MEDIA ABAIXO DA MINIMA E FREQUENCIA EM
      *     ORDEM (A FALTA NAO SE RECUPERA NA PROVA), SE O ALUNO AINDA
      *     NAO FEZ A PROVA E O CONSELHO NAO DECIDIU O RESULTADO.
      *   - ALUNO TRANSFERIDO, DESISTENTE OU FALECIDO NAO RECEBE
      *     COMUNICADO. SEM RESPONSAVEL MARCADO PARA CORRESPONDENCIA
      *     O COMUNICADO SAI "AOS RESPONSAVEIS" PARA IR PELO ALUNO,
      *     E E REGISTRADO COM SEQUENCIA DE RESPONSAVEL ZERO.
      *   - NOVA RODADA DO MESMO QUADRIMESTRE EMITE E REGISTRA DE
      *     NOVO - O LIVRO GUARDA TODAS AS EMISSOES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-MESTRE ASSIGN TO "MESTRE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-CHAVE
               FILE STATUS IS WS-FS-MESTRE.

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

           SELECT ARQ-RESPONSAVEIS ASSIGN TO "RESPONS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSP-CHAVE
               FILE STATUS IS WS-FS-RESP.

           SELECT ARQ-OPERADORES ASSIGN TO "OPERADOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-FS-OPER.

           SELECT ARQ-PARAMETROS ASSIGN TO "PARAMETROS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAM.

           SELECT ARQ-COMUNICADOS ASSIGN TO "COMUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COMUN.

           SELECT REL-CARTAS ASSIGN TO "CARTAPAI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CARTA.

           SELECT REL-RODADA ASSIGN TO "RELCOMUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-MESTRE.
       COPY WSINFO.

       FD  ARQ-ALUNOS.
       COPY ALUNOREG.

       FD  ARQ-FREQUENCIA.
       COPY FREQREG.

       FD  ARQ-RESPONSAVEIS.
       COPY RESPREG.

       FD  ARQ-OPERADORES.
       COPY OPERREG.

       FD  ARQ-PARAMETROS.
       COPY PARAMREG.

       FD  ARQ-COMUNICADOS.
       COPY COMUNREG.

       FD  REL-CARTAS.
       01  WS-LINHA-CARTA               PIC X(80).

       FD  REL-RODADA.
       01  WS-LINHA-REL                 PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS-MESTRE             PIC XX  VALUE "00".
       77 WS-FS-ALUNOS             PIC XX  VALUE "00".
       77 WS-FS-FREQ               PIC XX  VALUE "00".
       77 WS-FS-RESP               PIC XX  VALUE "00".
       77 WS-FS-OPER               PIC XX  VALUE "00".
       77 WS-FS-PARAM              PIC XX  VALUE "00".
       77 WS-FS-COMUN              PIC XX  VALUE "00".
       77 WS-FS-CARTA              PIC XX  VALUE "00".
       77 WS-FS-REL                PIC XX  VALUE "00".
       77 WS-PODE-EMITIR           PIC X   VALUE 'S'.
       77 WS-MESTRE-ABERTO         PIC X   VALUE 'N'.
       77 WS-ALUNOS-ABERTO         PIC X   VALUE 'N'.
       77 WS-FREQ-ABERTO           PIC X   VALUE 'N'.
       77 WS-RESP-ABERTO           PIC X   VALUE 'N'.
       77 WS-COMUN-ABERTO          PIC X   VALUE 'N'.
       77 WS-RELS-ABERTOS          PIC X   VALUE 'N'.
       77 WS-FIM-MESTRE            PIC X   VALUE 'N'.
       77 WS-FIM-RESP              PIC X   VALUE 'N'.
       77 WS-FREQ-ACHADA           PIC X   VALUE 'N'.
       77 WS-ALUNO-AFASTADO        PIC X   VALUE 'N'.
       77 WS-QTD-TENTATIVAS        PIC 9(01) VALUE 0.
       77 WS-OPER-ID-DIG           PIC X(10).
       77 WS-OPER-SENHA-DIG        PIC X(10).
       77 WS-QUAD-ENTRADA          PIC X(01).
       77 WS-QUAD                  REDEFINES WS-QUAD-ENTRADA
                                    PIC 9(01).
       77 WS-QUAD-OK               PIC X   VALUE 'N'.
       77 WS-DATA-ENTRADA          PIC X(08).
       77 WS-DATA-VALOR            REDEFINES WS-DATA-ENTRADA
                                    PIC 9(08).
       77 WS-DATA-OK               PIC X   VALUE 'N'.
       77 WS-DATA-RECUP            PIC 9(08) VALUE 0.
       77 WS-DATA-HOJE             PIC 9(08) VALUE 0.
       77 WS-HORA-AGORA            PIC 9(08) VALUE 0.
       77 WS-IDX-NOTA              PIC 9(01) VALUE 0.
       77 WS-IDX-QUAD              PIC 9(01) VALUE 0.
       77 WS-IDX-MAT               PIC 9(02) VALUE 0.
       77 WS-QTD-PENDENTES         PIC 9(01) VALUE 0.
       77 WS-SOMA-NOTAS            PIC 9(03)V99 VALUE 0.
       77 WS-MEDIA-PARCIAL         PIC 9(02)V99 VALUE 0.
       77 WS-TOTAL-FALTAS          PIC 9(04) VALUE 0.
       77 WS-PERC-FREQ             PIC 9(03)V9 VALUE 0.
       77 WS-MOT-NOTA              PIC X   VALUE 'N'.
       77 WS-MOT-PENDENTE          PIC X   VALUE 'N'.
       77 WS-MOT-FREQUENCIA        PIC X   VALUE 'N'.
       77 WS-CONVOCA               PIC X   VALUE 'N'.
       77 WS-MEDIA-EDITADA         PIC Z9.99.

       77 WS-QTD-ALUNOS            PIC 9(05) VALUE 0.
       77 WS-QTD-ALUNOS-COMUN      PIC 9(05) VALUE 0.
       77 WS-QTD-COMUNICADOS       PIC 9(05) VALUE 0.
       77 WS-QTD-SEM-DESTINATARIO  PIC 9(05) VALUE 0.
       77 WS-QTD-AFASTADOS         PIC 9(05) VALUE 0.
       77 WS-QTD-EXCEDENTES        PIC 9(05) VALUE 0.
       77 WS-QTD-DESTINATARIOS     PIC 9(02) VALUE 0.

      * Aluno em processamento e as materias que entram no seu
      * comunicado (o mestre vem ordenado por matricula + materia).
       77 WS-HOLD-MATRICULA        PIC 9(08) VALUE 0.
       77 WS-HOLD-ALUNO            PIC X(40) VALUE SPACES.
       77 WS-HOLD-TURMA            PIC X(10) VALUE SPACES.
       77 WS-ALU-QTD-NOTA          PIC 9(02) VALUE 0.
       77 WS-ALU-QTD-PENDENTE      PIC 9(02) VALUE 0.
       77 WS-ALU-QTD-FREQ          PIC 9(02) VALUE 0.
       77 WS-ALU-QTD-RECUP         PIC 9(02) VALUE 0.

       01  WS-TAB-MATERIAS.
           03  WS-QTD-MAT-ALUNO     PIC 9(02) VALUE 0.
           03  WS-MAT-ALUNO OCCURS 20 TIMES.
               05  TMA-MATERIA          PIC X(20).
               05  TMA-MEDIA            PIC 9(02)V99.
               05  TMA-PERC-FREQ        PIC 9(03)V9.
               05  TMA-NOTA             PIC X(01).
               05  TMA-PENDENTE         PIC X(01).
               05  TMA-FREQUENCIA       PIC X(01).
               05  TMA-RECUP            PIC X(01).

      * Destinatario do comunicado em emissao - responsavel do
      * cadastro ou, na falta, os responsaveis sem endereco.
       01  WS-DESTINATARIO.
           03  DST-SEQ              PIC 9(02).
           03  DST-NOME             PIC X(40).
           03  DST-ENDERECO         PIC X(50).
           03  DST-BAIRRO           PIC X(25).
           03  DST-CIDADE           PIC X(25).
           03  DST-UF               PIC X(02).
           03  DST-CEP              PIC 9(08).

       01  WS-DATA-DIGITADA.
           03  WS-DIG-ANO           PIC 9(04).
           03  WS-DIG-MES           PIC 9(02).
           03  WS-DIG-DIA           PIC 9(02).

       COPY PARAMCTL.

       COPY OPERCTL.

       01  WS-CAB-REL1.
           03  FILLER               PIC X(40)
                VALUE "COMUNICADOS DE DESEMPENHO AOS".
           03  FILLER               PIC X(20)
                VALUE "RESPONSAVEIS - TERMO".
           03  FILLER               PIC X(01) VALUE SPACE.
           03  CAB-ANO              PIC 9(04).
           03  FILLER               PIC X(01) VALUE "/".
           03  CAB-TERMO            PIC 9(01).
           03  FILLER               PIC X(16) VALUE "  QUADRIMESTRE:".
           03  CAB-QUAD             PIC 9(01).
           03  FILLER               PIC X(11) VALUE "  EMISSAO:".
           03  CAB-DATA             PIC 9(08).
           03  FILLER               PIC X(12) VALUE "  OPERADOR:".
           03  CAB-OPERADOR         PIC X(10).
           03  FILLER               PIC X(07) VALUE SPACES.

       01  WS-CAB-COLUNAS.
           03  FILLER               PIC X(10) VALUE "MATRICULA".
           03  FILLER               PIC X(30) VALUE "ALUNO".
           03  FILLER               PIC X(12) VALUE "TURMA".
           03  FILLER               PIC X(04) VALUE "SEQ".
           03  FILLER               PIC X(30) VALUE "DESTINATARIO".
           03  FILLER               PIC X(05) VALUE "MAT".
           03  FILLER               PIC X(05) VALUE "NOTA".
           03  FILLER               PIC X(05) VALUE "PEND".
           03  FILLER               PIC X(05) VALUE "FREQ".
           03  FILLER               PIC X(05) VALUE "REC.".
           03  FILLER               PIC X(21) VALUE "OBSERVACAO".

       01  WS-LIN-COMUNICADO.
           03  LIN-MATRICULA        PIC 9(08).
           03  FILLER               PIC X(02) VALUE SPACES.
           03  LIN-ALUNO            PIC X(28).
           03  FILLER               PIC X(02) VALUE SPACES.
           03  LIN-TURMA            PIC X(10).
           03  FILLER               PIC X(02) VALUE SPACES.
           03  LIN-SEQ              PIC 9(02).
           03  FILLER               PIC X(02) VALUE SPACES.
           03  LIN-DESTINATARIO     PIC X(28).
           03  FILLER               PIC X(02) VALUE SPACES.
           03  LIN-QTD-MAT          PIC ZZ9.
           03  FILLER               PIC X(02) VALUE SPACES.
           03  LIN-QTD-NOTA         PIC ZZ9.
           03  FILLER               PIC X(02) VALUE SPACES.
           03  LIN-QTD-PEND         PIC ZZ9.
           03  FILLER               PIC X(02) VALUE SPACES.
           03  LIN-QTD-FREQ         PIC ZZ9.
           03  FILLER               PIC X(02) VALUE SPACES.
           03  LIN-QTD-RECUP        PIC ZZ9.
           03  FILLER               PIC X(02) VALUE SPACES.
           03  LIN-OBSERVACAO       PIC X(20).
           03  FILLER               PIC X(01) VALUE SPACES.

       01  WS-LINHA-BRANCO          PIC X(132) VALUE SPACES.

       01  WS-TOT-REL1.
           03  FILLER               PIC X(30)
                                     VALUE "ALUNOS NO MESTRE:".
           03  TOT-ALUNOS           PIC ZZZZ9.
           03  FILLER               PIC X(97) VALUE SPACES.

       01  WS-TOT-REL2.
           03  FILLER               PIC X(30)
                                     VALUE "ALUNOS COMUNICADOS:".
           03  TOT-ALUNOS-COMUN     PIC ZZZZ9.
           03  FILLER               PIC X(97) VALUE SPACES.

       01  WS-TOT-REL3.
           03  FILLER               PIC X(30)
                                     VALUE "COMUNICADOS EMITIDOS:".
           03  TOT-COMUNICADOS      PIC ZZZZ9.
           03  FILLER               PIC X(97) VALUE SPACES.

       01  WS-TOT-REL4.
           03  FILLER               PIC X(30)
                VALUE "*** SEM DESTINATARIO:".
           03  TOT-SEM-DEST         PIC ZZZZ9.
           03  FILLER               PIC X(97) VALUE SPACES.

       01  WS-TOT-REL5.
           03  FILLER               PIC X(30)
                VALUE "AFASTADOS (SEM COMUNICADO):".
           03  TOT-AFASTADOS        PIC ZZZZ9.
           03  FILLER               PIC X(97) VALUE SPACES.

       01  WS-TOT-REL6.
           03  FILLER               PIC X(30)
                                     VALUE "*** MATERIAS ALEM DE 20:".
           03  TOT-EXCEDENTES       PIC ZZZZ9.
           03  FILLER               PIC X(97) VALUE SPACES.

      * Comunicado aos responsaveis - uma pagina por destinatario,
      * com o canhoto de ciente para devolver a escola.
       01  WS-CARTA-TITULO.
           03  FILLER               PIC X(40)
                VALUE "COMUNICADO DE DESEMPENHO ESCOLAR".
           03  FILLER               PIC X(07) VALUE "TERMO ".
           03  CRT-ANO              PIC 9(04).
           03  FILLER               PIC X(01) VALUE "/".
           03  CRT-TERMO            PIC 9(01).
           03  FILLER               PIC X(16) VALUE "  QUADRIMESTRE:".
           03  CRT-QUAD             PIC 9(01).
           03  FILLER               PIC X(10) VALUE SPACES.

       01  WS-CARTA-ESCOLA.
           03  FILLER               PIC X(15) VALUE "ESCOLA (INEP):".
           03  CRT-ESCOLA           PIC 9(08).
           03  FILLER               PIC X(24) VALUE SPACES.
           03  FILLER               PIC X(09) VALUE "EMISSAO:".
           03  CRT-EMISSAO          PIC 9(08).
           03  FILLER               PIC X(16) VALUE SPACES.

       01  WS-CARTA-DEST1.
           03  FILLER               PIC X(13) VALUE "AO(A) SR(A).".
           03  CRT-DEST-NOME        PIC X(40).
           03  FILLER               PIC X(27) VALUE SPACES.

       01  WS-CARTA-DEST2.
           03  FILLER               PIC X(13) VALUE SPACES.
           03  CRT-DEST-ENDERECO    PIC X(50).
           03  FILLER               PIC X(17) VALUE SPACES.

       01  WS-CARTA-DEST3.
           03  FILLER               PIC X(13) VALUE SPACES.
           03  CRT-DEST-BAIRRO      PIC X(25).
           03  FILLER               PIC X(01) VALUE SPACES.
           03  CRT-DEST-CIDADE      PIC X(25).
           03  FILLER               PIC X(01) VALUE SPACES.
           03  CRT-DEST-UF          PIC X(02).
           03  FILLER               PIC X(05) VALUE " CEP ".
           03  CRT-DEST-CEP         PIC 9(08).

       01  WS-CARTA-TEXTO1.
           03  FILLER               PIC X(29)
                VALUE "INFORMAMOS QUE O(A) ALUNO(A)".
           03  CRT-ALUNO            PIC X(40).
           03  FILLER               PIC X(11) VALUE SPACES.

       01  WS-CARTA-TEXTO2.
           03  FILLER               PIC X(11) VALUE "MATRICULA:".
           03  CRT-MATRICULA        PIC 9(08).
           03  FILLER               PIC X(09) VALUE "  TURMA:".
           03  CRT-TURMA            PIC X(10).
           03  FILLER               PIC X(22)
                VALUE ", APRESENTA AO FIM DO".
           03  CRT-QUAD-TEXTO       PIC 9(01).
           03  FILLER               PIC X(19)
                VALUE "O QUADRIMESTRE:".

       01  WS-CARTA-COLUNAS.
           03  FILLER               PIC X(22) VALUE "MATERIA".
           03  FILLER               PIC X(08) VALUE "MEDIA".
           03  FILLER               PIC X(09) VALUE "FREQ.%".
           03  FILLER               PIC X(31) VALUE "SITUACAO".
           03  FILLER               PIC X(10) VALUE "RECUP.".

       01  WS-CARTA-MATERIA.
           03  CRT-MATERIA          PIC X(20).
           03  FILLER               PIC X(02) VALUE SPACES.
           03  CRT-MEDIA            PIC X(05).
           03  FILLER               PIC X(03) VALUE SPACES.
           03  CRT-FREQ             PIC ZZ9.9.
           03  FILLER               PIC X(04) VALUE SPACES.
           03  CRT-SITUACAO         PIC X(30).
           03  FILLER               PIC X(01) VALUE SPACES.
           03  CRT-RECUP            PIC X(03).
           03  FILLER               PIC X(07) VALUE SPACES.

       01  WS-CARTA-MINIMOS.
           03  FILLER               PIC X(29)
                VALUE "MEDIA MINIMA PARA APROVACAO:".
           03  CRT-NOTA-CORTE       PIC Z9.99.
           03  FILLER               PIC X(23)
                VALUE "   FREQUENCIA MINIMA:".
           03  CRT-FREQ-MINIMA      PIC ZZ9.
           03  FILLER               PIC X(20) VALUE "%".

       01  WS-CARTA-RECUP1.
           03  FILLER               PIC X(40)
                VALUE "FICA O(A) ALUNO(A) CONVOCADO(A) PARA A".
           03  FILLER               PIC X(40)
                VALUE " PROVA DE RECUPERACAO NAS".

       01  WS-CARTA-RECUP2.
           03  FILLER               PIC X(40)
                VALUE "MATERIAS MARCADAS ACIMA, NO DIA".
           03  CRT-DATA-RECUP       PIC 9(08).
           03  FILLER               PIC X(32) VALUE ".".

       01  WS-CARTA-RECUP3.
           03  FILLER               PIC X(40)
                VALUE "MATERIAS MARCADAS ACIMA, EM DATA A SER".
           03  FILLER               PIC X(40)
                VALUE " DIVULGADA PELA SECRETARIA.".

       01  WS-CARTA-FALTA1.
           03  FILLER               PIC X(40)
                VALUE "ATENCAO: FREQUENCIA ABAIXO DA MINIMA".
           03  FILLER               PIC X(40)
                VALUE " REPROVA POR FALTA, QUALQUER QUE SEJA".

       01  WS-CARTA-FALTA2.
           03  FILLER               PIC X(40)
                VALUE "A MEDIA. PROCURE A ESCOLA PARA TRATAR".
           03  FILLER               PIC X(40)
                VALUE " DAS AUSENCIAS.".

       01  WS-CARTA-PEND1.
           03  FILLER               PIC X(40)
                VALUE "NOTA PENDENTE: A NOTA AINDA NAO FOI".
           03  FILLER               PIC X(40)
                VALUE " LANCADA PELO PROFESSOR; O RESULTADO".

       01  WS-CARTA-PEND2.
           03  FILLER               PIC X(40)
                VALUE "SERA INFORMADO NO BOLETIM.".
           03  FILLER               PIC X(40) VALUE SPACES.

       01  WS-CARTA-ASSINATURAS.
           03  FILLER               PIC X(40)
                VALUE "______________________________".
           03  FILLER               PIC X(40)
                VALUE "______________________________".

       01  WS-CARTA-ASSIN-NOMES.
           03  FILLER               PIC X(40)
                VALUE "       DIRECAO DA ESCOLA".
           03  FILLER               PIC X(40)
                VALUE "     RESPONSAVEL (CIENTE)".

       01  WS-CARTA-CIENTE.
           03  FILLER               PIC X(40) VALUE SPACES.
           03  FILLER               PIC X(40)
                VALUE "DATA DO CIENTE: ____/____/________".

       01  WS-CARTA-BRANCO          PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       P100-INICIAR.
            PERFORM P112-SIGNON.
            IF NOT CTL-SIGNON-OK
               DISPLAY "ACESSO NAO AUTORIZADO - COMUNICADOS NAO "
                       "EMITIDOS."
               STOP RUN
            END-IF.
            PERFORM P110-LER-PARAMETROS.
            IF WS-PODE-EMITIR = 'S'
               PERFORM P130-PEDIR-QUADRIMESTRE
               PERFORM P120-ABRIR-ARQUIVOS
            END-IF.
            IF WS-PODE-EMITIR = 'S'
               PERFORM P200-POSICIONAR-MESTRE
               PERFORM P300-PROCESSAR-ALUNO
                  UNTIL WS-FIM-MESTRE = 'S'
               PERFORM P800-TOTAIS
            END-IF.
            PERFORM P999-FIM.
            EXIT PROGRAM.

      * Sign-on do operador no cadastro de operadores (CADOPER), com
      * tres tentativas - o operador fica registrado em cada
      * comunicado do livro.
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

      * Nota de corte, quadrimestres e frequencia minima caem no
      * padrao; o ano letivo/termo e obrigatorio - e ele que
      * identifica o periodo no livro de comunicados.
       P110-LER-PARAMETROS.
            OPEN INPUT ARQ-PARAMETROS.
            IF WS-FS-PARAM = "00"
               READ ARQ-PARAMETROS
                  AT END
                     DISPLAY "PARAMETROS VAZIOS - COMUNICADOS "
                             "CANCELADOS."
                     MOVE 'N' TO WS-PODE-EMITIR
                  NOT AT END
                     MOVE PARM-NOTA-CORTE TO CTL-NOTA-CORTE
                     MOVE PARM-QTD-QUAD   TO CTL-QTD-QUAD
                     PERFORM P111-VALIDAR-PARAMETROS
               END-READ
               CLOSE ARQ-PARAMETROS
            ELSE
               DISPLAY "ARQUIVO DE PARAMETROS NAO ENCONTRADO - "
                       "COMUNICADOS CANCELADOS."
               MOVE 'N' TO WS-PODE-EMITIR
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
            IF (PARM-COD-ESCOLA IS NUMERIC)
               MOVE PARM-COD-ESCOLA TO CTL-COD-ESCOLA
            END-IF.
            IF (PARM-ANO-LETIVO IS NUMERIC)
               AND (PARM-ANO-LETIVO > 0)
               AND (PARM-TERMO IS NUMERIC)
               AND (PARM-TERMO > 0) AND (PARM-TERMO <= 4)
               MOVE PARM-ANO-LETIVO TO CTL-ANO-LETIVO
               MOVE PARM-TERMO      TO CTL-TERMO
            ELSE
               DISPLAY "ANO LETIVO/TERMO AUSENTES OU INVALIDOS NO "
                       "ARQUIVO DE PARAMETROS - COMUNICADOS "
                       "CANCELADOS."
               MOVE 'N' TO WS-PODE-EMITIR
            END-IF.

      * Quadrimestre do comunicado; no ultimo quadrimestre do
      * contrato pede tambem a data da prova de recuperacao que vai
      * na convocacao (branco = a divulgar).
       P130-PEDIR-QUADRIMESTRE.
            MOVE 'N' TO WS-QUAD-OK.
            PERFORM P131-ACEITAR-QUADRIMESTRE UNTIL WS-QUAD-OK = 'S'.
            IF WS-QUAD = CTL-QTD-QUAD
               MOVE 'N' TO WS-DATA-OK
               PERFORM P135-ACEITAR-DATA-RECUP UNTIL WS-DATA-OK = 'S'
            END-IF.

       P131-ACEITAR-QUADRIMESTRE.
            DISPLAY "INFORME O QUADRIMESTRE DO COMUNICADO (1 A "
                    CTL-QTD-QUAD ")."
            ACCEPT WS-QUAD-ENTRADA.
            IF (WS-QUAD-ENTRADA IS NOT NUMERIC) OR (WS-QUAD < 1)
               OR (WS-QUAD > CTL-QTD-QUAD)
               DISPLAY "QUADRIMESTRE INVALIDO. TENTE NOVAMENTE."
            ELSE
               MOVE 'S' TO WS-QUAD-OK
            END-IF.

       P135-ACEITAR-DATA-RECUP.
            DISPLAY "INFORME A DATA DA PROVA DE RECUPERACAO "
                    "(AAAAMMDD, BRANCO = A DIVULGAR)."
            ACCEPT WS-DATA-ENTRADA.
            IF WS-DATA-ENTRADA = SPACES
               MOVE 0 TO WS-DATA-RECUP
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
                     DISPLAY "DATA INVALIDA - MES OU DIA FORA DA "
                             "FAIXA. TENTE NOVAMENTE."
                  ELSE
                     MOVE WS-DATA-VALOR TO WS-DATA-RECUP
                     MOVE 'S' TO WS-DATA-OK
                  END-IF
               END-IF
            END-IF.

      * Mestre e cadastro de alunos sao obrigatorios; sem frequencia
      * o criterio de falta nao e aplicado e sem o cadastro de
      * responsaveis todo comunicado sai sem destinatario.
       P120-ABRIR-ARQUIVOS.
            OPEN INPUT ARQ-MESTRE.
            IF WS-FS-MESTRE = "00"
               MOVE 'S' TO WS-MESTRE-ABERTO
            ELSE
               DISPLAY "ARQUIVO MESTRE NAO ENCONTRADO - NADA A "
                       "COMUNICAR."
               MOVE 'N' TO WS-PODE-EMITIR
            END-IF.
            OPEN INPUT ARQ-ALUNOS.
            IF WS-FS-ALUNOS = "00"
               MOVE 'S' TO WS-ALUNOS-ABERTO
            ELSE
               DISPLAY "CADASTRO DE ALUNOS NAO ENCONTRADO - "
                       "COMUNICADOS CANCELADOS."
               MOVE 'N' TO WS-PODE-EMITIR
            END-IF.
            OPEN INPUT ARQ-FREQUENCIA.
            IF WS-FS-FREQ = "00"
               MOVE 'S' TO WS-FREQ-ABERTO
            ELSE
               DISPLAY "ARQUIVO DE FREQUENCIA NAO ENCONTRADO - "
                       "COMUNICADO SO PELAS NOTAS."
            END-IF.
            OPEN INPUT ARQ-RESPONSAVEIS.
            IF WS-FS-RESP = "00"
               MOVE 'S' TO WS-RESP-ABERTO
            ELSE
               DISPLAY "CADASTRO DE RESPONSAVEIS NAO ENCONTRADO - "
                       "COMUNICADOS SAIRAO SEM DESTINATARIO."
            END-IF.
            IF WS-PODE-EMITIR = 'S'
               OPEN EXTEND ARQ-COMUNICADOS
               IF WS-FS-COMUN = "35"
                  OPEN OUTPUT ARQ-COMUNICADOS
                  CLOSE ARQ-COMUNICADOS
                  OPEN EXTEND ARQ-COMUNICADOS
               END-IF
               MOVE 'S' TO WS-COMUN-ABERTO
               OPEN OUTPUT REL-CARTAS
               OPEN OUTPUT REL-RODADA
               MOVE 'S' TO WS-RELS-ABERTOS
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               MOVE CTL-ANO-LETIVO TO CAB-ANO
               MOVE CTL-TERMO      TO CAB-TERMO
               MOVE WS-QUAD        TO CAB-QUAD
               MOVE WS-DATA-HOJE   TO CAB-DATA
               MOVE CTL-OPER-ID    TO CAB-OPERADOR
               WRITE WS-LINHA-REL FROM WS-CAB-REL1
               WRITE WS-LINHA-REL FROM WS-LINHA-BRANCO
               WRITE WS-LINHA-REL FROM WS-CAB-COLUNAS
            END-IF.

       P200-POSICIONAR-MESTRE.
            MOVE 'N' TO WS-FIM-MESTRE.
            MOVE LOW-VALUES TO WS-CHAVE.
            START ARQ-MESTRE KEY NOT < WS-CHAVE
               INVALID KEY
                  MOVE 'S' TO WS-FIM-MESTRE
            END-START.
            IF WS-FIM-MESTRE NOT = 'S'
               PERFORM P210-LER-MESTRE
            END-IF.

       P210-LER-MESTRE.
            READ ARQ-MESTRE NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIM-MESTRE
            END-READ.

      * Quebra por matricula: junta as materias do aluno que entram
      * no comunicado e emite um comunicado por destinatario.
       P300-PROCESSAR-ALUNO.
            MOVE WS-MATRICULA TO WS-HOLD-MATRICULA.
            MOVE WS-ALUNO     TO WS-HOLD-ALUNO.
            MOVE WS-TURMA     TO WS-HOLD-TURMA.
            MOVE 0 TO WS-QTD-MAT-ALUNO.
            MOVE 0 TO WS-ALU-QTD-NOTA.
            MOVE 0 TO WS-ALU-QTD-PENDENTE.
            MOVE 0 TO WS-ALU-QTD-FREQ.
            MOVE 0 TO WS-ALU-QTD-RECUP.
            ADD 1 TO WS-QTD-ALUNOS.
            PERFORM P310-AVALIAR-MATERIA
               UNTIL (WS-FIM-MESTRE = 'S')
                  OR (WS-MATRICULA NOT = WS-HOLD-MATRICULA).
            IF WS-QTD-MAT-ALUNO > 0
               PERFORM P400-COMUNICAR-ALUNO
            END-IF.

       P310-AVALIAR-MATERIA.
            MOVE 0 TO WS-QTD-PENDENTES.
            MOVE 0 TO WS-SOMA-NOTAS.
            MOVE 0 TO WS-MEDIA-PARCIAL.
            PERFORM P315-SOMAR-NOTA
               VARYING WS-IDX-NOTA FROM 1 BY 1
               UNTIL WS-IDX-NOTA > WS-QUAD.
            MOVE 'N' TO WS-MOT-NOTA.
            MOVE 'N' TO WS-MOT-PENDENTE.
            MOVE 'N' TO WS-MOT-FREQUENCIA.
            MOVE 'N' TO WS-CONVOCA.
            IF WS-QTD-PENDENTES > 0
               MOVE 'S' TO WS-MOT-PENDENTE
            ELSE
               COMPUTE WS-MEDIA-PARCIAL ROUNDED =
                       WS-SOMA-NOTAS / WS-QUAD
               IF WS-MEDIA-PARCIAL < CTL-NOTA-CORTE
                  MOVE 'S' TO WS-MOT-NOTA
               END-IF
            END-IF.
            PERFORM P320-CALCULAR-FREQUENCIA.
            IF WS-PERC-FREQ < CTL-FREQ-MINIMA
               MOVE 'S' TO WS-MOT-FREQUENCIA
            END-IF.
            IF (WS-QUAD = CTL-QTD-QUAD) AND (WS-MOT-NOTA = 'S')
               AND (WS-MOT-FREQUENCIA = 'N')
               AND (NOT WS-TEM-RECUP) AND (NOT WS-FINAL-CONSELHO)
               MOVE 'S' TO WS-CONVOCA
            END-IF.
            IF (WS-MOT-NOTA = 'S') OR (WS-MOT-PENDENTE = 'S')
               OR (WS-MOT-FREQUENCIA = 'S')
               PERFORM P330-GUARDAR-MATERIA
            END-IF.
            PERFORM P210-LER-MESTRE.

       P315-SOMAR-NOTA.
            IF WS-NOTA-PENDENTE(WS-IDX-NOTA)
               ADD 1 TO WS-QTD-PENDENTES
            ELSE
               ADD WS-NOTA(WS-IDX-NOTA) TO WS-SOMA-NOTAS
            END-IF.

      * Mesma conta do APURFIM, com as faltas ate o quadrimestre do
      * comunicado; sem registro de frequencia vale 100%.
       P320-CALCULAR-FREQUENCIA.
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
               PERFORM P325-SOMAR-FALTAS
                  VARYING WS-IDX-QUAD FROM 1 BY 1
                  UNTIL WS-IDX-QUAD > WS-QUAD
               IF WS-TOTAL-FALTAS > FRQ-TOTAL-AULAS
                  MOVE 0 TO WS-PERC-FREQ
               ELSE
                  COMPUTE WS-PERC-FREQ ROUNDED =
                          ((FRQ-TOTAL-AULAS - WS-TOTAL-FALTAS) * 100)
                          / FRQ-TOTAL-AULAS
               END-IF
            END-IF.

       P325-SOMAR-FALTAS.
            ADD FRQ-FALTAS(WS-IDX-QUAD) TO WS-TOTAL-FALTAS.

       P330-GUARDAR-MATERIA.
            IF WS-QTD-MAT-ALUNO >= 20
               ADD 1 TO WS-QTD-EXCEDENTES
            ELSE
               ADD 1 TO WS-QTD-MAT-ALUNO
               MOVE WS-MATERIA        TO TMA-MATERIA(WS-QTD-MAT-ALUNO)
               MOVE WS-MEDIA-PARCIAL  TO TMA-MEDIA(WS-QTD-MAT-ALUNO)
               MOVE WS-PERC-FREQ      TO TMA-PERC-FREQ(WS-QTD-MAT-ALUNO)
               MOVE WS-MOT-NOTA       TO TMA-NOTA(WS-QTD-MAT-ALUNO)
               MOVE WS-MOT-PENDENTE   TO TMA-PENDENTE(WS-QTD-MAT-ALUNO)
               MOVE WS-MOT-FREQUENCIA
                                  TO TMA-FREQUENCIA(WS-QTD-MAT-ALUNO)
               MOVE WS-CONVOCA        TO TMA-RECUP(WS-QTD-MAT-ALUNO)
               IF WS-MOT-NOTA = 'S'
                  ADD 1 TO WS-ALU-QTD-NOTA
               END-IF
               IF WS-MOT-PENDENTE = 'S'
                  ADD 1 TO WS-ALU-QTD-PENDENTE
               END-IF
               IF WS-MOT-FREQUENCIA = 'S'
                  ADD 1 TO WS-ALU-QTD-FREQ
               END-IF
               IF WS-CONVOCA = 'S'
                  ADD 1 TO WS-ALU-QTD-RECUP
               END-IF
            END-IF.

      * Nome e turma oficiais do cadastro; aluno que saiu da escola
      * nao recebe comunicado.
       P400-COMUNICAR-ALUNO.
            MOVE 'N' TO WS-ALUNO-AFASTADO.
            MOVE WS-HOLD-MATRICULA TO AL-MATRICULA.
            READ ARQ-ALUNOS
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE AL-NOME  TO WS-HOLD-ALUNO
                  IF AL-TURMA NOT = SPACES
                     MOVE AL-TURMA TO WS-HOLD-TURMA
                  END-IF
                  IF AL-AFASTADO
                     MOVE 'S' TO WS-ALUNO-AFASTADO
                  END-IF
            END-READ.
            IF WS-ALUNO-AFASTADO = 'S'
               ADD 1 TO WS-QTD-AFASTADOS
            ELSE
               ADD 1 TO WS-QTD-ALUNOS-COMUN
               MOVE 0 TO WS-QTD-DESTINATARIOS
               IF WS-RESP-ABERTO = 'S'
                  PERFORM P410-POSICIONAR-RESPONSAVEIS
                  PERFORM P420-EXAMINAR-RESPONSAVEL
                     UNTIL (WS-FIM-RESP = 'S')
                        OR (RSP-MATRICULA NOT = WS-HOLD-MATRICULA)
               END-IF
               IF WS-QTD-DESTINATARIOS = 0
                  ADD 1 TO WS-QTD-SEM-DESTINATARIO
                  INITIALIZE WS-DESTINATARIO
                  MOVE "RESPONSAVEIS PELO ALUNO" TO DST-NOME
                  PERFORM P500-EMITIR-COMUNICADO
               END-IF
            END-IF.

       P410-POSICIONAR-RESPONSAVEIS.
            MOVE 'N' TO WS-FIM-RESP.
            MOVE WS-HOLD-MATRICULA TO RSP-MATRICULA.
            MOVE 0                 TO RSP-SEQ.
            START ARQ-RESPONSAVEIS KEY NOT < RSP-CHAVE
               INVALID KEY
                  MOVE 'S' TO WS-FIM-RESP
            END-START.
            IF WS-FIM-RESP NOT = 'S'
               PERFORM P415-LER-RESPONSAVEL
            END-IF.

       P415-LER-RESPONSAVEL.
            READ ARQ-RESPONSAVEIS NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIM-RESP
            END-READ.

       P420-EXAMINAR-RESPONSAVEL.
            IF RSP-RECEBE-CORRESP
               ADD 1 TO WS-QTD-DESTINATARIOS
               MOVE RSP-SEQ      TO DST-SEQ
               MOVE RSP-NOME     TO DST-NOME
               MOVE RSP-ENDERECO TO DST-ENDERECO
               MOVE RSP-BAIRRO   TO DST-BAIRRO
               MOVE RSP-CIDADE   TO DST-CIDADE
               MOVE RSP-UF       TO DST-UF
               MOVE RSP-CEP      TO DST-CEP
               PERFORM P500-EMITIR-COMUNICADO
            END-IF.
            PERFORM P415-LER-RESPONSAVEL.

      * Um comunicado (uma pagina) por destinatario; cada materia
      * citada vai para o livro de comunicados.
       P500-EMITIR-COMUNICADO.
            ADD 1 TO WS-QTD-COMUNICADOS.
            ACCEPT WS-HORA-AGORA FROM TIME.
            PERFORM P510-IMPRIMIR-CABECALHO.
            PERFORM P520-IMPRIMIR-MATERIA
               VARYING WS-IDX-MAT FROM 1 BY 1
               UNTIL WS-IDX-MAT > WS-QTD-MAT-ALUNO.
            PERFORM P530-IMPRIMIR-AVISOS.
            PERFORM P540-IMPRIMIR-LINHA.

       P510-IMPRIMIR-CABECALHO.
            MOVE CTL-ANO-LETIVO    TO CRT-ANO.
            MOVE CTL-TERMO         TO CRT-TERMO.
            MOVE WS-QUAD           TO CRT-QUAD.
            MOVE CTL-COD-ESCOLA    TO CRT-ESCOLA.
            MOVE WS-DATA-HOJE      TO CRT-EMISSAO.
            MOVE DST-NOME          TO CRT-DEST-NOME.
            MOVE DST-ENDERECO      TO CRT-DEST-ENDERECO.
            MOVE DST-BAIRRO        TO CRT-DEST-BAIRRO.
            MOVE DST-CIDADE        TO CRT-DEST-CIDADE.
            MOVE DST-UF            TO CRT-DEST-UF.
            MOVE DST-CEP           TO CRT-DEST-CEP.
            MOVE WS-HOLD-ALUNO     TO CRT-ALUNO.
            MOVE WS-HOLD-MATRICULA TO CRT-MATRICULA.
            MOVE WS-HOLD-TURMA     TO CRT-TURMA.
            MOVE WS-QUAD           TO CRT-QUAD-TEXTO.
            WRITE WS-LINHA-CARTA FROM WS-CARTA-BRANCO
               AFTER ADVANCING PAGE.
            WRITE WS-LINHA-CARTA FROM WS-CARTA-TITULO.
            WRITE WS-LINHA-CARTA FROM WS-CARTA-ESCOLA.
            WRITE WS-LINHA-CARTA FROM WS-CARTA-BRANCO.
            WRITE WS-LINHA-CARTA FROM WS-CARTA-DEST1.
            IF DST-SEQ > 0
               WRITE WS-LINHA-CARTA FROM WS-CARTA-DEST2
               WRITE WS-LINHA-CARTA FROM WS-CARTA-DEST3
            END-IF.
            WRITE WS-LINHA-CARTA FROM WS-CARTA-BRANCO.
            WRITE WS-LINHA-CARTA FROM WS-CARTA-TEXTO1.
            WRITE WS-LINHA-CARTA FROM WS-CARTA-TEXTO2.
            WRITE WS-LINHA-CARTA FROM WS-CARTA-BRANCO.
            WRITE WS-LINHA-CARTA FROM WS-CARTA-COLUNAS.

       P520-IMPRIMIR-MATERIA.
            MOVE TMA-MATERIA(WS-IDX-MAT)   TO CRT-MATERIA.
            IF TMA-PENDENTE(WS-IDX-MAT) = 'S'
               MOVE "  -"                  TO CRT-MEDIA
            ELSE
               MOVE TMA-MEDIA(WS-IDX-MAT)  TO WS-MEDIA-EDITADA
               MOVE WS-MEDIA-EDITADA       TO CRT-MEDIA
            END-IF.
            MOVE TMA-PERC-FREQ(WS-IDX-MAT) TO CRT-FREQ.
            EVALUATE TRUE
               WHEN (TMA-PENDENTE(WS-IDX-MAT) = 'S')
                AND (TMA-FREQUENCIA(WS-IDX-MAT) = 'S')
                  MOVE "NOTA PENDENTE E FREQ. BAIXA"
                       TO CRT-SITUACAO
               WHEN (TMA-NOTA(WS-IDX-MAT) = 'S')
                AND (TMA-FREQUENCIA(WS-IDX-MAT) = 'S')
                  MOVE "MEDIA E FREQUENCIA BAIXAS" TO CRT-SITUACAO
               WHEN TMA-PENDENTE(WS-IDX-MAT) = 'S'
                  MOVE "NOTA PENDENTE"             TO CRT-SITUACAO
               WHEN TMA-NOTA(WS-IDX-MAT) = 'S'
                  MOVE "MEDIA ABAIXO DA MINIMA"    TO CRT-SITUACAO
               WHEN OTHER
                  MOVE "FREQUENCIA ABAIXO DA MINIMA"
                       TO CRT-SITUACAO
            END-EVALUATE.
            IF TMA-RECUP(WS-IDX-MAT) = 'S'
               MOVE "SIM" TO CRT-RECUP
            ELSE
               MOVE SPACES TO CRT-RECUP
            END-IF.
            WRITE WS-LINHA-CARTA FROM WS-CARTA-MATERIA.
            PERFORM P550-GRAVAR-COMUNICADO.

       P530-IMPRIMIR-AVISOS.
            MOVE CTL-NOTA-CORTE  TO CRT-NOTA-CORTE.
            MOVE CTL-FREQ-MINIMA TO CRT-FREQ-MINIMA.
            WRITE WS-LINHA-CARTA FROM WS-CARTA-BRANCO.
            WRITE WS-LINHA-CARTA FROM WS-CARTA-MINIMOS.
            IF WS-ALU-QTD-RECUP > 0
               WRITE WS-LINHA-CARTA FROM WS-CARTA-BRANCO
               WRITE WS-LINHA-CARTA FROM WS-CARTA-RECUP1
               IF WS-DATA-RECUP > 0
                  MOVE WS-DATA-RECUP TO CRT-DATA-RECUP
                  WRITE WS-LINHA-CARTA FROM WS-CARTA-RECUP2
               ELSE
                  WRITE WS-LINHA-CARTA FROM WS-CARTA-RECUP3
               END-IF
            END-IF.
            IF WS-ALU-QTD-FREQ > 0
               WRITE WS-LINHA-CARTA FROM WS-CARTA-BRANCO
               WRITE WS-LINHA-CARTA FROM WS-CARTA-FALTA1
               WRITE WS-LINHA-CARTA FROM WS-CARTA-FALTA2
            END-IF.
            IF WS-ALU-QTD-PENDENTE > 0
               WRITE WS-LINHA-CARTA FROM WS-CARTA-BRANCO
               WRITE WS-LINHA-CARTA FROM WS-CARTA-PEND1
               WRITE WS-LINHA-CARTA FROM WS-CARTA-PEND2
            END-IF.
            WRITE WS-LINHA-CARTA FROM WS-CARTA-BRANCO.
            WRITE WS-LINHA-CARTA FROM WS-CARTA-BRANCO.
            WRITE WS-LINHA-CARTA FROM WS-CARTA-ASSINATURAS.
            WRITE WS-LINHA-CARTA FROM WS-CARTA-ASSIN-NOMES.
            WRITE WS-LINHA-CARTA FROM WS-CARTA-BRANCO.
            WRITE WS-LINHA-CARTA FROM WS-CARTA-CIENTE.

       P540-IMPRIMIR-LINHA.
            MOVE WS-HOLD-MATRICULA   TO LIN-MATRICULA.
            MOVE WS-HOLD-ALUNO       TO LIN-ALUNO.
            MOVE WS-HOLD-TURMA       TO LIN-TURMA.
            MOVE DST-SEQ             TO LIN-SEQ.
            MOVE DST-NOME            TO LIN-DESTINATARIO.
            MOVE WS-QTD-MAT-ALUNO    TO LIN-QTD-MAT.
            MOVE WS-ALU-QTD-NOTA     TO LIN-QTD-NOTA.
            MOVE WS-ALU-QTD-PENDENTE TO LIN-QTD-PEND.
            MOVE WS-ALU-QTD-FREQ     TO LIN-QTD-FREQ.
            MOVE WS-ALU-QTD-RECUP    TO LIN-QTD-RECUP.
            IF DST-SEQ = 0
               MOVE "*** SEM DESTINATARIO" TO LIN-OBSERVACAO
            ELSE
               MOVE SPACES TO LIN-OBSERVACAO
            END-IF.
            WRITE WS-LINHA-REL FROM WS-LIN-COMUNICADO.

       P550-GRAVAR-COMUNICADO.
            MOVE WS-HOLD-MATRICULA          TO CMN-MATRICULA.
            MOVE WS-HOLD-ALUNO              TO CMN-ALUNO.
            MOVE WS-HOLD-TURMA              TO CMN-TURMA.
            MOVE CTL-ANO-LETIVO             TO CMN-ANO-LETIVO.
            MOVE CTL-TERMO                  TO CMN-TERMO.
            MOVE WS-QUAD                    TO CMN-QUAD.
            MOVE DST-SEQ                    TO CMN-SEQ-RESP.
            MOVE DST-NOME                   TO CMN-RESPONSAVEL.
            MOVE TMA-MATERIA(WS-IDX-MAT)    TO CMN-MATERIA.
            MOVE TMA-NOTA(WS-IDX-MAT)       TO CMN-MOT-NOTA.
            MOVE TMA-PENDENTE(WS-IDX-MAT)   TO CMN-MOT-PENDENTE.
            MOVE TMA-FREQUENCIA(WS-IDX-MAT) TO CMN-MOT-FREQUENCIA.
            MOVE TMA-RECUP(WS-IDX-MAT)      TO CMN-CONVOCACAO.
            MOVE TMA-MEDIA(WS-IDX-MAT)      TO CMN-MEDIA-PARCIAL.
            MOVE TMA-PERC-FREQ(WS-IDX-MAT)  TO CMN-PERC-FREQ.
            IF TMA-RECUP(WS-IDX-MAT) = 'S'
               MOVE WS-DATA-RECUP TO CMN-DATA-RECUP
            ELSE
               MOVE 0 TO CMN-DATA-RECUP
            END-IF.
            MOVE CTL-OPER-ID                TO CMN-OPERADOR.
            MOVE WS-DATA-HOJE               TO CMN-DATA-EMISSAO.
            MOVE WS-HORA-AGORA              TO CMN-HORA-EMISSAO.
            WRITE WS-REG-COMUNICADO.

       P800-TOTAIS.
            MOVE WS-QTD-ALUNOS           TO TOT-ALUNOS.
            MOVE WS-QTD-ALUNOS-COMUN     TO TOT-ALUNOS-COMUN.
            MOVE WS-QTD-COMUNICADOS      TO TOT-COMUNICADOS.
            MOVE WS-QTD-SEM-DESTINATARIO TO TOT-SEM-DEST.
            MOVE WS-QTD-AFASTADOS        TO TOT-AFASTADOS.
            MOVE WS-QTD-EXCEDENTES       TO TOT-EXCEDENTES.
            WRITE WS-LINHA-REL FROM WS-LINHA-BRANCO.
            WRITE WS-LINHA-REL FROM WS-TOT-REL1.
            WRITE WS-LINHA-REL FROM WS-TOT-REL2.
            WRITE WS-LINHA-REL FROM WS-TOT-REL3.
            WRITE WS-LINHA-REL FROM WS-TOT-REL4.
            WRITE WS-LINHA-REL FROM WS-TOT-REL5.
            WRITE WS-LINHA-REL FROM WS-TOT-REL6.
            DISPLAY "COMUNICADOS " CTL-ANO-LETIVO "/" CTL-TERMO
                    " QUAD " WS-QUAD " - ALUNOS: "
                    WS-QTD-ALUNOS-COMUN " COMUNICADOS: "
                    WS-QTD-COMUNICADOS " SEM DESTINATARIO: "
                    WS-QTD-SEM-DESTINATARIO.

       P999-FIM.
            IF WS-MESTRE-ABERTO = 'S'
               CLOSE ARQ-MESTRE
            END-IF.
            IF WS-ALUNOS-ABERTO = 'S'
               CLOSE ARQ-ALUNOS
            END-IF.
            IF WS-FREQ-ABERTO = 'S'
               CLOSE ARQ-FREQUENCIA
            END-IF.
            IF WS-RESP-ABERTO = 'S'
               CLOSE ARQ-RESPONSAVEIS
            END-IF.
            IF WS-COMUN-ABERTO = 'S'
               CLOSE ARQ-COMUNICADOS
            END-IF.
            IF WS-RELS-ABERTOS = 'S'
               CLOSE REL-CARTAS
               CLOSE REL-RODADA
            END-IF.
            STOP RUN.
       END PROGRAM COMUNPAI.
