      ******************************************************************
      * Author: JOSE CELESTINO
      * Date: 15-10-2026
      * Purpose: COMPARATIVO ENTRE AS ESCOLAS DA REDE - LE O MESTRE
      *          CONSOLIDADO (MESTREDE) E IMPRIME, POR ESCOLA, TURMA
      *          E MATERIA, LANCAMENTOS, AVALIADOS, MEDIA, PERCENTUAL
      *          DE APROVACAO, REPROVACAO POR FALTA E PENDENCIAS,
      *          COM SUBTOTAL POR ESCOLA E UM RESUMO FINAL POR
      *          UNIDADE. A ESCOLA QUE NAO ENVIOU OU ENVIOU REMESSA
      *          DIVERGENTE NA ULTIMA CONSOLIDACAO (REDECTRL) SAI
      *          DESTACADA, COM OS DADOS DA ULTIMA REMESSA ACEITA -
      *          E A QUE NUNCA TEVE REMESSA ACEITA APARECE NO RESUMO
      *          SEM DADOS, EM VEZ DE SUMIR.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   15-10-2026  JVC  Criacao - a secretaria comparava as
      *                    unidades juntando a mao as analises de
      *                    cada escola.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REDECOMP.
       AUTHOR. JOSE VITOR PESQUEIRA CELESTINO.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.

      * REGRAS DA CONTAGEM (AS MESMAS DO ANALITUR):
      *   - LANCAMENTO DE ALUNO TRANSFERIDO, DESISTENTE OU FALECIDO
      *     (CADASTRO CONSOLIDADO ALUNODE) FICA FORA DA ESTATISTICA;
      *   - LANCAMENTO INCOMPLETO E PENDENCIA - NAO ENTRA EM MEDIA
      *     NEM EM PERCENTUAL;
      *   - APROVACAO PELO RESULTADO FINAL (INCLUSIVE RECUPERACAO E
      *     CONSELHO) OU PELO STATUS PRELIMINAR ENQUANTO A APURACAO
      *     NAO RODOU; REPROVACAO POR FALTA IDEM.
      *   - PERCENTUAIS SOBRE OS AVALIADOS (LANCAMENTOS COMPLETOS).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-REDE-MESTRE ASSIGN TO "MESTREDE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMS-CHAVE
               FILE STATUS IS WS-FS-RMES.

           SELECT ARQ-REDE-ALUNOS ASSIGN TO "ALUNODE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAL-CHAVE
               FILE STATUS IS WS-FS-RALU.

           SELECT ARQ-REDE-CONTROLE ASSIGN TO "REDECTRL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-COD-ESCOLA
               FILE STATUS IS WS-FS-RCTL.

           SELECT ARQ-CLASS-REDE ASSIGN TO "SORTREDE".

           SELECT REL-COMPARATIVO ASSIGN TO "RELREDE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-REDE-MESTRE.
       COPY REDEMEST.

       FD  ARQ-REDE-ALUNOS.
       COPY REDEALUN.

       FD  ARQ-REDE-CONTROLE.
       COPY REDECTRL.

       SD  ARQ-CLASS-REDE.
       01  WS-REG-CLASS-REDE.
           03  SRC-COD-ESCOLA           PIC 9(08).
           03  SRC-TURMA                PIC X(10).
           03  SRC-MATERIA              PIC X(20).
           03  SRC-MEDIA                PIC 9(02)V99.
           03  SRC-APROVACAO            PIC X(01).
           03  SRC-REPROV-FALTA         PIC X(01).
           03  SRC-INCOMPLETO           PIC X(01).

       FD  REL-COMPARATIVO.
       01  WS-LINHA-REL                 PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS-RMES               PIC XX  VALUE "00".
       77 WS-FS-RALU               PIC XX  VALUE "00".
       77 WS-FS-RCTL               PIC XX  VALUE "00".
       77 WS-FS-REL                PIC XX  VALUE "00".
       77 WS-PODE-EMITIR           PIC X   VALUE 'S'.
       77 WS-MESTRE-ABERTO         PIC X   VALUE 'N'.
       77 WS-ALUNOS-ABERTO         PIC X   VALUE 'N'.
       77 WS-REL-ABERTO            PIC X   VALUE 'N'.
       77 WS-FIM-CONTROLE          PIC X   VALUE 'N'.
       77 WS-FIM-MESTRE            PIC X   VALUE 'N'.
       77 WS-FIM-CLASSIF           PIC X   VALUE 'N'.
       77 WS-APROVACAO             PIC X   VALUE 'N'.
       77 WS-REPROV-FALTA-REG      PIC X   VALUE 'N'.
       77 WS-INCOMPLETO-REG        PIC X   VALUE 'N'.
       77 WS-TURMA-REG             PIC X(10) VALUE SPACES.
       77 WS-ALUNO-AFASTADO        PIC X   VALUE 'N'.
       77 WS-DATA-EMISSAO          PIC 9(08) VALUE 0.
       77 WS-IDX-ESC               PIC 9(03) VALUE 0.
       77 WS-IDX-ATUAL             PIC 9(03) VALUE 0.
       77 WS-COD-PROCURADO         PIC 9(08) VALUE 0.
       77 WS-QTD-AFASTADOS         PIC 9(05) VALUE 0.
       77 WS-QTD-SEM-CONTROLE      PIC 9(05) VALUE 0.
       77 WS-QTD-LINHAS            PIC 9(05) VALUE 0.

       77 WS-HOLD-ESCOLA           PIC 9(08) VALUE 0.
       77 WS-HOLD-TURMA            PIC X(10) VALUE SPACES.
       77 WS-HOLD-MATERIA          PIC X(20) VALUE SPACES.

      * Acumuladores de um nivel (materia, escola ou rede) - a mesma
      * linha de impressao serve aos tres.
       01  WS-ACUM-MATERIA.
           03  WS-MAT-LANC          PIC 9(07).
           03  WS-MAT-AVALIADOS     PIC 9(07).
           03  WS-MAT-SOMA          PIC 9(09)V99.
           03  WS-MAT-APROVADOS     PIC 9(07).
           03  WS-MAT-REPROV-FALTA  PIC 9(07).
           03  WS-MAT-PENDENTES     PIC 9(07).

       01  WS-ACUM-ESCOLA.
           03  WS-ESC-LANC          PIC 9(07).
           03  WS-ESC-AVALIADOS     PIC 9(07).
           03  WS-ESC-SOMA          PIC 9(09)V99.
           03  WS-ESC-APROVADOS     PIC 9(07).
           03  WS-ESC-REPROV-FALTA  PIC 9(07).
           03  WS-ESC-PENDENTES     PIC 9(07).

       01  WS-ACUM-REDE.
           03  WS-REDE-LANC         PIC 9(07).
           03  WS-REDE-AVALIADOS    PIC 9(07).
           03  WS-REDE-SOMA         PIC 9(09)V99.
           03  WS-REDE-APROVADOS    PIC 9(07).
           03  WS-REDE-REPROV-FALTA PIC 9(07).
           03  WS-REDE-PENDENTES    PIC 9(07).

       01  WS-ACUM-CALCULO.
           03  WS-CAL-LANC          PIC 9(07).
           03  WS-CAL-AVALIADOS     PIC 9(07).
           03  WS-CAL-SOMA          PIC 9(09)V99.
           03  WS-CAL-APROVADOS     PIC 9(07).
           03  WS-CAL-REPROV-FALTA  PIC 9(07).
           03  WS-CAL-PENDENTES     PIC 9(07).

       77 WS-MEDIA-CALC            PIC 9(02)V99 VALUE 0.
       77 WS-PERC-APROV            PIC 9(03)V9  VALUE 0.
       77 WS-PERC-FALTA            PIC 9(03)V9  VALUE 0.

      * Uma entrada por escola do controle da consolidacao, com os
      * acumuladores que alimentam o resumo por unidade.
       01  WS-TAB-ESCOLAS.
           03  WS-QTD-ESCOLAS       PIC 9(03) VALUE 0.
           03  WS-ESCOLA OCCURS 100 TIMES.
               05  TCO-COD-ESCOLA       PIC 9(08).
               05  TCO-NOME             PIC X(40).
               05  TCO-SITUACAO         PIC X(01).
               05  TCO-MOTIVO           PIC X(30).
               05  TCO-DATA-CARGA       PIC 9(08).
               05  TCO-ANO-CARGA        PIC 9(04).
               05  TCO-TERMO-CARGA      PIC 9(01).
               05  TCO-AFASTADOS        PIC 9(05).
               05  TCO-ACUM.
                   07  TCO-LANC         PIC 9(07).
                   07  TCO-AVALIADOS    PIC 9(07).
                   07  TCO-SOMA         PIC 9(09)V99.
                   07  TCO-APROVADOS    PIC 9(07).
                   07  TCO-REPROV-FALTA PIC 9(07).
                   07  TCO-PENDENTES    PIC 9(07).

      * Registro da escola extraido do consolidado.
       COPY WSINFO.

       COPY ALUNOREG.

       01  WS-CAB-REL1.
           03  FILLER               PIC X(40)
                VALUE "COMPARATIVO DA REDE - ESCOLA, TURMA E".
           03  FILLER               PIC X(10) VALUE " MATERIA".
           03  FILLER               PIC X(06) VALUE "DATA:".
           03  CAB-DATA             PIC 9(08).
           03  FILLER               PIC X(68) VALUE SPACES.

       01  WS-CAB-ESCOLA.
           03  FILLER               PIC X(08) VALUE "ESCOLA:".
           03  CAB-COD-ESCOLA       PIC 9(08).
           03  FILLER               PIC X(03) VALUE " - ".
           03  CAB-NOME-ESCOLA      PIC X(40).
           03  FILLER               PIC X(73) VALUE SPACES.

       01  WS-CAB-DESTAQUE.
           03  FILLER               PIC X(04) VALUE "*** ".
           03  CDT-TEXTO            PIC X(40).
           03  CDT-MOTIVO           PIC X(30).
           03  FILLER               PIC X(58) VALUE SPACES.

       01  WS-CAB-CARGA.
           03  FILLER               PIC X(04) VALUE "*** ".
           03  FILLER               PIC X(40)
                VALUE "DADOS DA ULTIMA REMESSA ACEITA - CARGA:".
           03  CCG-DATA-CARGA       PIC 9(08).
           03  FILLER               PIC X(09) VALUE "  TERMO:".
           03  CCG-ANO-CARGA        PIC 9(04).
           03  FILLER               PIC X(01) VALUE "/".
           03  CCG-TERMO-CARGA      PIC 9(01).
           03  FILLER               PIC X(65) VALUE SPACES.

       01  WS-CAB-COLUNAS.
           03  FILLER               PIC X(12) VALUE "TURMA".
           03  FILLER               PIC X(22) VALUE "MATERIA".
           03  FILLER               PIC X(09) VALUE "  LANCAM".
           03  FILLER               PIC X(09) VALUE "   AVAL.".
           03  FILLER               PIC X(08) VALUE "  MEDIA".
           03  FILLER               PIC X(09) VALUE "   APROV".
           03  FILLER               PIC X(08) VALUE " %APROV".
           03  FILLER               PIC X(09) VALUE "  REP.FT".
           03  FILLER               PIC X(08) VALUE "  %REPF".
           03  FILLER               PIC X(09) VALUE "   PEND.".
           03  FILLER               PIC X(29) VALUE SPACES.

       01  WS-LIN-DETALHE.
           03  LIN-TURMA            PIC X(10).
           03  FILLER               PIC X(02) VALUE SPACES.
           03  LIN-MATERIA          PIC X(20).
           03  FILLER               PIC X(02) VALUE SPACES.
           03  LIN-LANC             PIC ZZZZZZ9.
           03  FILLER               PIC X(02) VALUE SPACES.
           03  LIN-AVALIADOS        PIC ZZZZZZ9.
           03  FILLER               PIC X(03) VALUE SPACES.
           03  LIN-MEDIA            PIC Z9.99.
           03  FILLER               PIC X(02) VALUE SPACES.
           03  LIN-APROVADOS        PIC ZZZZZZ9.
           03  FILLER               PIC X(02) VALUE SPACES.
           03  LIN-PERC-APROV       PIC ZZ9.9.
           03  FILLER               PIC X(02) VALUE SPACES.
           03  LIN-REPROV-FALTA     PIC ZZZZZZ9.
           03  FILLER               PIC X(03) VALUE SPACES.
           03  LIN-PERC-FALTA       PIC ZZ9.9.
           03  FILLER               PIC X(02) VALUE SPACES.
           03  LIN-PENDENTES        PIC ZZZZZZ9.
           03  FILLER               PIC X(29) VALUE SPACES.

       01  WS-CAB-RESUMO.
           03  FILLER               PIC X(40)
                VALUE "RESUMO POR UNIDADE DA REDE".
           03  FILLER               PIC X(06) VALUE "DATA:".
           03  CRS-DATA             PIC 9(08).
           03  FILLER               PIC X(78) VALUE SPACES.

       01  WS-CAB-RES-COLUNAS.
           03  FILLER               PIC X(04) VALUE SPACES.
           03  FILLER               PIC X(10) VALUE "ESCOLA".
           03  FILLER               PIC X(26) VALUE "NOME".
           03  FILLER               PIC X(12) VALUE "SITUACAO".
           03  FILLER               PIC X(10) VALUE "ULT.CARGA".
           03  FILLER               PIC X(09) VALUE "  LANCAM".
           03  FILLER               PIC X(09) VALUE "   AVAL.".
           03  FILLER               PIC X(08) VALUE "  MEDIA".
           03  FILLER               PIC X(08) VALUE " %APROV".
           03  FILLER               PIC X(08) VALUE "  %REPF".
           03  FILLER               PIC X(09) VALUE "   PEND.".
           03  FILLER               PIC X(19) VALUE SPACES.

       01  WS-LIN-RESUMO.
           03  LRS-DESTAQUE         PIC X(03).
           03  FILLER               PIC X(01) VALUE SPACES.
           03  LRS-COD-ESCOLA       PIC 9(08).
           03  FILLER               PIC X(02) VALUE SPACES.
           03  LRS-NOME             PIC X(24).
           03  FILLER               PIC X(02) VALUE SPACES.
           03  LRS-SITUACAO         PIC X(10).
           03  FILLER               PIC X(02) VALUE SPACES.
           03  LRS-DATA-CARGA       PIC 9(08).
           03  FILLER               PIC X(02) VALUE SPACES.
           03  LRS-LANC             PIC ZZZZZZ9.
           03  FILLER               PIC X(02) VALUE SPACES.
           03  LRS-AVALIADOS        PIC ZZZZZZ9.
           03  FILLER               PIC X(03) VALUE SPACES.
           03  LRS-MEDIA            PIC Z9.99.
           03  FILLER               PIC X(03) VALUE SPACES.
           03  LRS-PERC-APROV       PIC ZZ9.9.
           03  FILLER               PIC X(03) VALUE SPACES.
           03  LRS-PERC-FALTA       PIC ZZ9.9.
           03  FILLER               PIC X(02) VALUE SPACES.
           03  LRS-PENDENTES        PIC ZZZZZZ9.
           03  FILLER               PIC X(19) VALUE SPACES.

       01  WS-LINHA-BRANCO          PIC X(132) VALUE SPACES.

       01  WS-TOT-REL1.
           03  FILLER               PIC X(30)
                                     VALUE "ESCOLAS NO CONTROLE:".
           03  TOT-ESCOLAS          PIC ZZZZ9.
           03  FILLER               PIC X(97) VALUE SPACES.

       01  WS-TOT-REL2.
           03  FILLER               PIC X(30)
                                     VALUE "LANCAMENTOS DE AFASTADOS:".
           03  TOT-AFASTADOS        PIC ZZZZ9.
           03  FILLER               PIC X(97) VALUE SPACES.

       01  WS-TOT-REL3.
           03  FILLER               PIC X(30)
                                     VALUE "*** ESCOLAS SEM CONTROLE:".
           03  TOT-SEM-CONTROLE     PIC ZZZZ9.
           03  FILLER               PIC X(97) VALUE SPACES.

       PROCEDURE DIVISION.
       P100-INICIAR.
            ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD.
            PERFORM P110-CARREGAR-CONTROLE.
            IF WS-PODE-EMITIR = 'S'
               PERFORM P120-ABRIR-ARQUIVOS
            END-IF.
            IF WS-PODE-EMITIR = 'S'
               SORT ARQ-CLASS-REDE
                  ON ASCENDING KEY SRC-COD-ESCOLA
                                   SRC-TURMA
                                   SRC-MATERIA
                  INPUT PROCEDURE IS P200-SELECIONAR-LANCAMENTOS
                  OUTPUT PROCEDURE IS P500-IMPRIMIR-ESCOLAS
               PERFORM P700-IMPRIMIR-RESUMO
               DISPLAY "COMPARATIVO DA REDE EMITIDO - ESCOLAS: "
                       WS-QTD-ESCOLAS " LINHAS: " WS-QTD-LINHAS
               DISPLAY "LANCAMENTOS DE ALUNOS AFASTADOS (FORA DA "
                       "ESTATISTICA): " WS-QTD-AFASTADOS
            END-IF.
            PERFORM P999-FIM.
            EXIT PROGRAM.

      * Sem o controle da consolidacao nao ha como destacar quem nao
      * enviou - o comparativo so sai depois da primeira rodada do
      * CONSREDE.
       P110-CARREGAR-CONTROLE.
            OPEN INPUT ARQ-REDE-CONTROLE.
            IF WS-FS-RCTL NOT = "00"
               DISPLAY "CONTROLE DA CONSOLIDACAO (REDECTRL) NAO "
                       "ENCONTRADO - RODE O CONSREDE ANTES."
               MOVE 'N' TO WS-PODE-EMITIR
            ELSE
               PERFORM P111-LER-CONTROLE
               PERFORM P112-GUARDAR-ESCOLA
                  UNTIL WS-FIM-CONTROLE = 'S'
               CLOSE ARQ-REDE-CONTROLE
               IF WS-QTD-ESCOLAS = 0
                  DISPLAY "CONTROLE DA CONSOLIDACAO VAZIO - "
                          "COMPARATIVO CANCELADO."
                  MOVE 'N' TO WS-PODE-EMITIR
               END-IF
            END-IF.

       P111-LER-CONTROLE.
            READ ARQ-REDE-CONTROLE NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIM-CONTROLE
            END-READ.

       P112-GUARDAR-ESCOLA.
            IF WS-QTD-ESCOLAS >= 100
               DISPLAY "CONTROLE COM MAIS DE 100 ESCOLAS - ESCOLA "
                       "FORA DO RESUMO: " RCT-COD-ESCOLA
            ELSE
               ADD 1 TO WS-QTD-ESCOLAS
               INITIALIZE WS-ESCOLA(WS-QTD-ESCOLAS)
               MOVE RCT-COD-ESCOLA  TO TCO-COD-ESCOLA(WS-QTD-ESCOLAS)
               MOVE RCT-NOME        TO TCO-NOME(WS-QTD-ESCOLAS)
               MOVE RCT-SITUACAO    TO TCO-SITUACAO(WS-QTD-ESCOLAS)
               MOVE RCT-MOTIVO      TO TCO-MOTIVO(WS-QTD-ESCOLAS)
               MOVE RCT-DATA-CARGA  TO TCO-DATA-CARGA(WS-QTD-ESCOLAS)
               MOVE RCT-ANO-CARGA   TO TCO-ANO-CARGA(WS-QTD-ESCOLAS)
               MOVE RCT-TERMO-CARGA TO TCO-TERMO-CARGA(WS-QTD-ESCOLAS)
            END-IF.
            PERFORM P111-LER-CONTROLE.

       P120-ABRIR-ARQUIVOS.
            OPEN INPUT ARQ-REDE-MESTRE.
            IF WS-FS-RMES = "00"
               MOVE 'S' TO WS-MESTRE-ABERTO
            ELSE
               DISPLAY "MESTRE CONSOLIDADO (MESTREDE) NAO ENCONTRADO - "
                       "SO O RESUMO POR UNIDADE SERA EMITIDO."
               MOVE 'S' TO WS-FIM-MESTRE
            END-IF.
            OPEN INPUT ARQ-REDE-ALUNOS.
            IF WS-FS-RALU = "00"
               MOVE 'S' TO WS-ALUNOS-ABERTO
            ELSE
               DISPLAY "CADASTRO CONSOLIDADO (ALUNODE) NAO ENCONTRADO "
                       "- AFASTADOS ENTRAM NA ESTATISTICA."
            END-IF.
            OPEN OUTPUT REL-COMPARATIVO.
            MOVE 'S' TO WS-REL-ABERTO.
            MOVE WS-DATA-EMISSAO TO CAB-DATA.
            MOVE WS-DATA-EMISSAO TO CRS-DATA.

       P150-POSICIONAR-MESTRE.
            MOVE 'N' TO WS-FIM-MESTRE.
            MOVE LOW-VALUES TO RMS-CHAVE.
            START ARQ-REDE-MESTRE KEY NOT < RMS-CHAVE
               INVALID KEY
                  MOVE 'S' TO WS-FIM-MESTRE
            END-START.
            IF WS-FIM-MESTRE NOT = 'S'
               PERFORM P160-LER-MESTRE
            END-IF.

       P160-LER-MESTRE.
            READ ARQ-REDE-MESTRE NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIM-MESTRE
            END-READ.
            IF WS-FIM-MESTRE NOT = 'S'
               MOVE RMS-INFO TO WS-INFO
            END-IF.

      * A turma vem do lancamento e, na falta, do cadastro da mesma
      * escola; a situacao de matricula tira o afastado da conta.
       P170-RESOLVER-TURMA.
            MOVE WS-TURMA TO WS-TURMA-REG.
            MOVE 'N' TO WS-ALUNO-AFASTADO.
            IF WS-ALUNOS-ABERTO = 'S'
               MOVE RMS-COD-ESCOLA TO RAL-COD-ESCOLA
               MOVE WS-MATRICULA   TO RAL-MATRICULA
               READ ARQ-REDE-ALUNOS
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE RAL-REG-ALUNO TO WS-REG-ALUNO
                     IF WS-TURMA-REG = SPACES
                        MOVE AL-TURMA TO WS-TURMA-REG
                     END-IF
                     IF AL-AFASTADO
                        MOVE 'S' TO WS-ALUNO-AFASTADO
                     END-IF
               END-READ
            END-IF.

       P180-CLASSIFICAR-REGISTRO.
            MOVE 'N' TO WS-REPROV-FALTA-REG.
            IF WS-INCOMPLETO OR WS-FINAL-INCOMPLETO
               MOVE 'S' TO WS-INCOMPLETO-REG
               MOVE 'N' TO WS-APROVACAO
            ELSE
               MOVE 'N' TO WS-INCOMPLETO-REG
               IF WS-FINAL-PENDENTE
                  IF WS-CONFIRM
                     MOVE 'S' TO WS-APROVACAO
                  ELSE
                     MOVE 'N' TO WS-APROVACAO
                  END-IF
                  IF WS-REPROVADO-FALTA
                     MOVE 'S' TO WS-REPROV-FALTA-REG
                  END-IF
               ELSE
                  IF WS-FINAL-APROVADO OR WS-FINAL-APROV-RECUP
                     OR WS-FINAL-APROV-CONS
                     MOVE 'S' TO WS-APROVACAO
                  ELSE
                     MOVE 'N' TO WS-APROVACAO
                  END-IF
                  IF WS-FINAL-REPROV-FALTA
                     MOVE 'S' TO WS-REPROV-FALTA-REG
                  END-IF
               END-IF
            END-IF.

       P190-LOCALIZAR-ESCOLA.
            MOVE 0 TO WS-IDX-ATUAL.
            PERFORM P191-COMPARAR-ESCOLA
               VARYING WS-IDX-ESC FROM 1 BY 1
               UNTIL (WS-IDX-ESC > WS-QTD-ESCOLAS)
                  OR (WS-IDX-ATUAL > 0).

       P191-COMPARAR-ESCOLA.
            IF TCO-COD-ESCOLA(WS-IDX-ESC) = WS-COD-PROCURADO
               MOVE WS-IDX-ESC TO WS-IDX-ATUAL
            END-IF.

       P200-SELECIONAR-LANCAMENTOS.
            IF WS-MESTRE-ABERTO = 'S'
               PERFORM P150-POSICIONAR-MESTRE
               PERFORM P210-SOLTAR-LANCAMENTO
                  UNTIL WS-FIM-MESTRE = 'S'
            END-IF.

       P210-SOLTAR-LANCAMENTO.
            PERFORM P170-RESOLVER-TURMA.
            IF WS-ALUNO-AFASTADO = 'S'
               ADD 1 TO WS-QTD-AFASTADOS
               MOVE RMS-COD-ESCOLA TO WS-COD-PROCURADO
               PERFORM P190-LOCALIZAR-ESCOLA
               IF WS-IDX-ATUAL > 0
                  ADD 1 TO TCO-AFASTADOS(WS-IDX-ATUAL)
               END-IF
            ELSE
               PERFORM P180-CLASSIFICAR-REGISTRO
               MOVE RMS-COD-ESCOLA      TO SRC-COD-ESCOLA
               MOVE WS-TURMA-REG        TO SRC-TURMA
               MOVE WS-MATERIA          TO SRC-MATERIA
               MOVE WS-MEDIA            TO SRC-MEDIA
               MOVE WS-APROVACAO        TO SRC-APROVACAO
               MOVE WS-REPROV-FALTA-REG TO SRC-REPROV-FALTA
               MOVE WS-INCOMPLETO-REG   TO SRC-INCOMPLETO
               RELEASE WS-REG-CLASS-REDE
            END-IF.
            PERFORM P160-LER-MESTRE.

       P500-IMPRIMIR-ESCOLAS.
            MOVE 'N' TO WS-FIM-CLASSIF.
            PERFORM P510-RETORNAR-LANCAMENTO.
            PERFORM P520-PROCESSAR-ESCOLA
               UNTIL WS-FIM-CLASSIF = 'S'.

       P510-RETORNAR-LANCAMENTO.
            RETURN ARQ-CLASS-REDE
               AT END
                  MOVE 'S' TO WS-FIM-CLASSIF
            END-RETURN.

      * Cada escola comeca em pagina nova, com o destaque da sua
      * situacao na ultima consolidacao logo abaixo do nome.
       P520-PROCESSAR-ESCOLA.
            MOVE SRC-COD-ESCOLA TO WS-HOLD-ESCOLA.
            MOVE WS-HOLD-ESCOLA TO WS-COD-PROCURADO.
            PERFORM P190-LOCALIZAR-ESCOLA.
            INITIALIZE WS-ACUM-ESCOLA.
            PERFORM P530-CABECALHO-ESCOLA.
            PERFORM P540-PROCESSAR-MATERIA
               UNTIL (WS-FIM-CLASSIF = 'S')
                  OR (SRC-COD-ESCOLA NOT = WS-HOLD-ESCOLA).
            MOVE WS-ACUM-ESCOLA TO WS-ACUM-CALCULO.
            MOVE "TOTAL DA"     TO LIN-TURMA.
            MOVE "ESCOLA"       TO LIN-MATERIA.
            PERFORM P560-IMPRIMIR-LINHA.
            IF WS-IDX-ATUAL > 0
               MOVE WS-ACUM-ESCOLA TO TCO-ACUM(WS-IDX-ATUAL)
            END-IF.

       P530-CABECALHO-ESCOLA.
            WRITE WS-LINHA-REL FROM WS-CAB-REL1
               AFTER ADVANCING PAGE.
            MOVE WS-HOLD-ESCOLA TO CAB-COD-ESCOLA.
            IF WS-IDX-ATUAL = 0
               MOVE SPACES TO CAB-NOME-ESCOLA
            ELSE
               MOVE TCO-NOME(WS-IDX-ATUAL) TO CAB-NOME-ESCOLA
            END-IF.
            WRITE WS-LINHA-REL FROM WS-LINHA-BRANCO.
            WRITE WS-LINHA-REL FROM WS-CAB-ESCOLA.
            PERFORM P535-DESTACAR-ESCOLA.
            WRITE WS-LINHA-REL FROM WS-LINHA-BRANCO.
            WRITE WS-LINHA-REL FROM WS-CAB-COLUNAS.

      * Escola com dados no consolidado mas sem remessa aceita na
      * ultima rodada esta mostrando a ultima carga boa - o leitor
      * precisa saber de quando sao os numeros.
       P535-DESTACAR-ESCOLA.
            MOVE SPACES TO CDT-MOTIVO.
            EVALUATE TRUE
               WHEN WS-IDX-ATUAL = 0
                  ADD 1 TO WS-QTD-SEM-CONTROLE
                  MOVE "ESCOLA SEM REGISTRO NO CONTROLE DA REDE"
                       TO CDT-TEXTO
                  WRITE WS-LINHA-REL FROM WS-CAB-DESTAQUE
               WHEN TCO-SITUACAO(WS-IDX-ATUAL) = 'N'
                  MOVE "NAO ENVIOU REMESSA NA ULTIMA RODADA"
                       TO CDT-TEXTO
                  WRITE WS-LINHA-REL FROM WS-CAB-DESTAQUE
                  PERFORM P536-IMPRIMIR-CARGA
               WHEN TCO-SITUACAO(WS-IDX-ATUAL) = 'D'
                  MOVE "REMESSA DIVERGENTE NA ULTIMA RODADA:"
                       TO CDT-TEXTO
                  MOVE TCO-MOTIVO(WS-IDX-ATUAL) TO CDT-MOTIVO
                  WRITE WS-LINHA-REL FROM WS-CAB-DESTAQUE
                  PERFORM P536-IMPRIMIR-CARGA
               WHEN OTHER
                  CONTINUE
            END-EVALUATE.

       P536-IMPRIMIR-CARGA.
            MOVE TCO-DATA-CARGA(WS-IDX-ATUAL)  TO CCG-DATA-CARGA.
            MOVE TCO-ANO-CARGA(WS-IDX-ATUAL)   TO CCG-ANO-CARGA.
            MOVE TCO-TERMO-CARGA(WS-IDX-ATUAL) TO CCG-TERMO-CARGA.
            WRITE WS-LINHA-REL FROM WS-CAB-CARGA.

       P540-PROCESSAR-MATERIA.
            MOVE SRC-TURMA   TO WS-HOLD-TURMA.
            MOVE SRC-MATERIA TO WS-HOLD-MATERIA.
            INITIALIZE WS-ACUM-MATERIA.
            PERFORM P550-ACUMULAR-LANCAMENTO
               UNTIL (WS-FIM-CLASSIF = 'S')
                  OR (SRC-COD-ESCOLA NOT = WS-HOLD-ESCOLA)
                  OR (SRC-TURMA NOT = WS-HOLD-TURMA)
                  OR (SRC-MATERIA NOT = WS-HOLD-MATERIA).
            MOVE WS-ACUM-MATERIA TO WS-ACUM-CALCULO.
            MOVE WS-HOLD-TURMA   TO LIN-TURMA.
            MOVE WS-HOLD-MATERIA TO LIN-MATERIA.
            PERFORM P560-IMPRIMIR-LINHA.
            ADD WS-MAT-LANC         TO WS-ESC-LANC.
            ADD WS-MAT-AVALIADOS    TO WS-ESC-AVALIADOS.
            ADD WS-MAT-SOMA         TO WS-ESC-SOMA.
            ADD WS-MAT-APROVADOS    TO WS-ESC-APROVADOS.
            ADD WS-MAT-REPROV-FALTA TO WS-ESC-REPROV-FALTA.
            ADD WS-MAT-PENDENTES    TO WS-ESC-PENDENTES.
            ADD 1 TO WS-QTD-LINHAS.

      * Lancamento INCOMPLETO e pendencia - fica fora da media e dos
      * percentuais, que sao sobre os avaliados.
       P550-ACUMULAR-LANCAMENTO.
            ADD 1 TO WS-MAT-LANC.
            IF SRC-INCOMPLETO = 'S'
               ADD 1 TO WS-MAT-PENDENTES
            ELSE
               ADD 1 TO WS-MAT-AVALIADOS
               ADD SRC-MEDIA TO WS-MAT-SOMA
               IF SRC-APROVACAO = 'S'
                  ADD 1 TO WS-MAT-APROVADOS
               END-IF
               IF SRC-REPROV-FALTA = 'S'
                  ADD 1 TO WS-MAT-REPROV-FALTA
               END-IF
            END-IF.
            PERFORM P510-RETORNAR-LANCAMENTO.

       P560-IMPRIMIR-LINHA.
            PERFORM P570-CALCULAR-INDICES.
            MOVE WS-CAL-LANC         TO LIN-LANC.
            MOVE WS-CAL-AVALIADOS    TO LIN-AVALIADOS.
            MOVE WS-MEDIA-CALC       TO LIN-MEDIA.
            MOVE WS-CAL-APROVADOS    TO LIN-APROVADOS.
            MOVE WS-PERC-APROV       TO LIN-PERC-APROV.
            MOVE WS-CAL-REPROV-FALTA TO LIN-REPROV-FALTA.
            MOVE WS-PERC-FALTA       TO LIN-PERC-FALTA.
            MOVE WS-CAL-PENDENTES    TO LIN-PENDENTES.
            WRITE WS-LINHA-REL FROM WS-LIN-DETALHE.

       P570-CALCULAR-INDICES.
            IF WS-CAL-AVALIADOS > 0
               COMPUTE WS-MEDIA-CALC ROUNDED =
                       WS-CAL-SOMA / WS-CAL-AVALIADOS
               COMPUTE WS-PERC-APROV ROUNDED =
                       WS-CAL-APROVADOS * 100 / WS-CAL-AVALIADOS
               COMPUTE WS-PERC-FALTA ROUNDED =
                       WS-CAL-REPROV-FALTA * 100 / WS-CAL-AVALIADOS
            ELSE
               MOVE 0 TO WS-MEDIA-CALC
               MOVE 0 TO WS-PERC-APROV
               MOVE 0 TO WS-PERC-FALTA
            END-IF.

      * Resumo: todas as escolas do controle, inclusive as que nao
      * tem nenhum dado no consolidado, e o total da rede.
       P700-IMPRIMIR-RESUMO.
            WRITE WS-LINHA-REL FROM WS-CAB-RESUMO
               AFTER ADVANCING PAGE.
            WRITE WS-LINHA-REL FROM WS-LINHA-BRANCO.
            WRITE WS-LINHA-REL FROM WS-CAB-RES-COLUNAS.
            INITIALIZE WS-ACUM-REDE.
            PERFORM P710-IMPRIMIR-UNIDADE
               VARYING WS-IDX-ESC FROM 1 BY 1
               UNTIL WS-IDX-ESC > WS-QTD-ESCOLAS.
            MOVE WS-ACUM-REDE TO WS-ACUM-CALCULO.
            PERFORM P570-CALCULAR-INDICES.
            MOVE SPACES          TO LRS-DESTAQUE.
            MOVE 0               TO LRS-COD-ESCOLA.
            MOVE "TOTAL DA REDE" TO LRS-NOME.
            MOVE SPACES          TO LRS-SITUACAO.
            MOVE 0               TO LRS-DATA-CARGA.
            PERFORM P720-MOVER-INDICES.
            WRITE WS-LINHA-REL FROM WS-LINHA-BRANCO.
            WRITE WS-LINHA-REL FROM WS-LIN-RESUMO.
            MOVE WS-QTD-ESCOLAS      TO TOT-ESCOLAS.
            MOVE WS-QTD-AFASTADOS    TO TOT-AFASTADOS.
            MOVE WS-QTD-SEM-CONTROLE TO TOT-SEM-CONTROLE.
            WRITE WS-LINHA-REL FROM WS-LINHA-BRANCO.
            WRITE WS-LINHA-REL FROM WS-TOT-REL1.
            WRITE WS-LINHA-REL FROM WS-TOT-REL2.
            WRITE WS-LINHA-REL FROM WS-TOT-REL3.

       P710-IMPRIMIR-UNIDADE.
            MOVE TCO-ACUM(WS-IDX-ESC) TO WS-ACUM-CALCULO.
            PERFORM P570-CALCULAR-INDICES.
            EVALUATE TCO-SITUACAO(WS-IDX-ESC)
               WHEN 'R'
                  MOVE SPACES       TO LRS-DESTAQUE
                  MOVE "RECEBIDA"   TO LRS-SITUACAO
               WHEN 'N'
                  MOVE "***"        TO LRS-DESTAQUE
                  MOVE "NAO ENVIOU" TO LRS-SITUACAO
               WHEN OTHER
                  MOVE "***"        TO LRS-DESTAQUE
                  MOVE "DIVERGENTE" TO LRS-SITUACAO
            END-EVALUATE.
            MOVE TCO-COD-ESCOLA(WS-IDX-ESC) TO LRS-COD-ESCOLA.
            MOVE TCO-NOME(WS-IDX-ESC)       TO LRS-NOME.
            MOVE TCO-DATA-CARGA(WS-IDX-ESC) TO LRS-DATA-CARGA.
            PERFORM P720-MOVER-INDICES.
            WRITE WS-LINHA-REL FROM WS-LIN-RESUMO.
            ADD TCO-LANC(WS-IDX-ESC)         TO WS-REDE-LANC.
            ADD TCO-AVALIADOS(WS-IDX-ESC)    TO WS-REDE-AVALIADOS.
            ADD TCO-SOMA(WS-IDX-ESC)         TO WS-REDE-SOMA.
            ADD TCO-APROVADOS(WS-IDX-ESC)    TO WS-REDE-APROVADOS.
            ADD TCO-REPROV-FALTA(WS-IDX-ESC) TO WS-REDE-REPROV-FALTA.
            ADD TCO-PENDENTES(WS-IDX-ESC)    TO WS-REDE-PENDENTES.

       P720-MOVER-INDICES.
            MOVE WS-CAL-LANC      TO LRS-LANC.
            MOVE WS-CAL-AVALIADOS TO LRS-AVALIADOS.
            MOVE WS-MEDIA-CALC    TO LRS-MEDIA.
            MOVE WS-PERC-APROV    TO LRS-PERC-APROV.
            MOVE WS-PERC-FALTA    TO LRS-PERC-FALTA.
            MOVE WS-CAL-PENDENTES TO LRS-PENDENTES.

       P999-FIM.
            IF WS-MESTRE-ABERTO = 'S'
               CLOSE ARQ-REDE-MESTRE
            END-IF.
            IF WS-ALUNOS-ABERTO = 'S'
               CLOSE ARQ-REDE-ALUNOS
            END-IF.
            IF WS-REL-ABERTO = 'S'
               CLOSE REL-COMPARATIVO
            END-IF.
            STOP RUN.
       END PROGRAM REDECOMP.
