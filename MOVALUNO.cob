      ******************************************************************
      * Author: JOSE CELESTINO
      * Date: 15-10-2026
      * Purpose: MOVIMENTACAO DE ALUNOS - REGISTRA A MUDANCA DE
      *          SITUACAO DE MATRICULA DO ALUNO NO CADASTRO (ALUNOS):
      *          TRANSFERIDO, DESISTENTE/ABANDONO, REMANEJADO DE
      *          TURMA, FALECIDO OU RETORNO A CURSANDO, COM DATA DE
      *          EFEITO E OBSERVACAO. NO REMANEJAMENTO A TURMA NOVA E
      *          GRAVADA NO CADASTRO E NOS LANCAMENTOS DO ALUNO NO
      *          ARQUIVO MESTRE, CONSERVANDO AS NOTAS JA LANCADAS, E
      *          A TURMA ANTERIOR FICA COMO TURMA DE ORIGEM. CADA
      *          MOVIMENTO E GRAVADO NO HISTORICO (MOVALUNO), QUE
      *          TAMBEM PODE SER CONSULTADO POR MATRICULA.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   15-10-2026  JVC  Criacao - aluno que saia da escola no meio
      *                    do ano continuava no boletim, no mapa do
      *                    conselho, na cobranca de pendencias e na
      *                    estatistica da turma; a situacao de
      *                    matricula passa a ser mantida aqui, com
      *                    historico de cada movimento.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVALUNO.
       AUTHOR. JOSE VITOR PESQUEIRA CELESTINO.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ALUNOS ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WS-FS-ALUNOS.

           SELECT ARQ-MESTRE ASSIGN TO "MESTRE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-CHAVE
               FILE STATUS IS WS-FS-MESTRE.

           SELECT ARQ-MOVALUNO ASSIGN TO "MOVALUNO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MOVALU.

           SELECT ARQ-OPERADORES ASSIGN TO "OPERADOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-FS-OPER.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ALUNOS.
       COPY ALUNOREG.

       FD  ARQ-MESTRE.
       COPY WSINFO.

       FD  ARQ-MOVALUNO.
       COPY MOVALURG.

       FD  ARQ-OPERADORES.
       COPY OPERREG.

       WORKING-STORAGE SECTION.
       77 WS-SIGNAL                PIC X   VALUE 'Y'.
       77 WS-FS-ALUNOS             PIC XX  VALUE "00".
       77 WS-FS-MESTRE             PIC XX  VALUE "00".
       77 WS-FS-MOVALU             PIC XX  VALUE "00".
       77 WS-FS-OPER               PIC XX  VALUE "00".
       77 WS-ALUNOS-ABERTO         PIC X   VALUE 'N'.
       77 WS-MESTRE-ABERTO         PIC X   VALUE 'N'.
       77 WS-QTD-TENTATIVAS        PIC 9(01) VALUE 0.
       77 WS-OPER-ID-DIG           PIC X(10).
       77 WS-OPER-SENHA-DIG        PIC X(10).
       77 WS-OPCAO-ENTRADA         PIC X(01).
       77 WS-OPCAO                 REDEFINES WS-OPCAO-ENTRADA
                                    PIC 9(01).
       77 WS-OPCAO-OK              PIC X   VALUE 'N'.
       77 WS-MATR-ENTRADA          PIC X(08).
       77 WS-MATR-VALOR            REDEFINES WS-MATR-ENTRADA
                                    PIC 9(08).
       77 WS-MATR-OK               PIC X   VALUE 'N'.
       77 WS-ACHOU-ALUNO           PIC X   VALUE 'N'.
       77 WS-SIT-ANTERIOR          PIC X(01) VALUE SPACE.
       77 WS-SIT-NOVA              PIC X(01) VALUE SPACE.
          88 WS-SIT-NOVA-VALIDA    VALUE 'C' 'T' 'D' 'R' 'F'.
          88 WS-SIT-NOVA-REMANEJA  VALUE 'R'.
       77 WS-SIT-OK                PIC X   VALUE 'N'.
       77 WS-TURMA-DESTINO         PIC X(10) VALUE SPACES.
       77 WS-TURMA-ANTERIOR        PIC X(10) VALUE SPACES.
       77 WS-DATA-ENTRADA          PIC X(08).
       77 WS-DATA-VALOR            REDEFINES WS-DATA-ENTRADA
                                    PIC 9(08).
       77 WS-DATA-OK               PIC X   VALUE 'N'.
       77 WS-OBSERVACAO            PIC X(60) VALUE SPACES.
       77 WS-CONFIRMA              PIC X(01) VALUE SPACE.
       77 WS-MOVIMENTO-OK          PIC X   VALUE 'N'.
       77 WS-DATA-HOJE             PIC 9(08) VALUE 0.
       77 WS-HORA-AGORA            PIC 9(08) VALUE 0.
       77 WS-FIM-MESTRE            PIC X   VALUE 'N'.
       77 WS-QTD-REALINHADOS       PIC 9(03) VALUE 0.
       77 WS-FIM-HISTORICO         PIC X   VALUE 'N'.
       77 WS-QTD-MOVIMENTOS        PIC 9(03) VALUE 0.

       01  WS-DATA-EFEITO.
           03  WS-EFE-ANO           PIC 9(04).
           03  WS-EFE-MES           PIC 9(02).
           03  WS-EFE-DIA           PIC 9(02).

       COPY OPERCTL.

       COPY ALSITCTL.

       PROCEDURE DIVISION.
       P100-INICIAR.
            PERFORM P112-SIGNON.
            IF NOT CTL-SIGNON-OK
               DISPLAY "ACESSO NAO AUTORIZADO - PROGRAMA ENCERRADO."
               STOP RUN
            END-IF.
            PERFORM P120-ABRIR-ARQUIVOS.
            PERFORM P130-MENU UNTIL WS-SIGNAL <> 'Y'.
            PERFORM P999-FIM.
            EXIT PROGRAM.

      * Sign-on do operador no cadastro de operadores (CADOPER), com
      * tres tentativas - a movimentacao e feita pela secretaria
      * (perfil senior) ou pela coordenacao; o digitador so consulta
      * o aluno no CADALUNO.
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
               IF CTL-SIGNON-OK AND CTL-OPER-DIGITADOR
                  DISPLAY "MOVIMENTACAO DE ALUNOS RESTRITA AOS "
                          "PERFIS SENIOR E COORDENACAO."
                  MOVE 'N' TO CTL-OPER-LOGADO
               END-IF
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

      * Sem cadastro de alunos nao ha o que movimentar. Sem arquivo
      * mestre o remanejamento so troca a turma do cadastro (nao ha
      * lancamento a realinhar).
       P120-ABRIR-ARQUIVOS.
            OPEN I-O ARQ-ALUNOS.
            IF WS-FS-ALUNOS = "00"
               MOVE 'S' TO WS-ALUNOS-ABERTO
            ELSE
               DISPLAY "CADASTRO DE ALUNOS NAO ENCONTRADO - "
                       "CADASTRE OS ALUNOS NO CADALUNO."
               MOVE 'N' TO WS-SIGNAL
            END-IF.
            OPEN I-O ARQ-MESTRE.
            IF WS-FS-MESTRE = "00"
               MOVE 'S' TO WS-MESTRE-ABERTO
            END-IF.
            OPEN EXTEND ARQ-MOVALUNO.
            IF WS-FS-MOVALU = "35"
               OPEN OUTPUT ARQ-MOVALUNO
               CLOSE ARQ-MOVALUNO
               OPEN EXTEND ARQ-MOVALUNO
            END-IF.

       P130-MENU.
            DISPLAY " ".
            DISPLAY "**************************************************"
            DISPLAY "**          MOVIMENTACAO DE ALUNOS              **"
            DISPLAY "1 - REGISTRAR MOVIMENTO"
            DISPLAY "2 - CONSULTAR SITUACAO E HISTORICO"
            DISPLAY "**************************************************"
            MOVE 'N' TO WS-OPCAO-OK.
            PERFORM P131-PEDIR-OPCAO UNTIL WS-OPCAO-OK = 'S'.
            EVALUATE WS-OPCAO
               WHEN 1
                  PERFORM P300-REGISTRAR-MOVIMENTO
               WHEN 2
                  PERFORM P600-CONSULTAR
               WHEN OTHER
                  DISPLAY "OPCAO INVALIDA."
            END-EVALUATE.
            DISPLAY " ".
            DISPLAY "GOSTARIA DE CONTINUAR? (Y/N)"
            ACCEPT WS-SIGNAL.

       P131-PEDIR-OPCAO.
            DISPLAY "INFORME A OPCAO DESEJADA."
            ACCEPT WS-OPCAO-ENTRADA.
            IF WS-OPCAO-ENTRADA IS NOT NUMERIC
               DISPLAY "OPCAO INVALIDA - SOMENTE DIGITOS. "
                       "TENTE NOVAMENTE."
            ELSE
               MOVE 'S' TO WS-OPCAO-OK
            END-IF.

       P200-PEDIR-MATRICULA.
            MOVE 'N' TO WS-MATR-OK.
            PERFORM P210-ACEITAR-MATRICULA UNTIL WS-MATR-OK = 'S'.

       P210-ACEITAR-MATRICULA.
            DISPLAY "INSIRA A MATRICULA DO ALUNO (8 DIGITOS)."
            ACCEPT WS-MATR-ENTRADA.
            IF (WS-MATR-ENTRADA IS NOT NUMERIC) OR (WS-MATR-VALOR = 0)
               DISPLAY "MATRICULA INVALIDA - SOMENTE DIGITOS E "
                       "DIFERENTE DE ZERO. TENTE NOVAMENTE."
            ELSE
               MOVE 'S' TO WS-MATR-OK
            END-IF.

       P250-LER-ALUNO.
            MOVE 'N' TO WS-ACHOU-ALUNO.
            MOVE WS-MATR-VALOR TO AL-MATRICULA.
            READ ARQ-ALUNOS
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 'S' TO WS-ACHOU-ALUNO
            END-READ.

      * Registro do movimento: nova situacao, turma de destino (so no
      * remanejamento), data de efeito e observacao, com confirmacao
      * antes de gravar. Aluno falecido so volta a ser movimentado
      * pela coordenacao (correcao de registro errado).
       P300-REGISTRAR-MOVIMENTO.
            PERFORM P200-PEDIR-MATRICULA.
            PERFORM P250-LER-ALUNO.
            IF WS-ACHOU-ALUNO = 'N'
               DISPLAY "MATRICULA NAO CADASTRADA."
            ELSE
               PERFORM P750-EXIBIR-ALUNO
               IF AL-FALECIDO AND NOT CTL-OPER-COORD
                  DISPLAY "ALUNO REGISTRADO COMO FALECIDO - SO A "
                          "COORDENACAO PODE ALTERAR A SITUACAO."
               ELSE
                  PERFORM P310-OBTER-MOVIMENTO
                  IF WS-MOVIMENTO-OK = 'S'
                     DISPLAY "CONFIRMA O MOVIMENTO? (S/N)"
                     ACCEPT WS-CONFIRMA
                     IF WS-CONFIRMA = 'S'
                        PERFORM P400-GRAVAR-MOVIMENTO
                     ELSE
                        DISPLAY "MOVIMENTO CANCELADO."
                     END-IF
                  END-IF
               END-IF
            END-IF.

       P310-OBTER-MOVIMENTO.
            MOVE 'N' TO WS-MOVIMENTO-OK.
            MOVE AL-SITUACAO TO WS-SIT-ANTERIOR.
            IF WS-SIT-ANTERIOR = SPACE
               MOVE 'C' TO WS-SIT-ANTERIOR
            END-IF.
            MOVE 'N' TO WS-SIT-OK.
            PERFORM P320-PEDIR-SITUACAO UNTIL WS-SIT-OK = 'S'.
            IF (WS-SIT-NOVA = WS-SIT-ANTERIOR)
               AND NOT WS-SIT-NOVA-REMANEJA
               DISPLAY "ALUNO JA ESTA NESSA SITUACAO - NADA A "
                       "REGISTRAR."
            ELSE
               IF WS-SIT-NOVA-REMANEJA AND AL-AFASTADO
                  DISPLAY "REMANEJAMENTO SO PARA ALUNO CURSANDO - "
                          "REGISTRE ANTES O RETORNO (C)."
               ELSE
                  MOVE AL-TURMA TO WS-TURMA-ANTERIOR
                  MOVE AL-TURMA TO WS-TURMA-DESTINO
                  IF WS-SIT-NOVA-REMANEJA
                     MOVE SPACES TO WS-TURMA-DESTINO
                     PERFORM P330-PEDIR-TURMA
                        UNTIL (WS-TURMA-DESTINO NOT = SPACES)
                          AND (WS-TURMA-DESTINO NOT = AL-TURMA)
                  END-IF
                  MOVE 'N' TO WS-DATA-OK
                  PERFORM P340-PEDIR-DATA UNTIL WS-DATA-OK = 'S'
                  DISPLAY "INSIRA A OBSERVACAO (ESCOLA DE DESTINO, "
                          "MOTIVO - ATE 60 POSICOES)."
                  ACCEPT WS-OBSERVACAO
                  MOVE 'S' TO WS-MOVIMENTO-OK
               END-IF
            END-IF.

       P320-PEDIR-SITUACAO.
            DISPLAY "INFORME A NOVA SITUACAO: C-CURSANDO (RETORNO) "
                    "T-TRANSFERIDO D-DESISTENTE R-REMANEJADO "
                    "F-FALECIDO".
            ACCEPT WS-SIT-NOVA.
            IF WS-SIT-NOVA-VALIDA
               MOVE 'S' TO WS-SIT-OK
            ELSE
               DISPLAY "SITUACAO INVALIDA. TENTE NOVAMENTE."
            END-IF.

       P330-PEDIR-TURMA.
            DISPLAY "INSIRA A TURMA DE DESTINO (DIFERENTE DA ATUAL).".
            ACCEPT WS-TURMA-DESTINO.

      * Data de efeito AAAAMMDD: mes e dia na faixa e nao posterior a
      * data de hoje - movimento futuro nao e registrado.
       P340-PEDIR-DATA.
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
            DISPLAY "INSIRA A DATA DE EFEITO (AAAAMMDD)."
            ACCEPT WS-DATA-ENTRADA.
            IF WS-DATA-ENTRADA IS NOT NUMERIC
               DISPLAY "DATA INVALIDA - SOMENTE DIGITOS. "
                       "TENTE NOVAMENTE."
            ELSE
               MOVE WS-DATA-VALOR TO WS-DATA-EFEITO
               IF (WS-EFE-MES < 1) OR (WS-EFE-MES > 12)
                  OR (WS-EFE-DIA < 1) OR (WS-EFE-DIA > 31)
                  OR (WS-EFE-ANO = 0)
                  DISPLAY "DATA INVALIDA - MES OU DIA FORA DA FAIXA. "
                          "TENTE NOVAMENTE."
               ELSE
                  IF WS-DATA-VALOR > WS-DATA-HOJE
                     DISPLAY "DATA DE EFEITO POSTERIOR A HOJE. "
                             "TENTE NOVAMENTE."
                  ELSE
                     MOVE 'S' TO WS-DATA-OK
                  END-IF
               END-IF
            END-IF.

      * Grava a nova situacao no cadastro; no remanejamento a turma
      * anterior vira turma de origem e os lancamentos do aluno no
      * mestre passam para a turma nova com as notas intactas.
       P400-GRAVAR-MOVIMENTO.
            MOVE WS-SIT-NOVA   TO AL-SITUACAO.
            MOVE WS-DATA-VALOR TO AL-DATA-SITUACAO.
            IF WS-SIT-NOVA-REMANEJA
               MOVE WS-TURMA-ANTERIOR TO AL-TURMA-ORIGEM
               MOVE WS-TURMA-DESTINO  TO AL-TURMA
            END-IF.
            REWRITE WS-REG-ALUNO
               INVALID KEY
                  DISPLAY "ERRO AO REGRAVAR ALUNO: " WS-FS-ALUNOS
               NOT INVALID KEY
                  IF WS-SIT-NOVA-REMANEJA
                     PERFORM P500-REALINHAR-MESTRE
                  END-IF
                  PERFORM P700-GRAVAR-HISTORICO
                  DISPLAY "MOVIMENTO REGISTRADO."
            END-REWRITE.

       P500-REALINHAR-MESTRE.
            MOVE 0 TO WS-QTD-REALINHADOS.
            IF WS-MESTRE-ABERTO = 'S'
               MOVE 'N' TO WS-FIM-MESTRE
               MOVE WS-MATR-VALOR TO WS-MATRICULA
               MOVE LOW-VALUES    TO WS-MATERIA
               START ARQ-MESTRE KEY NOT < WS-CHAVE
                  INVALID KEY
                     MOVE 'S' TO WS-FIM-MESTRE
               END-START
               IF WS-FIM-MESTRE NOT = 'S'
                  PERFORM P510-LER-MESTRE
               END-IF
               PERFORM P520-REALINHAR-LANCAMENTO
                  UNTIL (WS-FIM-MESTRE = 'S')
                     OR (WS-MATRICULA NOT = WS-MATR-VALOR)
            END-IF.
            DISPLAY "LANCAMENTOS PASSADOS PARA A TURMA "
                    WS-TURMA-DESTINO ": " WS-QTD-REALINHADOS.

       P510-LER-MESTRE.
            READ ARQ-MESTRE NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIM-MESTRE
            END-READ.

       P520-REALINHAR-LANCAMENTO.
            MOVE WS-TURMA-DESTINO TO WS-TURMA.
            REWRITE WS-INFO
               INVALID KEY
                  DISPLAY "ERRO AO REGRAVAR LANCAMENTO "
                          WS-MATERIA ": " WS-FS-MESTRE
               NOT INVALID KEY
                  ADD 1 TO WS-QTD-REALINHADOS
            END-REWRITE.
            PERFORM P510-LER-MESTRE.

      * Consulta da situacao atual e de todos os movimentos do aluno
      * no historico - o historico e relido do inicio e reaberto em
      * EXTEND ao final.
       P600-CONSULTAR.
            PERFORM P200-PEDIR-MATRICULA.
            PERFORM P250-LER-ALUNO.
            IF WS-ACHOU-ALUNO = 'N'
               DISPLAY "MATRICULA NAO CADASTRADA."
            ELSE
               PERFORM P750-EXIBIR-ALUNO
               CLOSE ARQ-MOVALUNO
               OPEN INPUT ARQ-MOVALUNO
               MOVE 0   TO WS-QTD-MOVIMENTOS
               MOVE 'N' TO WS-FIM-HISTORICO
               DISPLAY " "
               DISPLAY "HISTORICO DE MOVIMENTOS:"
               PERFORM P610-LER-HISTORICO
               PERFORM P620-EXIBIR-MOVIMENTO
                  UNTIL WS-FIM-HISTORICO = 'S'
               IF WS-QTD-MOVIMENTOS = 0
                  DISPLAY "NENHUM MOVIMENTO REGISTRADO."
               END-IF
               CLOSE ARQ-MOVALUNO
               OPEN EXTEND ARQ-MOVALUNO
            END-IF.

       P610-LER-HISTORICO.
            READ ARQ-MOVALUNO
               AT END
                  MOVE 'S' TO WS-FIM-HISTORICO
            END-READ.

       P620-EXIBIR-MOVIMENTO.
            IF MOV-MATRICULA = WS-MATR-VALOR
               ADD 1 TO WS-QTD-MOVIMENTOS
               MOVE MOV-SITUACAO-NOVA TO CTL-SIT-CODIGO-BUSCA
               PERFORM P760-NOMEAR-SITUACAO
               DISPLAY MOV-DATA-EFEITO " " MOV-SITUACAO-ANTERIOR
                       "->" MOV-SITUACAO-NOVA " " CTL-SIT-NOME
                       " TURMA " MOV-TURMA-ORIGEM "->"
                       MOV-TURMA-DESTINO
               DISPLAY "   " MOV-OBSERVACAO
               DISPLAY "   POR " MOV-OPERADOR " (" MOV-PROGRAMA
                       ") EM " MOV-DATA "/" MOV-HORA
            END-IF.
            PERFORM P610-LER-HISTORICO.

       P700-GRAVAR-HISTORICO.
            ACCEPT WS-DATA-HOJE  FROM DATE YYYYMMDD.
            ACCEPT WS-HORA-AGORA FROM TIME.
            MOVE WS-MATR-VALOR     TO MOV-MATRICULA.
            MOVE WS-SIT-ANTERIOR   TO MOV-SITUACAO-ANTERIOR.
            MOVE WS-SIT-NOVA       TO MOV-SITUACAO-NOVA.
            MOVE WS-DATA-VALOR     TO MOV-DATA-EFEITO.
            MOVE WS-TURMA-ANTERIOR TO MOV-TURMA-ORIGEM.
            MOVE WS-TURMA-DESTINO  TO MOV-TURMA-DESTINO.
            MOVE WS-OBSERVACAO     TO MOV-OBSERVACAO.
            MOVE "MOVALUNO"        TO MOV-PROGRAMA.
            MOVE CTL-OPER-ID       TO MOV-OPERADOR.
            MOVE WS-DATA-HOJE      TO MOV-DATA.
            MOVE WS-HORA-AGORA     TO MOV-HORA.
            WRITE WS-REG-MOVALUNO.

       P750-EXIBIR-ALUNO.
            MOVE AL-SITUACAO TO CTL-SIT-CODIGO-BUSCA.
            PERFORM P760-NOMEAR-SITUACAO.
            DISPLAY " ".
            DISPLAY "Matricula:  " AL-MATRICULA.
            DISPLAY "Nome:       " AL-NOME.
            DISPLAY "Turma:      " AL-TURMA.
            DISPLAY "Ano Letivo: " AL-ANO-LETIVO.
            DISPLAY "Situacao:   " CTL-SIT-NOME.
            IF AL-DATA-SITUACAO IS NUMERIC AND AL-DATA-SITUACAO > 0
               DISPLAY "Efeito em:  " AL-DATA-SITUACAO
            END-IF.
            IF AL-TURMA-ORIGEM NOT = SPACES
               DISPLAY "Turma orig: " AL-TURMA-ORIGEM
            END-IF.

       P760-NOMEAR-SITUACAO.
            MOVE "CURSANDO" TO CTL-SIT-NOME.
            PERFORM P761-PROCURAR-SITUACAO
               VARYING CTL-SIT-IDX FROM 1 BY 1
               UNTIL CTL-SIT-IDX > 5.

       P761-PROCURAR-SITUACAO.
            IF CTL-SIT-CODIGO(CTL-SIT-IDX) = CTL-SIT-CODIGO-BUSCA
               MOVE CTL-SIT-DESCR(CTL-SIT-IDX) TO CTL-SIT-NOME
            END-IF.

       P999-FIM.
            IF WS-ALUNOS-ABERTO = 'S'
               CLOSE ARQ-ALUNOS
            END-IF.
            IF WS-MESTRE-ABERTO = 'S'
               CLOSE ARQ-MESTRE
            END-IF.
            CLOSE ARQ-MOVALUNO.
            STOP RUN.
       END PROGRAM MOVALUNO.
