      ******************************************************************
      * Author: JOSE CELESTINO
      * Date: 15-10-2026
      * Purpose: MANUTENCAO DO CADASTRO DE RESPONSAVEIS PELO ALUNO
      *          (ARQUIVO RESPONS, INDEXADO POR MATRICULA + SEQUENCIA)
      *          - INCLUSAO, ALTERACAO, EXCLUSAO E CONSULTA DOS
      *          RESPONSAVEIS DO ALUNO (NOME, PARENTESCO, TELEFONE,
      *          ENDERECO E INDICACAO DE QUEM RECEBE A
      *          CORRESPONDENCIA) E CONSULTA DOS COMUNICADOS DE
      *          DESEMPENHO JA EMITIDOS PARA A FAMILIA (COMUNLOG).
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   15-10-2026  JVC  Criacao - o cadastro de alunos nao tinha
      *                    nenhum dado da familia e os avisos de nota
      *                    baixa eram escritos a mao pela secretaria.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADRESP.
       AUTHOR. JOSE VITOR PESQUEIRA CELESTINO.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RESPONSAVEIS ASSIGN TO "RESPONS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSP-CHAVE
               FILE STATUS IS WS-FS-RESP.

           SELECT ARQ-ALUNOS ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WS-FS-ALUNOS.

           SELECT ARQ-COMUNICADOS ASSIGN TO "COMUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COMUN.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-RESPONSAVEIS.
       COPY RESPREG.

       FD  ARQ-ALUNOS.
       COPY ALUNOREG.

       FD  ARQ-COMUNICADOS.
       COPY COMUNREG.

       WORKING-STORAGE SECTION.
       77 WS-SIGNAL                PIC X   VALUE 'Y'.
       77 WS-FS-RESP               PIC XX  VALUE "00".
       77 WS-FS-ALUNOS             PIC XX  VALUE "00".
       77 WS-FS-COMUN              PIC XX  VALUE "00".
       77 WS-ALUNOS-ABERTO         PIC X   VALUE 'N'.
       77 WS-OPCAO-ENTRADA         PIC X(01).
       77 WS-OPCAO                 REDEFINES WS-OPCAO-ENTRADA
                                    PIC 9(01).
       77 WS-OPCAO-OK              PIC X   VALUE 'N'.
       77 WS-MATR-ENTRADA          PIC X(08).
       77 WS-MATR-VALOR            REDEFINES WS-MATR-ENTRADA
                                    PIC 9(08).
       77 WS-MATR-OK               PIC X   VALUE 'N'.
       77 WS-SEQ-ENTRADA           PIC X(02).
       77 WS-SEQ-VALOR             REDEFINES WS-SEQ-ENTRADA
                                    PIC 9(02).
       77 WS-SEQ-OK                PIC X   VALUE 'N'.
       77 WS-CEP-ENTRADA           PIC X(08).
       77 WS-CEP-VALOR             REDEFINES WS-CEP-ENTRADA
                                    PIC 9(08).
       77 WS-CEP-OK                PIC X   VALUE 'N'.
       77 WS-ACHOU-ALUNO           PIC X   VALUE 'N'.
       77 WS-ACHOU-RESP            PIC X   VALUE 'N'.
       77 WS-EXIBIR-LISTA          PIC X   VALUE 'N'.
       77 WS-FIM-RESP              PIC X   VALUE 'N'.
       77 WS-FIM-COMUN             PIC X   VALUE 'N'.
       77 WS-QTD-RESP              PIC 9(02) VALUE 0.
       77 WS-QTD-CORRESP           PIC 9(02) VALUE 0.
       77 WS-ULT-SEQ               PIC 9(02) VALUE 0.
       77 WS-QTD-COMUNICADOS       PIC 9(05) VALUE 0.
       77 WS-CONFIRMA              PIC X(01) VALUE SPACE.
       77 WS-DATA-HOJE             PIC 9(08) VALUE 0.
       77 WS-NOME-PARENTESCO       PIC X(17) VALUE SPACES.
       77 WS-NOME-MOTIVO           PIC X(30) VALUE SPACES.

       01  WS-DADOS-RESP.
           03  WS-NOME-TRAB         PIC X(40).
           03  WS-PARENTESCO-TRAB   PIC X(01).
               88  WS-PARENTESCO-OK VALUE 'P' 'M' 'L' 'O'.
           03  WS-TELEFONE-TRAB     PIC X(15).
           03  WS-ENDERECO-TRAB     PIC X(50).
           03  WS-BAIRRO-TRAB       PIC X(25).
           03  WS-CIDADE-TRAB       PIC X(25).
           03  WS-UF-TRAB           PIC X(02).
           03  WS-CORRESP-TRAB      PIC X(01).
               88  WS-CORRESP-OK    VALUE 'S' 'N'.

       PROCEDURE DIVISION.
       P100-INICIAR.
            PERFORM P120-ABRIR-ARQUIVOS.
            PERFORM P130-MENU UNTIL WS-SIGNAL <> 'Y'.
            PERFORM P999-FIM.
            EXIT PROGRAM.

      * O cadastro de alunos so e consultado: sem ele a inclusao de
      * responsavel e recusada (matricula nao conferida).
       P120-ABRIR-ARQUIVOS.
            OPEN I-O ARQ-RESPONSAVEIS.
            IF WS-FS-RESP = "35"
               OPEN OUTPUT ARQ-RESPONSAVEIS
               CLOSE ARQ-RESPONSAVEIS
               OPEN I-O ARQ-RESPONSAVEIS
            END-IF.
            OPEN INPUT ARQ-ALUNOS.
            IF WS-FS-ALUNOS = "00"
               MOVE 'S' TO WS-ALUNOS-ABERTO
            ELSE
               DISPLAY "CADASTRO DE ALUNOS NAO ENCONTRADO - INCLUSAO "
                       "DE RESPONSAVEL INDISPONIVEL."
            END-IF.

       P130-MENU.
            DISPLAY " ".
            DISPLAY "**************************************************"
            DISPLAY "**     CADASTRO DE RESPONSAVEIS PELO ALUNO      **"
            DISPLAY "1 - INCLUIR RESPONSAVEL"
            DISPLAY "2 - ALTERAR RESPONSAVEL"
            DISPLAY "3 - EXCLUIR RESPONSAVEL"
            DISPLAY "4 - CONSULTAR RESPONSAVEIS DO ALUNO"
            DISPLAY "5 - CONSULTAR COMUNICADOS ENVIADOS A FAMILIA"
            DISPLAY "**************************************************"
            MOVE 'N' TO WS-OPCAO-OK.
            PERFORM P131-PEDIR-OPCAO UNTIL WS-OPCAO-OK = 'S'.
            EVALUATE WS-OPCAO
               WHEN 1
                  PERFORM P500-INCLUIR
               WHEN 2
                  PERFORM P600-ALTERAR
               WHEN 3
                  PERFORM P650-EXCLUIR
               WHEN 4
                  PERFORM P700-CONSULTAR
               WHEN 5
                  PERFORM P900-CONSULTAR-COMUNICADOS
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
            IF WS-ALUNOS-ABERTO = 'S'
               MOVE WS-MATR-VALOR TO AL-MATRICULA
               READ ARQ-ALUNOS
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE 'S' TO WS-ACHOU-ALUNO
                     DISPLAY "ALUNO: " AL-NOME " TURMA: " AL-TURMA
               END-READ
            END-IF.

      * Percorre os responsaveis do aluno (chave matricula+sequencia)
      * contando quantos sao e quantos recebem correspondencia, e
      * guardando a ultima sequencia usada; com WS-EXIBIR-LISTA = 'S'
      * mostra cada um.
       P260-PERCORRER-RESPONSAVEIS.
            MOVE 0   TO WS-QTD-RESP.
            MOVE 0   TO WS-QTD-CORRESP.
            MOVE 0   TO WS-ULT-SEQ.
            MOVE 'N' TO WS-FIM-RESP.
            MOVE WS-MATR-VALOR TO RSP-MATRICULA.
            MOVE 0             TO RSP-SEQ.
            START ARQ-RESPONSAVEIS KEY NOT < RSP-CHAVE
               INVALID KEY
                  MOVE 'S' TO WS-FIM-RESP
            END-START.
            IF WS-FIM-RESP NOT = 'S'
               PERFORM P265-LER-RESPONSAVEL
            END-IF.
            PERFORM P270-CONTAR-RESPONSAVEL
               UNTIL (WS-FIM-RESP = 'S')
                  OR (RSP-MATRICULA NOT = WS-MATR-VALOR).

       P265-LER-RESPONSAVEL.
            READ ARQ-RESPONSAVEIS NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIM-RESP
            END-READ.

       P270-CONTAR-RESPONSAVEL.
            ADD 1 TO WS-QTD-RESP.
            MOVE RSP-SEQ TO WS-ULT-SEQ.
            IF RSP-RECEBE-CORRESP
               ADD 1 TO WS-QTD-CORRESP
            END-IF.
            IF WS-EXIBIR-LISTA = 'S'
               PERFORM P750-EXIBIR-RESPONSAVEL
            END-IF.
            PERFORM P265-LER-RESPONSAVEL.

       P300-PEDIR-SEQ.
            MOVE 'N' TO WS-SEQ-OK.
            PERFORM P310-ACEITAR-SEQ UNTIL WS-SEQ-OK = 'S'.

       P310-ACEITAR-SEQ.
            DISPLAY "INSIRA A SEQUENCIA DO RESPONSAVEL (2 DIGITOS)."
            ACCEPT WS-SEQ-ENTRADA.
            IF (WS-SEQ-ENTRADA IS NOT NUMERIC) OR (WS-SEQ-VALOR = 0)
               DISPLAY "SEQUENCIA INVALIDA - SOMENTE DIGITOS E "
                       "DIFERENTE DE ZERO. TENTE NOVAMENTE."
            ELSE
               MOVE 'S' TO WS-SEQ-OK
            END-IF.

       P350-LER-RESPONSAVEL.
            MOVE 'N' TO WS-ACHOU-RESP.
            MOVE WS-MATR-VALOR TO RSP-MATRICULA.
            MOVE WS-SEQ-VALOR  TO RSP-SEQ.
            READ ARQ-RESPONSAVEIS
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 'S' TO WS-ACHOU-RESP
            END-READ.

       P400-PEDIR-DADOS.
            DISPLAY "INSIRA O NOME COMPLETO DO RESPONSAVEL."
            ACCEPT WS-NOME-TRAB.
            PERFORM P410-VALIDAR-NOME UNTIL WS-NOME-TRAB NOT = SPACES.
            MOVE SPACE TO WS-PARENTESCO-TRAB.
            PERFORM P420-PEDIR-PARENTESCO UNTIL WS-PARENTESCO-OK.
            DISPLAY "INSIRA O TELEFONE (COM DDD)."
            ACCEPT WS-TELEFONE-TRAB.
            DISPLAY "INSIRA O ENDERECO (RUA, NUMERO, COMPLEMENTO)."
            ACCEPT WS-ENDERECO-TRAB.
            DISPLAY "INSIRA O BAIRRO."
            ACCEPT WS-BAIRRO-TRAB.
            DISPLAY "INSIRA A CIDADE."
            ACCEPT WS-CIDADE-TRAB.
            DISPLAY "INSIRA A UF."
            ACCEPT WS-UF-TRAB.
            MOVE 'N' TO WS-CEP-OK.
            PERFORM P430-PEDIR-CEP UNTIL WS-CEP-OK = 'S'.
            MOVE SPACE TO WS-CORRESP-TRAB.
            PERFORM P440-PEDIR-CORRESP UNTIL WS-CORRESP-OK.

       P410-VALIDAR-NOME.
            DISPLAY "NOME EM BRANCO. INSIRA O NOME COMPLETO DO "
                    "RESPONSAVEL."
            ACCEPT WS-NOME-TRAB.

       P420-PEDIR-PARENTESCO.
            DISPLAY "INSIRA O PARENTESCO (P = PAI, M = MAE, "
                    "L = RESPONSAVEL LEGAL, O = OUTRO)."
            ACCEPT WS-PARENTESCO-TRAB.
            IF NOT WS-PARENTESCO-OK
               DISPLAY "PARENTESCO INVALIDO. TENTE NOVAMENTE."
            END-IF.

      * CEP em branco = nao informado (zero).
       P430-PEDIR-CEP.
            DISPLAY "INSIRA O CEP (8 DIGITOS, BRANCO = NAO INFORMADO)."
            ACCEPT WS-CEP-ENTRADA.
            IF WS-CEP-ENTRADA = SPACES
               MOVE 0 TO WS-CEP-VALOR
               MOVE 'S' TO WS-CEP-OK
            ELSE
               IF WS-CEP-ENTRADA IS NOT NUMERIC
                  DISPLAY "CEP INVALIDO - SOMENTE DIGITOS. "
                          "TENTE NOVAMENTE."
               ELSE
                  MOVE 'S' TO WS-CEP-OK
               END-IF
            END-IF.

       P440-PEDIR-CORRESP.
            DISPLAY "ESTE RESPONSAVEL RECEBE A CORRESPONDENCIA DA "
                    "ESCOLA? (S/N)"
            ACCEPT WS-CORRESP-TRAB.
            IF NOT WS-CORRESP-OK
               DISPLAY "RESPOSTA INVALIDA - S OU N. TENTE NOVAMENTE."
            END-IF.

       P450-MOVER-DADOS.
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
            MOVE WS-NOME-TRAB       TO RSP-NOME.
            MOVE WS-PARENTESCO-TRAB TO RSP-PARENTESCO.
            MOVE WS-TELEFONE-TRAB   TO RSP-TELEFONE.
            MOVE WS-ENDERECO-TRAB   TO RSP-ENDERECO.
            MOVE WS-BAIRRO-TRAB     TO RSP-BAIRRO.
            MOVE WS-CIDADE-TRAB     TO RSP-CIDADE.
            MOVE WS-UF-TRAB         TO RSP-UF.
            MOVE WS-CEP-VALOR       TO RSP-CEP.
            MOVE WS-CORRESP-TRAB    TO RSP-CORRESPONDENCIA.
            MOVE WS-DATA-HOJE       TO RSP-DATA-ALTERACAO.

      * O responsavel entra na proxima sequencia livre do aluno; a
      * matricula tem de existir no cadastro de alunos.
       P500-INCLUIR.
            IF WS-ALUNOS-ABERTO = 'N'
               DISPLAY "CADASTRO DE ALUNOS INDISPONIVEL - INCLUSAO "
                       "CANCELADA."
            ELSE
               PERFORM P200-PEDIR-MATRICULA
               PERFORM P250-LER-ALUNO
               IF WS-ACHOU-ALUNO = 'N'
                  DISPLAY "MATRICULA NAO CADASTRADA NO CADASTRO DE "
                          "ALUNOS."
               ELSE
                  MOVE 'N' TO WS-EXIBIR-LISTA
                  PERFORM P260-PERCORRER-RESPONSAVEIS
                  IF WS-ULT-SEQ >= 99
                     DISPLAY "ALUNO SEM SEQUENCIA LIVRE PARA NOVO "
                             "RESPONSAVEL - EXCLUA UM ANTIGO."
                  ELSE
                     PERFORM P400-PEDIR-DADOS
                     MOVE WS-MATR-VALOR TO RSP-MATRICULA
                     COMPUTE RSP-SEQ = WS-ULT-SEQ + 1
                     PERFORM P450-MOVER-DADOS
                     WRITE WS-REG-RESPONSAVEL
                        INVALID KEY
                           DISPLAY "ERRO AO GRAVAR RESPONSAVEL: "
                                   WS-FS-RESP
                        NOT INVALID KEY
                           DISPLAY "RESPONSAVEL INCLUIDO COM SUCESSO "
                                   "- SEQUENCIA " RSP-SEQ "."
                     END-WRITE
                     PERFORM P800-CONFERIR-CORRESP
                  END-IF
               END-IF
            END-IF.

       P600-ALTERAR.
            PERFORM P200-PEDIR-MATRICULA.
            PERFORM P250-LER-ALUNO.
            MOVE 'S' TO WS-EXIBIR-LISTA.
            PERFORM P260-PERCORRER-RESPONSAVEIS.
            PERFORM P300-PEDIR-SEQ.
            PERFORM P350-LER-RESPONSAVEL.
            IF WS-ACHOU-RESP = 'N'
               DISPLAY "RESPONSAVEL NAO CADASTRADO."
            ELSE
               PERFORM P750-EXIBIR-RESPONSAVEL
               PERFORM P400-PEDIR-DADOS
               PERFORM P450-MOVER-DADOS
               REWRITE WS-REG-RESPONSAVEL
                  INVALID KEY
                     DISPLAY "ERRO AO REGRAVAR RESPONSAVEL: "
                             WS-FS-RESP
                  NOT INVALID KEY
                     DISPLAY "RESPONSAVEL ALTERADO COM SUCESSO."
               END-REWRITE
               PERFORM P800-CONFERIR-CORRESP
            END-IF.

      * A exclusao nao apaga o livro de comunicados - o nome do
      * responsavel ficou gravado em cada comunicado emitido.
       P650-EXCLUIR.
            PERFORM P200-PEDIR-MATRICULA.
            PERFORM P250-LER-ALUNO.
            MOVE 'S' TO WS-EXIBIR-LISTA.
            PERFORM P260-PERCORRER-RESPONSAVEIS.
            PERFORM P300-PEDIR-SEQ.
            PERFORM P350-LER-RESPONSAVEL.
            IF WS-ACHOU-RESP = 'N'
               DISPLAY "RESPONSAVEL NAO CADASTRADO."
            ELSE
               PERFORM P750-EXIBIR-RESPONSAVEL
               DISPLAY "CONFIRMA A EXCLUSAO? (S/N)"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = 'S'
                  DELETE ARQ-RESPONSAVEIS
                     INVALID KEY
                        DISPLAY "ERRO AO EXCLUIR RESPONSAVEL: "
                                WS-FS-RESP
                     NOT INVALID KEY
                        DISPLAY "RESPONSAVEL EXCLUIDO."
                  END-DELETE
                  PERFORM P800-CONFERIR-CORRESP
               ELSE
                  DISPLAY "EXCLUSAO CANCELADA."
               END-IF
            END-IF.

       P700-CONSULTAR.
            PERFORM P200-PEDIR-MATRICULA.
            PERFORM P250-LER-ALUNO.
            MOVE 'S' TO WS-EXIBIR-LISTA.
            PERFORM P260-PERCORRER-RESPONSAVEIS.
            IF WS-QTD-RESP = 0
               DISPLAY "ALUNO SEM RESPONSAVEL CADASTRADO."
            ELSE
               IF WS-QTD-CORRESP = 0
                  DISPLAY " "
                  DISPLAY "ATENCAO: NENHUM RESPONSAVEL DO ALUNO RECEBE "
                          "A CORRESPONDENCIA."
               END-IF
            END-IF.

       P750-EXIBIR-RESPONSAVEL.
            EVALUATE TRUE
               WHEN RSP-PAI
                  MOVE "PAI"               TO WS-NOME-PARENTESCO
               WHEN RSP-MAE
                  MOVE "MAE"               TO WS-NOME-PARENTESCO
               WHEN RSP-RESP-LEGAL
                  MOVE "RESPONSAVEL LEGAL" TO WS-NOME-PARENTESCO
               WHEN OTHER
                  MOVE "OUTRO"             TO WS-NOME-PARENTESCO
            END-EVALUATE.
            DISPLAY " ".
            DISPLAY "Sequencia:   " RSP-SEQ.
            DISPLAY "Nome:        " RSP-NOME.
            DISPLAY "Parentesco:  " WS-NOME-PARENTESCO.
            DISPLAY "Telefone:    " RSP-TELEFONE.
            DISPLAY "Endereco:    " RSP-ENDERECO.
            DISPLAY "             " RSP-BAIRRO " " RSP-CIDADE " "
                    RSP-UF.
            DISPLAY "CEP:         " RSP-CEP.
            IF RSP-RECEBE-CORRESP
               DISPLAY "Corresp.:    RECEBE"
            ELSE
               DISPLAY "Corresp.:    NAO RECEBE"
            END-IF.
            DISPLAY "Alterado em: " RSP-DATA-ALTERACAO.

      * Sem nenhum responsavel marcado o comunicado do quadrimestre
      * sai sem destinatario e vai pelo proprio aluno - o operador
      * e avisado na hora.
       P800-CONFERIR-CORRESP.
            MOVE 'N' TO WS-EXIBIR-LISTA.
            PERFORM P260-PERCORRER-RESPONSAVEIS.
            IF (WS-QTD-RESP > 0) AND (WS-QTD-CORRESP = 0)
               DISPLAY "ATENCAO: NENHUM RESPONSAVEL DO ALUNO RECEBE "
                       "A CORRESPONDENCIA."
            END-IF.

      * Livro de comunicados lido do inicio: um registro por materia
      * citada em cada comunicado emitido ao responsavel.
       P900-CONSULTAR-COMUNICADOS.
            PERFORM P200-PEDIR-MATRICULA.
            PERFORM P250-LER-ALUNO.
            MOVE 0 TO WS-QTD-COMUNICADOS.
            OPEN INPUT ARQ-COMUNICADOS.
            IF WS-FS-COMUN NOT = "00"
               DISPLAY "NENHUM COMUNICADO EMITIDO ATE HOJE."
            ELSE
               MOVE 'N' TO WS-FIM-COMUN
               PERFORM P910-LER-COMUNICADO
               PERFORM P920-EXIBIR-COMUNICADO
                  UNTIL WS-FIM-COMUN = 'S'
               CLOSE ARQ-COMUNICADOS
               IF WS-QTD-COMUNICADOS = 0
                  DISPLAY "NENHUM COMUNICADO EMITIDO PARA O ALUNO."
               END-IF
            END-IF.

       P910-LER-COMUNICADO.
            READ ARQ-COMUNICADOS
               AT END
                  MOVE 'S' TO WS-FIM-COMUN
            END-READ.

       P920-EXIBIR-COMUNICADO.
            IF CMN-MATRICULA = WS-MATR-VALOR
               ADD 1 TO WS-QTD-COMUNICADOS
               EVALUATE TRUE
                  WHEN CMN-NOTA-PENDENTE AND CMN-FREQ-BAIXA
                     MOVE "NOTA PENDENTE E FREQ. BAIXA"
                          TO WS-NOME-MOTIVO
                  WHEN CMN-NOTA-BAIXA AND CMN-FREQ-BAIXA
                     MOVE "MEDIA E FREQUENCIA BAIXAS"
                          TO WS-NOME-MOTIVO
                  WHEN CMN-NOTA-PENDENTE
                     MOVE "NOTA PENDENTE" TO WS-NOME-MOTIVO
                  WHEN CMN-NOTA-BAIXA
                     MOVE "MEDIA ABAIXO DA MINIMA" TO WS-NOME-MOTIVO
                  WHEN OTHER
                     MOVE "FREQUENCIA ABAIXO DA MINIMA"
                          TO WS-NOME-MOTIVO
               END-EVALUATE
               DISPLAY CMN-DATA-EMISSAO " " CMN-ANO-LETIVO "/"
                       CMN-TERMO " QUAD " CMN-QUAD " PARA "
                       CMN-SEQ-RESP " " CMN-RESPONSAVEL
               DISPLAY "   " CMN-MATERIA " " WS-NOME-MOTIVO
               IF CMN-CONVOCADO-RECUP
                  DISPLAY "   CONVOCADO PARA A RECUPERACAO EM "
                          CMN-DATA-RECUP
               END-IF
            END-IF.
            PERFORM P910-LER-COMUNICADO.

       P999-FIM.
            CLOSE ARQ-RESPONSAVEIS.
            IF WS-ALUNOS-ABERTO = 'S'
               CLOSE ARQ-ALUNOS
            END-IF.
            STOP RUN.
       END PROGRAM CADRESP.
