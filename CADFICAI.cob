      ******************************************************************
      * Author: JOSE CELESTINO
      * Date: 15-10-2026
      * Purpose: ACOMPANHAMENTO DOS CASOS FICAI - CONSULTA OS CASOS DE
      *          INFREQUENCIA DO ALUNO (ARQUIVO FICAI, ABERTOS PELA
      *          RODADA DIARIA FICAIDIA) COM TODO O ACOMPANHAMENTO, E
      *          REGISTRA AS ETAPAS DO CASO EM ABERTO: CONTATO COM A
      *          FAMILIA, ENCAMINHAMENTO AO CONSELHO TUTELAR, RETORNO
      *          DO ALUNO E ENCERRAMENTO. CADA ETAPA E GRAVADA NO
      *          ACOMPANHAMENTO (FICAIACO) COM DATA, DESCRICAO E
      *          OPERADOR.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   15-10-2026  JVC  Criacao - o andamento da ficha junto a
      *                    familia e ao Conselho Tutelar era anotado
      *                    a mao no verso da ficha impressa.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADFICAI.
       AUTHOR. JOSE VITOR PESQUEIRA CELESTINO.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FICAI ASSIGN TO "FICAI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIC-CHAVE
               FILE STATUS IS WS-FS-FICAI.

           SELECT ARQ-ACOMPANHAMENTO ASSIGN TO "FICAIACO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACOMP.

           SELECT ARQ-OPERADORES ASSIGN TO "OPERADOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-FS-OPER.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FICAI.
       COPY FICAIREG.

       FD  ARQ-ACOMPANHAMENTO.
       COPY FICACORG.

       FD  ARQ-OPERADORES.
       COPY OPERREG.

       WORKING-STORAGE SECTION.
       77 WS-SIGNAL                PIC X   VALUE 'Y'.
       77 WS-FS-FICAI              PIC XX  VALUE "00".
       77 WS-FS-ACOMP              PIC XX  VALUE "00".
       77 WS-FS-OPER               PIC XX  VALUE "00".
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
       77 WS-FIM-CASOS             PIC X   VALUE 'N'.
       77 WS-QTD-CASOS             PIC 9(03) VALUE 0.
       77 WS-SEQ-CASO-ABERTO       PIC 9(03) VALUE 0.
       77 WS-ETAPA-OK              PIC X   VALUE 'N'.
       77 WS-DATA-ENTRADA          PIC X(08).
       77 WS-DATA-VALOR            REDEFINES WS-DATA-ENTRADA
                                    PIC 9(08).
       77 WS-DATA-OK               PIC X   VALUE 'N'.
       77 WS-DESCRICAO             PIC X(60) VALUE SPACES.
       77 WS-CONFIRMA              PIC X(01) VALUE SPACE.
       77 WS-TIPO-ACOMP            PIC X(01) VALUE SPACE.
       77 WS-NOME-SITUACAO         PIC X(20) VALUE SPACES.
       77 WS-NOME-TIPO             PIC X(15) VALUE SPACES.
       77 WS-DATA-HOJE             PIC 9(08) VALUE 0.
       77 WS-HORA-AGORA            PIC 9(08) VALUE 0.
       77 WS-FIM-HISTORICO         PIC X   VALUE 'N'.
       77 WS-QTD-OCORRENCIAS       PIC 9(03) VALUE 0.

       01  WS-DATA-DIGITADA.
           03  WS-DIG-ANO           PIC 9(04).
           03  WS-DIG-MES           PIC 9(02).
           03  WS-DIG-DIA           PIC 9(02).

       COPY OPERCTL.

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
      * tres tentativas - o digitador so consulta; o encerramento do
      * caso e da coordenacao.
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

      * Os casos sao abertos pela rodada diaria; aqui o arquivo so e
      * criado vazio se a rodada ainda nao foi executada.
       P120-ABRIR-ARQUIVOS.
            OPEN I-O ARQ-FICAI.
            IF WS-FS-FICAI = "35"
               OPEN OUTPUT ARQ-FICAI
               CLOSE ARQ-FICAI
               OPEN I-O ARQ-FICAI
            END-IF.
            OPEN EXTEND ARQ-ACOMPANHAMENTO.
            IF WS-FS-ACOMP = "35"
               OPEN OUTPUT ARQ-ACOMPANHAMENTO
               CLOSE ARQ-ACOMPANHAMENTO
               OPEN EXTEND ARQ-ACOMPANHAMENTO
            END-IF.

       P130-MENU.
            DISPLAY " ".
            DISPLAY "**************************************************"
            DISPLAY "**     ACOMPANHAMENTO DE ALUNO INFREQUENTE      **"
            DISPLAY "1 - CONSULTAR CASOS E ACOMPANHAMENTO DO ALUNO"
            DISPLAY "2 - REGISTRAR CONTATO COM A FAMILIA"
            DISPLAY "3 - REGISTRAR ENCAMINHAMENTO AO CONSELHO TUTELAR"
            DISPLAY "4 - REGISTRAR RETORNO DO ALUNO"
            DISPLAY "5 - ENCERRAR CASO (COORDENACAO)"
            DISPLAY "**************************************************"
            MOVE 'N' TO WS-OPCAO-OK.
            PERFORM P131-PEDIR-OPCAO UNTIL WS-OPCAO-OK = 'S'.
            EVALUATE TRUE
               WHEN WS-OPCAO = 1
                  PERFORM P600-CONSULTAR
               WHEN (WS-OPCAO < 2) OR (WS-OPCAO > 5)
                  DISPLAY "OPCAO INVALIDA."
               WHEN CTL-OPER-DIGITADOR
                  DISPLAY "REGISTRO DO ACOMPANHAMENTO RESTRITO AOS "
                          "PERFIS SENIOR E COORDENACAO."
               WHEN (WS-OPCAO = 5) AND NOT CTL-OPER-COORD
                  DISPLAY "ENCERRAMENTO DE CASO RESTRITO A "
                          "COORDENACAO."
               WHEN OTHER
                  PERFORM P300-REGISTRAR-ETAPA
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

      * Percorre os casos do aluno (chave matricula+sequencia) - no
      * maximo um fica em acompanhamento de cada vez.
       P250-LOCALIZAR-CASO-ABERTO.
            MOVE 0 TO WS-QTD-CASOS.
            MOVE 0 TO WS-SEQ-CASO-ABERTO.
            PERFORM P260-POSICIONAR-CASOS.
            PERFORM P270-EXAMINAR-CASO
               UNTIL (WS-FIM-CASOS = 'S')
                  OR (FIC-MATRICULA NOT = WS-MATR-VALOR).

       P260-POSICIONAR-CASOS.
            MOVE 'N' TO WS-FIM-CASOS.
            MOVE WS-MATR-VALOR TO FIC-MATRICULA.
            MOVE 0             TO FIC-SEQ.
            START ARQ-FICAI KEY NOT < FIC-CHAVE
               INVALID KEY
                  MOVE 'S' TO WS-FIM-CASOS
            END-START.
            IF WS-FIM-CASOS NOT = 'S'
               PERFORM P265-LER-CASO
            END-IF.

       P265-LER-CASO.
            READ ARQ-FICAI NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIM-CASOS
            END-READ.

       P270-EXAMINAR-CASO.
            ADD 1 TO WS-QTD-CASOS.
            IF FIC-EM-ACOMPANHAMENTO
               MOVE FIC-SEQ TO WS-SEQ-CASO-ABERTO
            END-IF.
            PERFORM P265-LER-CASO.

      * Registro de uma etapa do caso em acompanhamento: confere se a
      * etapa cabe na situacao do caso, pede data e descricao e
      * grava depois da confirmacao.
       P300-REGISTRAR-ETAPA.
            PERFORM P200-PEDIR-MATRICULA.
            PERFORM P250-LOCALIZAR-CASO-ABERTO.
            IF WS-SEQ-CASO-ABERTO = 0
               IF WS-QTD-CASOS = 0
                  DISPLAY "ALUNO SEM CASO DE INFREQUENCIA."
               ELSE
                  DISPLAY "ALUNO SEM CASO EM ACOMPANHAMENTO - "
                          "CASOS ANTERIORES JA ENCERRADOS."
               END-IF
            ELSE
               MOVE WS-MATR-VALOR      TO FIC-MATRICULA
               MOVE WS-SEQ-CASO-ABERTO TO FIC-SEQ
               READ ARQ-FICAI
                  INVALID KEY
                     DISPLAY "ERRO AO LER CASO: " WS-FS-FICAI
                  NOT INVALID KEY
                     PERFORM P750-EXIBIR-CASO
                     PERFORM P310-CONFERIR-ETAPA
                     IF WS-ETAPA-OK = 'S'
                        PERFORM P320-OBTER-ETAPA
                     END-IF
               END-READ
            END-IF.

       P310-CONFERIR-ETAPA.
            MOVE 'S' TO WS-ETAPA-OK.
            EVALUATE WS-OPCAO
               WHEN 2
                  MOVE 'T' TO WS-TIPO-ACOMP
               WHEN 3
                  MOVE 'C' TO WS-TIPO-ACOMP
                  IF FIC-NO-CONSELHO
                     DISPLAY "CASO JA ENCAMINHADO AO CONSELHO "
                             "TUTELAR EM " FIC-DATA-CONSELHO "."
                     MOVE 'N' TO WS-ETAPA-OK
                  END-IF
               WHEN 4
                  MOVE 'R' TO WS-TIPO-ACOMP
               WHEN 5
                  MOVE 'E' TO WS-TIPO-ACOMP
            END-EVALUATE.

       P320-OBTER-ETAPA.
            MOVE 'N' TO WS-DATA-OK.
            PERFORM P340-PEDIR-DATA UNTIL WS-DATA-OK = 'S'.
            EVALUATE WS-TIPO-ACOMP
               WHEN 'T'
                  DISPLAY "INSIRA O RESULTADO DO CONTATO (QUEM FOI "
                          "CONTATADO, MEIO - ATE 60 POSICOES)."
               WHEN 'C'
                  DISPLAY "INSIRA O ENCAMINHAMENTO (CONSELHO, "
                          "OFICIO - ATE 60 POSICOES)."
               WHEN 'R'
                  DISPLAY "INSIRA A OBSERVACAO DO RETORNO "
                          "(ATE 60 POSICOES)."
               WHEN OTHER
                  DISPLAY "INSIRA O MOTIVO DO ENCERRAMENTO "
                          "(ATE 60 POSICOES)."
            END-EVALUATE.
            ACCEPT WS-DESCRICAO.
            DISPLAY "CONFIRMA O REGISTRO? (S/N)"
            ACCEPT WS-CONFIRMA.
            IF WS-CONFIRMA = 'S'
               PERFORM P400-GRAVAR-ETAPA
            ELSE
               DISPLAY "REGISTRO CANCELADO."
            END-IF.

      * Data da ocorrencia AAAAMMDD: entre a abertura do caso e hoje.
       P340-PEDIR-DATA.
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
            DISPLAY "INSIRA A DATA DA OCORRENCIA (AAAAMMDD)."
            ACCEPT WS-DATA-ENTRADA.
            IF WS-DATA-ENTRADA IS NOT NUMERIC
               DISPLAY "DATA INVALIDA - SOMENTE DIGITOS. "
                       "TENTE NOVAMENTE."
            ELSE
               MOVE WS-DATA-VALOR TO WS-DATA-DIGITADA
               IF (WS-DIG-MES < 1) OR (WS-DIG-MES > 12)
                  OR (WS-DIG-DIA < 1) OR (WS-DIG-DIA > 31)
                  OR (WS-DIG-ANO = 0)
                  DISPLAY "DATA INVALIDA - MES OU DIA FORA DA FAIXA. "
                          "TENTE NOVAMENTE."
               ELSE
                  IF (WS-DATA-VALOR > WS-DATA-HOJE)
                     OR (WS-DATA-VALOR < FIC-DATA-ABERTURA)
                     DISPLAY "DATA ANTERIOR A ABERTURA DO CASO OU "
                             "POSTERIOR A HOJE. TENTE NOVAMENTE."
                  ELSE
                     MOVE 'S' TO WS-DATA-OK
                  END-IF
               END-IF
            END-IF.

       P400-GRAVAR-ETAPA.
            EVALUATE WS-TIPO-ACOMP
               WHEN 'T'
                  ADD 1 TO FIC-QTD-CONTATOS
               WHEN 'C'
                  MOVE 'C'           TO FIC-SITUACAO
                  MOVE WS-DATA-VALOR TO FIC-DATA-CONSELHO
               WHEN 'R'
                  MOVE 'R'           TO FIC-SITUACAO
                  MOVE WS-DATA-VALOR TO FIC-DATA-ENCERRAMENTO
               WHEN 'E'
                  MOVE 'E'           TO FIC-SITUACAO
                  MOVE WS-DATA-VALOR TO FIC-DATA-ENCERRAMENTO
            END-EVALUATE.
            MOVE CTL-OPER-ID TO FIC-OPERADOR.
            REWRITE WS-REG-FICAI
               INVALID KEY
                  DISPLAY "ERRO AO REGRAVAR CASO: " WS-FS-FICAI
               NOT INVALID KEY
                  PERFORM P700-GRAVAR-ACOMPANHAMENTO
                  DISPLAY "ACOMPANHAMENTO REGISTRADO."
            END-REWRITE.

      * Consulta de todos os casos do aluno e de todo o acompanhamento
      * - o acompanhamento e relido do inicio e reaberto em EXTEND ao
      * final.
       P600-CONSULTAR.
            PERFORM P200-PEDIR-MATRICULA.
            MOVE 0 TO WS-QTD-CASOS.
            PERFORM P260-POSICIONAR-CASOS.
            PERFORM P610-EXIBIR-CASO
               UNTIL (WS-FIM-CASOS = 'S')
                  OR (FIC-MATRICULA NOT = WS-MATR-VALOR).
            IF WS-QTD-CASOS = 0
               DISPLAY "ALUNO SEM CASO DE INFREQUENCIA."
            ELSE
               CLOSE ARQ-ACOMPANHAMENTO
               OPEN INPUT ARQ-ACOMPANHAMENTO
               MOVE 0   TO WS-QTD-OCORRENCIAS
               MOVE 'N' TO WS-FIM-HISTORICO
               DISPLAY " "
               DISPLAY "ACOMPANHAMENTO:"
               PERFORM P620-LER-ACOMPANHAMENTO
               PERFORM P630-EXIBIR-OCORRENCIA
                  UNTIL WS-FIM-HISTORICO = 'S'
               IF WS-QTD-OCORRENCIAS = 0
                  DISPLAY "NENHUMA OCORRENCIA REGISTRADA."
               END-IF
               CLOSE ARQ-ACOMPANHAMENTO
               OPEN EXTEND ARQ-ACOMPANHAMENTO
            END-IF.

       P610-EXIBIR-CASO.
            ADD 1 TO WS-QTD-CASOS.
            PERFORM P750-EXIBIR-CASO.
            PERFORM P265-LER-CASO.

       P620-LER-ACOMPANHAMENTO.
            READ ARQ-ACOMPANHAMENTO
               AT END
                  MOVE 'S' TO WS-FIM-HISTORICO
            END-READ.

       P630-EXIBIR-OCORRENCIA.
            IF FAC-MATRICULA = WS-MATR-VALOR
               ADD 1 TO WS-QTD-OCORRENCIAS
               EVALUATE TRUE
                  WHEN FAC-ABERTURA
                     MOVE "ABERTURA"       TO WS-NOME-TIPO
                  WHEN FAC-CONTATO
                     MOVE "CONTATO FAMILIA" TO WS-NOME-TIPO
                  WHEN FAC-CONSELHO
                     MOVE "CONSELHO TUTEL." TO WS-NOME-TIPO
                  WHEN FAC-RETORNO
                     MOVE "RETORNO"        TO WS-NOME-TIPO
                  WHEN OTHER
                     MOVE "ENCERRAMENTO"   TO WS-NOME-TIPO
               END-EVALUATE
               DISPLAY "CASO " FAC-SEQ " " FAC-DATA-OCORRENCIA " "
                       WS-NOME-TIPO
               DISPLAY "   " FAC-DESCRICAO
               DISPLAY "   POR " FAC-OPERADOR " (" FAC-PROGRAMA
                       ") EM " FAC-DATA "/" FAC-HORA
            END-IF.
            PERFORM P620-LER-ACOMPANHAMENTO.

       P700-GRAVAR-ACOMPANHAMENTO.
            ACCEPT WS-DATA-HOJE  FROM DATE YYYYMMDD.
            ACCEPT WS-HORA-AGORA FROM TIME.
            MOVE FIC-MATRICULA  TO FAC-MATRICULA.
            MOVE FIC-SEQ        TO FAC-SEQ.
            MOVE WS-TIPO-ACOMP  TO FAC-TIPO.
            MOVE WS-DATA-VALOR  TO FAC-DATA-OCORRENCIA.
            MOVE WS-DESCRICAO   TO FAC-DESCRICAO.
            MOVE "CADFICAI"     TO FAC-PROGRAMA.
            MOVE CTL-OPER-ID    TO FAC-OPERADOR.
            MOVE WS-DATA-HOJE   TO FAC-DATA.
            MOVE WS-HORA-AGORA  TO FAC-HORA.
            WRITE WS-REG-FICAI-ACOMP.

       P750-EXIBIR-CASO.
            EVALUATE TRUE
               WHEN FIC-ABERTA
                  MOVE "EM ACOMPANHAMENTO"   TO WS-NOME-SITUACAO
               WHEN FIC-NO-CONSELHO
                  MOVE "NO CONSELHO TUTELAR" TO WS-NOME-SITUACAO
               WHEN FIC-RETORNOU
                  MOVE "ALUNO RETORNOU"      TO WS-NOME-SITUACAO
               WHEN OTHER
                  MOVE "ENCERRADO"           TO WS-NOME-SITUACAO
            END-EVALUATE.
            DISPLAY " ".
            DISPLAY "Caso:       " FIC-MATRICULA "/" FIC-SEQ.
            DISPLAY "Aluno:      " FIC-ALUNO.
            DISPLAY "Turma:      " FIC-TURMA.
            DISPLAY "Situacao:   " WS-NOME-SITUACAO.
            DISPLAY "Aberto em:  " FIC-DATA-ABERTURA.
            IF FIC-POR-CONSECUTIVAS
               DISPLAY "Motivo:     " FIC-FALTAS-CONSEC
                       " FALTAS CONSECUTIVAS EM " FIC-MATERIA-CONSEC
            ELSE
               DISPLAY "Motivo:     " FIC-PERC-FALTAS-MES
                       "% DE FALTAS NO MES"
            END-IF.
            DISPLAY "Ult.pres.:  " FIC-DATA-ULT-PRESENCA.
            DISPLAY "Contatos:   " FIC-QTD-CONTATOS.
            IF FIC-DATA-CONSELHO > 0
               DISPLAY "Conselho:   " FIC-DATA-CONSELHO
            END-IF.
            IF FIC-DATA-ENCERRAMENTO > 0
               DISPLAY "Encerrado:  " FIC-DATA-ENCERRAMENTO
            END-IF.

       P999-FIM.
            CLOSE ARQ-FICAI.
            CLOSE ARQ-ACOMPANHAMENTO.
            STOP RUN.
       END PROGRAM CADFICAI.
