      ******************************************************************
      * Author: JOSE CELESTINO
      * Date: 15-10-2026
      * Purpose: EMISSAO DE DOCUMENTOS ESCOLARES - DECLARACAO DE
      *          MATRICULA, DECLARACAO DE ESCOLARIDADE E CERTIFICADO
      *          DE CONCLUSAO, MONTADOS A PARTIR DO CADASTRO DE ALUNOS
      *          E DO HISTORICO DE NOTAS (HISTNOTA). CADA DOCUMENTO
      *          EMITIDO RECEBE UM NUMERO NO LIVRO DE REGISTRO
      *          (LIVROREG) COM TIPO, MATRICULA, DATA E OPERADOR. O
      *          LIVRO E CONSULTADO PELO NUMERO PARA VALIDAR DOCUMENTO
      *          APRESENTADO E PARA EMITIR SEGUNDA VIA, COM CONTAGEM
      *          DAS VIAS. OS DOCUMENTOS SAEM NO ARQUIVO DOCESCOL.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   15-10-2026  JVC  Criacao - declaracoes e certificados eram
      *                    digitados no editor de texto a partir do
      *                    CADALUNO e do HISTESC, com erro de grafia e
      *                    sem controle das vias emitidas.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMITDOC.
       AUTHOR. JOSE VITOR PESQUEIRA CELESTINO.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.

      * REGRAS DE EMISSAO:
      *   M = DECLARACAO DE MATRICULA - ALUNO CURSANDO (OU REMANEJADO)
      *       NA TURMA E ANO LETIVO DO CADASTRO;
      *   E = DECLARACAO DE ESCOLARIDADE - ANO LETIVO INFORMADO, COM
      *       OS RESULTADOS DO ULTIMO TERMO ARQUIVADO NO HISTNOTA;
      *   C = CERTIFICADO DE CONCLUSAO - ULTIMO TERMO ARQUIVADO DO ANO
      *       EM TURMA DO 9o GRAU, COM TODAS AS MATERIAS APROVADAS NO
      *       RESULTADO FINAL (APROVADO, APROV RECUP OU APROV CONS).
      * A EMISSAO E A SEGUNDA VIA SAO RESTRITAS AOS PERFIS SENIOR E
      * COORDENACAO; O DIGITADOR SO CONSULTA O LIVRO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ALUNOS ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WS-FS-ALUNOS.

           SELECT ARQ-HISTORICO ASSIGN TO "HISTNOTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIS-CHAVE
               FILE STATUS IS WS-FS-HIST.

           SELECT ARQ-LIVRO ASSIGN TO "LIVROREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LRG-NUMERO
               FILE STATUS IS WS-FS-LIVRO.

           SELECT ARQ-OPERADORES ASSIGN TO "OPERADOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-FS-OPER.

           SELECT REL-DOCUMENTOS ASSIGN TO "DOCESCOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ALUNOS.
       COPY ALUNOREG.

       FD  ARQ-HISTORICO.
       COPY HISTREG.

       FD  ARQ-LIVRO.
       COPY LIVROREG.

       FD  ARQ-OPERADORES.
       COPY OPERREG.

       FD  REL-DOCUMENTOS.
       01  WS-LINHA-DOC                 PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-SIGNAL                PIC X   VALUE 'Y'.
       77 WS-FS-ALUNOS             PIC XX  VALUE "00".
       77 WS-FS-HIST               PIC XX  VALUE "00".
       77 WS-FS-LIVRO              PIC XX  VALUE "00".
       77 WS-FS-OPER               PIC XX  VALUE "00".
       77 WS-FS-REL                PIC XX  VALUE "00".
       77 WS-ALUNOS-ABERTO         PIC X   VALUE 'N'.
       77 WS-HIST-ABERTO           PIC X   VALUE 'N'.
       77 WS-LIVRO-ABERTO          PIC X   VALUE 'N'.
       77 WS-REL-ABERTO            PIC X   VALUE 'N'.
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
       77 WS-ANO-ENTRADA           PIC X(04).
       77 WS-ANO-VALOR             REDEFINES WS-ANO-ENTRADA
                                    PIC 9(04).
       77 WS-ANO-OK                PIC X   VALUE 'N'.
       77 WS-NUM-ENTRADA           PIC X(06).
       77 WS-NUM-VALOR             REDEFINES WS-NUM-ENTRADA
                                    PIC 9(06).
       77 WS-NUM-OK                PIC X   VALUE 'N'.
       77 WS-ACHOU-ALUNO           PIC X   VALUE 'N'.
       77 WS-ACHOU-REGISTRO        PIC X   VALUE 'N'.
       77 WS-FIM-LIVRO             PIC X   VALUE 'N'.
       77 WS-FIM-HISTORICO         PIC X   VALUE 'N'.
       77 WS-CONFIRMA              PIC X(01) VALUE SPACE.
       77 WS-TIPO-DOC              PIC X(01) VALUE SPACE.
       77 WS-DOC-OK                PIC X   VALUE 'N'.
       77 WS-DOC-TURMA             PIC X(10) VALUE SPACES.
       77 WS-DOC-ANO               PIC 9(04) VALUE 0.
       77 WS-DOC-TERMO             PIC 9(01) VALUE 0.
       77 WS-IDX-TERMO             PIC 9(01) VALUE 0.
       77 WS-TERMO-ACHADO          PIC 9(01) VALUE 0.
       77 WS-NUMERO-REGISTRO       PIC 9(06) VALUE 0.
       77 WS-QTD-MAT-TERMO         PIC 9(03) VALUE 0.
       77 WS-QTD-NAO-APROV         PIC 9(03) VALUE 0.
       77 WS-QTD-DOCUMENTOS        PIC 9(05) VALUE 0.
       77 WS-DATA-HOJE             PIC 9(08) VALUE 0.
       77 WS-HORA-AGORA            PIC 9(08) VALUE 0.
       77 WS-DESCR-TIPO            PIC X(30) VALUE SPACES.
       77 WS-NOTA-EDITADA          PIC Z9.99.

       01  WS-TURMA-DOC.
           03  WS-TURMA-GRAU-X      PIC X(01).
           03  WS-TURMA-SUFIXO      PIC X(09).
       01  WS-TURMA-DOC-R REDEFINES WS-TURMA-DOC.
           03  WS-TURMA-GRAU        PIC 9(01).
           03  FILLER               PIC X(09).

       01  WS-DATA-TRAB             PIC 9(08) VALUE 0.
       01  WS-DATA-TRAB-R REDEFINES WS-DATA-TRAB.
           03  WS-DT-ANO            PIC 9(04).
           03  WS-DT-MES            PIC 9(02).
           03  WS-DT-DIA            PIC 9(02).

       01  WS-DATA-FORMATADA.
           03  DF-DIA               PIC 9(02).
           03  FILLER               PIC X(01) VALUE "/".
           03  DF-MES               PIC 9(02).
           03  FILLER               PIC X(01) VALUE "/".
           03  DF-ANO               PIC 9(04).

       COPY OPERCTL.

       COPY ALSITCTL.

       01  WS-DOC-TEXTO             PIC X(80) VALUE SPACES.

       01  WS-DOC-TITULO.
           03  FILLER               PIC X(24) VALUE SPACES.
           03  DOC-TITULO           PIC X(30).
           03  FILLER               PIC X(26) VALUE SPACES.

       01  WS-DOC-REGISTRO.
           03  FILLER               PIC X(23)
                                     VALUE "LIVRO DE REGISTRO - No".
           03  DOC-NUMERO           PIC 9(06).
           03  FILLER               PIC X(51) VALUE SPACES.

       01  WS-DOC-CAB-MATERIAS.
           03  FILLER               PIC X(02) VALUE SPACES.
           03  FILLER               PIC X(20) VALUE "MATERIA".
           03  FILLER               PIC X(03) VALUE SPACES.
           03  FILLER               PIC X(05) VALUE "MEDIA".
           03  FILLER               PIC X(03) VALUE SPACES.
           03  FILLER               PIC X(05) VALUE "FREQ%".
           03  FILLER               PIC X(03) VALUE SPACES.
           03  FILLER               PIC X(12) VALUE "RESULTADO".
           03  FILLER               PIC X(27) VALUE SPACES.

       01  WS-DOC-LIN-MATERIA.
           03  FILLER               PIC X(02) VALUE SPACES.
           03  DOC-MATERIA          PIC X(20).
           03  FILLER               PIC X(03) VALUE SPACES.
           03  DOC-MEDIA            PIC X(05).
           03  FILLER               PIC X(03) VALUE SPACES.
           03  DOC-FREQ             PIC ZZ9.9.
           03  FILLER               PIC X(03) VALUE SPACES.
           03  DOC-RESULTADO        PIC X(12).
           03  FILLER               PIC X(27) VALUE SPACES.

       01  WS-DOC-ASSINATURA1.
           03  FILLER               PIC X(22) VALUE SPACES.
           03  FILLER               PIC X(36) VALUE ALL "_".
           03  FILLER               PIC X(22) VALUE SPACES.

       01  WS-DOC-ASSINATURA2.
           03  FILLER               PIC X(31) VALUE SPACES.
           03  FILLER               PIC X(18)
                                     VALUE "SECRETARIA ESCOLAR".
           03  FILLER               PIC X(31) VALUE SPACES.

       01  WS-LINHA-BRANCO          PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       P100-INICIAR.
            PERFORM P112-SIGNON.
            IF NOT CTL-SIGNON-OK
               DISPLAY "ACESSO NAO AUTORIZADO - PROGRAMA ENCERRADO."
               STOP RUN
            END-IF.
            PERFORM P120-ABRIR-ARQUIVOS.
            IF WS-LIVRO-ABERTO = 'S'
               PERFORM P140-OBTER-NUMERO
            END-IF.
            PERFORM P130-MENU UNTIL WS-SIGNAL <> 'Y'.
            PERFORM P999-FIM.
            EXIT PROGRAM.

      * Sign-on do operador no cadastro de operadores (CADOPER), com
      * tres tentativas - o operador autenticado e gravado no livro
      * de registro de cada documento emitido.
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

      * Cadastro de alunos e livro de registro sao obrigatorios; sem
      * o historico de notas so a declaracao de matricula pode ser
      * emitida.
       P120-ABRIR-ARQUIVOS.
            OPEN INPUT ARQ-ALUNOS.
            IF WS-FS-ALUNOS = "00"
               MOVE 'S' TO WS-ALUNOS-ABERTO
            ELSE
               DISPLAY "CADASTRO DE ALUNOS NAO ENCONTRADO - "
                       "CADASTRE OS ALUNOS NO CADALUNO."
               MOVE 'N' TO WS-SIGNAL
            END-IF.
            OPEN INPUT ARQ-HISTORICO.
            IF WS-FS-HIST = "00"
               MOVE 'S' TO WS-HIST-ABERTO
            ELSE
               DISPLAY "ARQUIVO HISTORICO NAO ENCONTRADO - SO A "
                       "DECLARACAO DE MATRICULA PODE SER EMITIDA."
            END-IF.
            OPEN I-O ARQ-LIVRO.
            IF WS-FS-LIVRO = "35"
               OPEN OUTPUT ARQ-LIVRO
               CLOSE ARQ-LIVRO
               OPEN I-O ARQ-LIVRO
            END-IF.
            IF WS-FS-LIVRO = "00"
               MOVE 'S' TO WS-LIVRO-ABERTO
            ELSE
               DISPLAY "ERRO AO ABRIR LIVRO DE REGISTRO: " WS-FS-LIVRO
                       " - PROGRAMA ENCERRADO."
               MOVE 'N' TO WS-SIGNAL
            END-IF.
            OPEN OUTPUT REL-DOCUMENTOS.
            MOVE 'S' TO WS-REL-ABERTO.

      * O proximo numero e o seguinte ao maior ja registrado no livro;
      * livro vazio (primeiro documento) comeca do 1.
       P140-OBTER-NUMERO.
            MOVE 0 TO WS-NUMERO-REGISTRO.
            MOVE 'N' TO WS-FIM-LIVRO.
            MOVE 0 TO LRG-NUMERO.
            START ARQ-LIVRO KEY NOT < LRG-NUMERO
               INVALID KEY
                  MOVE 'S' TO WS-FIM-LIVRO
            END-START.
            IF WS-FIM-LIVRO NOT = 'S'
               PERFORM P141-LER-LIVRO
            END-IF.
            PERFORM P142-GUARDAR-NUMERO
               UNTIL WS-FIM-LIVRO = 'S'.

       P141-LER-LIVRO.
            READ ARQ-LIVRO NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIM-LIVRO
            END-READ.

       P142-GUARDAR-NUMERO.
            IF LRG-NUMERO > WS-NUMERO-REGISTRO
               MOVE LRG-NUMERO TO WS-NUMERO-REGISTRO
            END-IF.
            PERFORM P141-LER-LIVRO.

       P130-MENU.
            DISPLAY " ".
            DISPLAY "**************************************************"
            DISPLAY "**        EMISSAO DE DOCUMENTOS ESCOLARES       **"
            DISPLAY "1 - DECLARACAO DE MATRICULA"
            DISPLAY "2 - DECLARACAO DE ESCOLARIDADE"
            DISPLAY "3 - CERTIFICADO DE CONCLUSAO"
            DISPLAY "4 - CONSULTAR REGISTRO (VALIDACAO)"
            DISPLAY "5 - SEGUNDA VIA"
            DISPLAY "**************************************************"
            MOVE 'N' TO WS-OPCAO-OK.
            PERFORM P131-PEDIR-OPCAO UNTIL WS-OPCAO-OK = 'S'.
            EVALUATE WS-OPCAO
               WHEN 1
                  MOVE 'M' TO WS-TIPO-DOC
                  PERFORM P300-EMITIR-DOCUMENTO
               WHEN 2
                  MOVE 'E' TO WS-TIPO-DOC
                  PERFORM P300-EMITIR-DOCUMENTO
               WHEN 3
                  MOVE 'C' TO WS-TIPO-DOC
                  PERFORM P300-EMITIR-DOCUMENTO
               WHEN 4
                  PERFORM P600-CONSULTAR-REGISTRO
               WHEN 5
                  PERFORM P700-SEGUNDA-VIA
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

       P260-PEDIR-ANO.
            MOVE 'N' TO WS-ANO-OK.
            PERFORM P261-ACEITAR-ANO UNTIL WS-ANO-OK = 'S'.

       P261-ACEITAR-ANO.
            DISPLAY "INSIRA O ANO LETIVO DO DOCUMENTO (AAAA)."
            ACCEPT WS-ANO-ENTRADA.
            IF (WS-ANO-ENTRADA IS NOT NUMERIC) OR (WS-ANO-VALOR = 0)
               DISPLAY "ANO INVALIDO - SOMENTE DIGITOS E DIFERENTE "
                       "DE ZERO. TENTE NOVAMENTE."
            ELSE
               MOVE 'S' TO WS-ANO-OK
            END-IF.

       P270-PEDIR-NUMERO.
            MOVE 'N' TO WS-NUM-OK.
            PERFORM P271-ACEITAR-NUMERO UNTIL WS-NUM-OK = 'S'.

       P271-ACEITAR-NUMERO.
            DISPLAY "INSIRA O NUMERO DO REGISTRO DO DOCUMENTO "
                    "(6 DIGITOS)."
            ACCEPT WS-NUM-ENTRADA.
            IF (WS-NUM-ENTRADA IS NOT NUMERIC) OR (WS-NUM-VALOR = 0)
               DISPLAY "NUMERO INVALIDO - SOMENTE DIGITOS E DIFERENTE "
                       "DE ZERO. TENTE NOVAMENTE."
            ELSE
               MOVE 'S' TO WS-NUM-OK
            END-IF.

       P280-LER-REGISTRO.
            MOVE 'N' TO WS-ACHOU-REGISTRO.
            MOVE WS-NUM-VALOR TO LRG-NUMERO.
            READ ARQ-LIVRO
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 'S' TO WS-ACHOU-REGISTRO
            END-READ.

      * Emissao: o aluno precisa estar no cadastro (o nome impresso e
      * o do cadastro, nunca digitado) e passar na conferencia do
      * tipo de documento; so entao o numero e tomado no livro.
       P300-EMITIR-DOCUMENTO.
            IF CTL-OPER-DIGITADOR
               DISPLAY "EMISSAO DE DOCUMENTOS RESTRITA AOS PERFIS "
                       "SENIOR E COORDENACAO."
            ELSE
               PERFORM P200-PEDIR-MATRICULA
               PERFORM P250-LER-ALUNO
               IF WS-ACHOU-ALUNO = 'N'
                  DISPLAY "MATRICULA NAO CADASTRADA."
               ELSE
                  MOVE 'N' TO WS-DOC-OK
                  EVALUATE WS-TIPO-DOC
                     WHEN 'M'
                        PERFORM P310-CONFERIR-MATRICULA
                     WHEN 'E'
                        PERFORM P320-CONFERIR-ESCOLARIDADE
                     WHEN 'C'
                        PERFORM P330-CONFERIR-CERTIFICADO
                  END-EVALUATE
                  IF WS-DOC-OK = 'S'
                     PERFORM P350-REGISTRAR-DOCUMENTO
                  END-IF
               END-IF
            END-IF.

      * Transferido, desistente ou falecido nao tem matricula ativa
      * a declarar.
       P310-CONFERIR-MATRICULA.
            IF AL-AFASTADO
               MOVE AL-SITUACAO TO CTL-SIT-CODIGO-BUSCA
               PERFORM P760-DESCREVER-SITUACAO
               DISPLAY "ALUNO " CTL-SIT-NOME " - DECLARACAO DE "
                       "MATRICULA RECUSADA."
            ELSE
               MOVE AL-TURMA      TO WS-DOC-TURMA
               MOVE AL-ANO-LETIVO TO WS-DOC-ANO
               MOVE 0             TO WS-DOC-TERMO
               MOVE 'S' TO WS-DOC-OK
            END-IF.

       P320-CONFERIR-ESCOLARIDADE.
            PERFORM P260-PEDIR-ANO.
            PERFORM P400-LOCALIZAR-TERMO.
            IF WS-DOC-TERMO = 0
               DISPLAY "NENHUM LANCAMENTO ARQUIVADO DO ALUNO NO ANO "
                       WS-ANO-VALOR " - DECLARACAO RECUSADA."
            ELSE
               MOVE 'S' TO WS-DOC-OK
            END-IF.

      * Certificado so para quem concluiu: turma do 9o grau no ultimo
      * termo arquivado do ano e todas as materias com resultado
      * final de aprovacao - resultado em branco (nao apurado),
      * INCOMPLETO ou qualquer reprovacao recusam a emissao.
       P330-CONFERIR-CERTIFICADO.
            PERFORM P260-PEDIR-ANO.
            PERFORM P400-LOCALIZAR-TERMO.
            IF WS-DOC-TERMO = 0
               DISPLAY "NENHUM LANCAMENTO ARQUIVADO DO ALUNO NO ANO "
                       WS-ANO-VALOR " - CERTIFICADO RECUSADO."
            ELSE
               PERFORM P420-CONFERIR-CONCLUSAO
               MOVE WS-DOC-TURMA TO WS-TURMA-DOC
               EVALUATE TRUE
                  WHEN (WS-TURMA-GRAU-X IS NOT NUMERIC)
                    OR (WS-TURMA-GRAU NOT = 9)
                     DISPLAY "TURMA " WS-DOC-TURMA " NAO E DE "
                             "CONCLUSAO (9o GRAU) - CERTIFICADO "
                             "RECUSADO."
                  WHEN WS-QTD-NAO-APROV > 0
                     DISPLAY "ALUNO COM " WS-QTD-NAO-APROV
                             " MATERIA(S) SEM APROVACAO NO TERMO "
                             WS-DOC-TERMO " - CERTIFICADO RECUSADO."
                  WHEN OTHER
                     MOVE 'S' TO WS-DOC-OK
               END-EVALUATE
            END-IF.

       P350-REGISTRAR-DOCUMENTO.
            ACCEPT WS-DATA-HOJE  FROM DATE YYYYMMDD.
            ACCEPT WS-HORA-AGORA FROM TIME.
            ADD 1 TO WS-NUMERO-REGISTRO.
            MOVE WS-NUMERO-REGISTRO TO LRG-NUMERO.
            MOVE WS-TIPO-DOC        TO LRG-TIPO.
            MOVE AL-MATRICULA       TO LRG-MATRICULA.
            MOVE AL-NOME            TO LRG-ALUNO.
            MOVE WS-DOC-TURMA       TO LRG-TURMA.
            MOVE WS-DOC-ANO         TO LRG-ANO-LETIVO.
            MOVE WS-DOC-TERMO       TO LRG-TERMO.
            MOVE WS-DATA-HOJE       TO LRG-DATA.
            MOVE WS-HORA-AGORA      TO LRG-HORA.
            MOVE CTL-OPER-ID        TO LRG-OPERADOR.
            MOVE 1                  TO LRG-QTD-VIAS.
            MOVE WS-DATA-HOJE       TO LRG-DATA-ULT-VIA.
            WRITE WS-REG-LIVRO
               INVALID KEY
                  DISPLAY "ERRO AO GRAVAR NO LIVRO DE REGISTRO: "
                          WS-FS-LIVRO " - DOCUMENTO NAO EMITIDO."
               NOT INVALID KEY
                  PERFORM P500-IMPRIMIR-DOCUMENTO
                  DISPLAY "DOCUMENTO EMITIDO - REGISTRO No "
                          LRG-NUMERO "."
            END-WRITE.

      * O historico e chaveado por ano+termo+matricula+materia; o
      * termo do documento e o maior termo do ano em que o aluno tem
      * lancamento arquivado, e a turma e a gravada nesse termo.
       P400-LOCALIZAR-TERMO.
            MOVE 0 TO WS-TERMO-ACHADO.
            MOVE SPACES TO WS-DOC-TURMA.
            MOVE WS-ANO-VALOR TO WS-DOC-ANO.
            IF WS-HIST-ABERTO = 'S'
               PERFORM P410-PROCURAR-TERMO
                  VARYING WS-IDX-TERMO FROM 1 BY 1
                  UNTIL WS-IDX-TERMO > 4
            END-IF.
            MOVE WS-TERMO-ACHADO TO WS-DOC-TERMO.

       P410-PROCURAR-TERMO.
            MOVE WS-IDX-TERMO TO WS-DOC-TERMO.
            PERFORM P430-POSICIONAR-TERMO.
            IF WS-FIM-HISTORICO NOT = 'S'
               MOVE WS-IDX-TERMO TO WS-TERMO-ACHADO
               MOVE HIS-TURMA    TO WS-DOC-TURMA
            END-IF.

       P420-CONFERIR-CONCLUSAO.
            MOVE 0 TO WS-QTD-MAT-TERMO.
            MOVE 0 TO WS-QTD-NAO-APROV.
            PERFORM P430-POSICIONAR-TERMO.
            PERFORM P425-CONFERIR-MATERIA
               UNTIL WS-FIM-HISTORICO = 'S'.

       P425-CONFERIR-MATERIA.
            ADD 1 TO WS-QTD-MAT-TERMO.
            IF (HIS-RESULT-FINAL NOT = "APROVADO")
               AND (HIS-RESULT-FINAL NOT = "APROV RECUP")
               AND (HIS-RESULT-FINAL NOT = "APROV CONS")
               ADD 1 TO WS-QTD-NAO-APROV
            END-IF.
            PERFORM P450-LER-HISTORICO.

      * Posiciona no primeiro lancamento do aluno no ano/termo do
      * documento; fim de historico quando nao houver nenhum.
       P430-POSICIONAR-TERMO.
            MOVE 'N' TO WS-FIM-HISTORICO.
            MOVE WS-DOC-ANO     TO HIS-ANO-LETIVO.
            MOVE WS-DOC-TERMO   TO HIS-TERMO.
            MOVE WS-MATR-VALOR  TO HIS-MATRICULA.
            MOVE LOW-VALUES     TO HIS-MATERIA.
            START ARQ-HISTORICO KEY NOT < HIS-CHAVE
               INVALID KEY
                  MOVE 'S' TO WS-FIM-HISTORICO
            END-START.
            IF WS-FIM-HISTORICO NOT = 'S'
               PERFORM P450-LER-HISTORICO
            END-IF.

       P450-LER-HISTORICO.
            READ ARQ-HISTORICO
               AT END
                  MOVE 'S' TO WS-FIM-HISTORICO
            END-READ.
            IF WS-FIM-HISTORICO NOT = 'S'
               IF (HIS-ANO-LETIVO NOT = WS-DOC-ANO)
                  OR (HIS-TERMO NOT = WS-DOC-TERMO)
                  OR (HIS-MATRICULA NOT = WS-MATR-VALOR)
                  MOVE 'S' TO WS-FIM-HISTORICO
               END-IF
            END-IF.

      * O documento e montado so com o que esta no livro de registro
      * (e no historico, para as materias) - a segunda via sai igual
      * ao original, ainda que o cadastro do aluno tenha mudado.
       P500-IMPRIMIR-DOCUMENTO.
            PERFORM P660-DESCREVER-TIPO.
            MOVE WS-DESCR-TIPO TO DOC-TITULO.
            MOVE LRG-NUMERO    TO DOC-NUMERO.
            WRITE WS-LINHA-DOC FROM WS-DOC-TITULO.
            WRITE WS-LINHA-DOC FROM WS-LINHA-BRANCO.
            WRITE WS-LINHA-DOC FROM WS-DOC-REGISTRO.
            WRITE WS-LINHA-DOC FROM WS-LINHA-BRANCO.
            MOVE "DECLARAMOS, PARA OS DEVIDOS FINS, QUE O(A) ALUNO(A)"
                 TO WS-DOC-TEXTO.
            WRITE WS-LINHA-DOC FROM WS-DOC-TEXTO.
            MOVE SPACES TO WS-DOC-TEXTO.
            STRING LRG-ALUNO           DELIMITED BY "  "
                   ", MATRICULA "      DELIMITED BY SIZE
                   LRG-MATRICULA       DELIMITED BY SIZE
                   ","                 DELIMITED BY SIZE
                   INTO WS-DOC-TEXTO
            END-STRING.
            WRITE WS-LINHA-DOC FROM WS-DOC-TEXTO.
            EVALUATE TRUE
               WHEN LRG-DECL-MATRICULA
                  PERFORM P510-TEXTO-MATRICULA
               WHEN LRG-DECL-ESCOLARIDADE
                  PERFORM P520-TEXTO-ESCOLARIDADE
                  PERFORM P530-IMPRIMIR-MATERIAS
               WHEN LRG-CERTIFICADO
                  PERFORM P525-TEXTO-CERTIFICADO
                  PERFORM P530-IMPRIMIR-MATERIAS
            END-EVALUATE.
            PERFORM P550-IMPRIMIR-FECHO.
            ADD 1 TO WS-QTD-DOCUMENTOS.

       P510-TEXTO-MATRICULA.
            MOVE SPACES TO WS-DOC-TEXTO.
            STRING "ESTA REGULARMENTE MATRICULADO(A) NA TURMA "
                                       DELIMITED BY SIZE
                   LRG-TURMA           DELIMITED BY "  "
                   " NO ANO LETIVO "   DELIMITED BY SIZE
                   LRG-ANO-LETIVO      DELIMITED BY SIZE
                   "."                 DELIMITED BY SIZE
                   INTO WS-DOC-TEXTO
            END-STRING.
            WRITE WS-LINHA-DOC FROM WS-DOC-TEXTO.

       P520-TEXTO-ESCOLARIDADE.
            MOVE SPACES TO WS-DOC-TEXTO.
            STRING "CURSOU A TURMA "   DELIMITED BY SIZE
                   LRG-TURMA           DELIMITED BY "  "
                   " NO ANO LETIVO "   DELIMITED BY SIZE
                   LRG-ANO-LETIVO      DELIMITED BY SIZE
                   ", COM OS RESULTADOS ABAIXO, APURADOS"
                                       DELIMITED BY SIZE
                   INTO WS-DOC-TEXTO
            END-STRING.
            WRITE WS-LINHA-DOC FROM WS-DOC-TEXTO.
            MOVE SPACES TO WS-DOC-TEXTO.
            STRING "ATE O "            DELIMITED BY SIZE
                   LRG-TERMO           DELIMITED BY SIZE
                   "o TERMO."          DELIMITED BY SIZE
                   INTO WS-DOC-TEXTO
            END-STRING.
            WRITE WS-LINHA-DOC FROM WS-DOC-TEXTO.

       P525-TEXTO-CERTIFICADO.
            MOVE SPACES TO WS-DOC-TEXTO.
            STRING "CONCLUIU O ENSINO FUNDAMENTAL NA TURMA "
                                       DELIMITED BY SIZE
                   LRG-TURMA           DELIMITED BY "  "
                   " NO ANO LETIVO "   DELIMITED BY SIZE
                   LRG-ANO-LETIVO      DELIMITED BY SIZE
                   ","                 DELIMITED BY SIZE
                   INTO WS-DOC-TEXTO
            END-STRING.
            WRITE WS-LINHA-DOC FROM WS-DOC-TEXTO.
            MOVE "TENDO SIDO APROVADO(A) EM TODAS AS MATERIAS ABAIXO."
                 TO WS-DOC-TEXTO.
            WRITE WS-LINHA-DOC FROM WS-DOC-TEXTO.

      * Media em branco para lancamento INCOMPLETO e resultado do
      * termo quando o final ainda nao foi apurado - mesmo padrao do
      * HISTESC.
       P530-IMPRIMIR-MATERIAS.
            WRITE WS-LINHA-DOC FROM WS-LINHA-BRANCO.
            WRITE WS-LINHA-DOC FROM WS-DOC-CAB-MATERIAS.
            MOVE LRG-MATRICULA  TO WS-MATR-VALOR.
            MOVE LRG-ANO-LETIVO TO WS-DOC-ANO.
            MOVE LRG-TERMO      TO WS-DOC-TERMO.
            IF WS-HIST-ABERTO = 'S'
               PERFORM P430-POSICIONAR-TERMO
               PERFORM P540-IMPRIMIR-MATERIA
                  UNTIL WS-FIM-HISTORICO = 'S'
            END-IF.

       P540-IMPRIMIR-MATERIA.
            MOVE HIS-MATERIA TO DOC-MATERIA.
            IF (HIS-STATUS = "INCOMPLETO")
               OR (HIS-RESULT-FINAL = "INCOMPLETO")
               MOVE SPACES TO DOC-MEDIA
            ELSE
               MOVE HIS-MEDIA TO WS-NOTA-EDITADA
               MOVE WS-NOTA-EDITADA TO DOC-MEDIA
            END-IF.
            MOVE HIS-PERC-FREQ TO DOC-FREQ.
            IF HIS-RESULT-FINAL = SPACES
               MOVE HIS-STATUS TO DOC-RESULTADO
            ELSE
               MOVE HIS-RESULT-FINAL TO DOC-RESULTADO
            END-IF.
            WRITE WS-LINHA-DOC FROM WS-DOC-LIN-MATERIA.
            PERFORM P450-LER-HISTORICO.

      * Fecho: data da emissao original, via (a partir da segunda) e
      * assinatura da secretaria; o documento termina em nova pagina.
       P550-IMPRIMIR-FECHO.
            WRITE WS-LINHA-DOC FROM WS-LINHA-BRANCO.
            MOVE LRG-DATA TO WS-DATA-TRAB.
            PERFORM P590-FORMATAR-DATA.
            MOVE SPACES TO WS-DOC-TEXTO.
            STRING "EMITIDO EM "       DELIMITED BY SIZE
                   WS-DATA-FORMATADA   DELIMITED BY SIZE
                   " - OPERADOR "      DELIMITED BY SIZE
                   LRG-OPERADOR        DELIMITED BY SIZE
                   INTO WS-DOC-TEXTO
            END-STRING.
            WRITE WS-LINHA-DOC FROM WS-DOC-TEXTO.
            IF LRG-QTD-VIAS > 1
               MOVE LRG-DATA-ULT-VIA TO WS-DATA-TRAB
               PERFORM P590-FORMATAR-DATA
               MOVE SPACES TO WS-DOC-TEXTO
               STRING "VIA No "           DELIMITED BY SIZE
                      LRG-QTD-VIAS        DELIMITED BY SIZE
                      " EMITIDA EM "      DELIMITED BY SIZE
                      WS-DATA-FORMATADA   DELIMITED BY SIZE
                      INTO WS-DOC-TEXTO
               END-STRING
               WRITE WS-LINHA-DOC FROM WS-DOC-TEXTO
            END-IF.
            WRITE WS-LINHA-DOC FROM WS-LINHA-BRANCO.
            WRITE WS-LINHA-DOC FROM WS-LINHA-BRANCO.
            WRITE WS-LINHA-DOC FROM WS-DOC-ASSINATURA1.
            WRITE WS-LINHA-DOC FROM WS-DOC-ASSINATURA2.
            WRITE WS-LINHA-DOC FROM WS-LINHA-BRANCO
               AFTER ADVANCING PAGE.

       P590-FORMATAR-DATA.
            MOVE WS-DT-DIA TO DF-DIA.
            MOVE WS-DT-MES TO DF-MES.
            MOVE WS-DT-ANO TO DF-ANO.

      * Validacao de documento apresentado: o numero impresso precisa
      * existir no livro com o mesmo aluno, tipo e data.
       P600-CONSULTAR-REGISTRO.
            PERFORM P270-PEDIR-NUMERO.
            PERFORM P280-LER-REGISTRO.
            IF WS-ACHOU-REGISTRO = 'N'
               DISPLAY "REGISTRO NAO ENCONTRADO NO LIVRO - DOCUMENTO "
                       "NAO EMITIDO POR ESTA ESCOLA."
            ELSE
               PERFORM P650-EXIBIR-REGISTRO
            END-IF.

       P650-EXIBIR-REGISTRO.
            PERFORM P660-DESCREVER-TIPO.
            DISPLAY " ".
            DISPLAY "Registro:      " LRG-NUMERO.
            DISPLAY "Documento:     " WS-DESCR-TIPO.
            DISPLAY "Matricula:     " LRG-MATRICULA.
            DISPLAY "Aluno:         " LRG-ALUNO.
            DISPLAY "Turma:         " LRG-TURMA.
            DISPLAY "Ano letivo:    " LRG-ANO-LETIVO.
            IF LRG-TERMO > 0
               DISPLAY "Termo:         " LRG-TERMO
            END-IF.
            MOVE LRG-DATA TO WS-DATA-TRAB.
            PERFORM P590-FORMATAR-DATA.
            DISPLAY "Emitido em:    " WS-DATA-FORMATADA.
            DISPLAY "Operador:      " LRG-OPERADOR.
            DISPLAY "Vias emitidas: " LRG-QTD-VIAS.
            MOVE LRG-DATA-ULT-VIA TO WS-DATA-TRAB.
            PERFORM P590-FORMATAR-DATA.
            DISPLAY "Ultima via em: " WS-DATA-FORMATADA.

       P660-DESCREVER-TIPO.
            EVALUATE TRUE
               WHEN LRG-DECL-MATRICULA
                  MOVE "DECLARACAO DE MATRICULA"    TO WS-DESCR-TIPO
               WHEN LRG-DECL-ESCOLARIDADE
                  MOVE "DECLARACAO DE ESCOLARIDADE" TO WS-DESCR-TIPO
               WHEN LRG-CERTIFICADO
                  MOVE "CERTIFICADO DE CONCLUSAO"   TO WS-DESCR-TIPO
               WHEN OTHER
                  MOVE "TIPO DESCONHECIDO"          TO WS-DESCR-TIPO
            END-EVALUATE.

      * Segunda via: reimprime o documento registrado com o mesmo
      * numero, somando a via no livro.
       P700-SEGUNDA-VIA.
            IF CTL-OPER-DIGITADOR
               DISPLAY "SEGUNDA VIA RESTRITA AOS PERFIS SENIOR E "
                       "COORDENACAO."
            ELSE
               PERFORM P270-PEDIR-NUMERO
               PERFORM P280-LER-REGISTRO
               IF WS-ACHOU-REGISTRO = 'N'
                  DISPLAY "REGISTRO NAO ENCONTRADO NO LIVRO."
               ELSE
                  PERFORM P650-EXIBIR-REGISTRO
                  DISPLAY "CONFIRMA A EMISSAO DE NOVA VIA? (S/N)"
                  ACCEPT WS-CONFIRMA
                  IF WS-CONFIRMA = 'S'
                     PERFORM P710-REGISTRAR-VIA
                  ELSE
                     DISPLAY "SEGUNDA VIA CANCELADA."
                  END-IF
               END-IF
            END-IF.

       P710-REGISTRAR-VIA.
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
            ADD 1 TO LRG-QTD-VIAS.
            MOVE WS-DATA-HOJE TO LRG-DATA-ULT-VIA.
            REWRITE WS-REG-LIVRO
               INVALID KEY
                  DISPLAY "ERRO AO REGRAVAR LIVRO DE REGISTRO: "
                          WS-FS-LIVRO " - VIA NAO EMITIDA."
               NOT INVALID KEY
                  PERFORM P500-IMPRIMIR-DOCUMENTO
                  DISPLAY "VIA " LRG-QTD-VIAS " DO REGISTRO No "
                          LRG-NUMERO " EMITIDA."
            END-REWRITE.

       P760-DESCREVER-SITUACAO.
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
            IF WS-HIST-ABERTO = 'S'
               CLOSE ARQ-HISTORICO
            END-IF.
            IF WS-LIVRO-ABERTO = 'S'
               CLOSE ARQ-LIVRO
            END-IF.
            IF WS-REL-ABERTO = 'S'
               CLOSE REL-DOCUMENTOS
            END-IF.
            DISPLAY "DOCUMENTOS IMPRESSOS NESTA SESSAO: "
                    WS-QTD-DOCUMENTOS.
            STOP RUN.
       END PROGRAM EMITDOC.
