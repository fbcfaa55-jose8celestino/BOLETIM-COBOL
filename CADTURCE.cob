      ******************************************************************
      * Author: JOSE CELESTINO
      * Date: 15-10-2026
      * Purpose: MANUTENCAO DO CADASTRO DE TURMAS DO CENSO ESCOLAR
      *          (ARQUIVO TURMACEN, INDEXADO PELO NOME DA TURMA) -
      *          INCLUSAO, ALTERACAO E CONSULTA DO CODIGO INEP DA
      *          TURMA, USADO PELO CENSOEXP NO ARQUIVO DE CARGA DA
      *          SITUACAO DO ALUNO.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   15-10-2026  JVC  Criacao - o codigo INEP da turma e
      *                    obrigatorio no arquivo de carga do Censo e
      *                    so existia na planilha da secretaria.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADTURCE.
       AUTHOR. JOSE VITOR PESQUEIRA CELESTINO.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-TURMAS-CENSO ASSIGN TO "TURMACEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCE-TURMA
               FILE STATUS IS WS-FS-TURCEN.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-TURMAS-CENSO.
       COPY TURCENRG.

       WORKING-STORAGE SECTION.
       77 WS-SIGNAL                PIC X   VALUE 'Y'.
       77 WS-FS-TURCEN             PIC XX  VALUE "00".
       77 WS-OPCAO-ENTRADA         PIC X(01).
       77 WS-OPCAO                 REDEFINES WS-OPCAO-ENTRADA
                                    PIC 9(01).
       77 WS-OPCAO-OK              PIC X   VALUE 'N'.
       77 WS-TURMA-TRAB            PIC X(10).
       77 WS-CODIGO-ENTRADA        PIC X(10).
       77 WS-CODIGO-VALOR          REDEFINES WS-CODIGO-ENTRADA
                                    PIC 9(10).
       77 WS-CODIGO-OK             PIC X   VALUE 'N'.
       77 WS-ACHOU-TURMA           PIC X   VALUE 'N'.

       PROCEDURE DIVISION.
       P100-INICIAR.
            PERFORM P120-ABRIR-ARQUIVOS.
            PERFORM P130-MENU UNTIL WS-SIGNAL <> 'Y'.
            PERFORM P999-FIM.
            EXIT PROGRAM.

       P120-ABRIR-ARQUIVOS.
            OPEN I-O ARQ-TURMAS-CENSO.
            IF WS-FS-TURCEN = "35"
               OPEN OUTPUT ARQ-TURMAS-CENSO
               CLOSE ARQ-TURMAS-CENSO
               OPEN I-O ARQ-TURMAS-CENSO
            END-IF.

       P130-MENU.
            DISPLAY " ".
            DISPLAY "**************************************************"
            DISPLAY "**     CADASTRO DE TURMAS DO CENSO ESCOLAR      **"
            DISPLAY "1 - INCLUIR TURMA"
            DISPLAY "2 - ALTERAR CODIGO INEP DA TURMA"
            DISPLAY "3 - CONSULTAR TURMA"
            DISPLAY "**************************************************"
            MOVE 'N' TO WS-OPCAO-OK.
            PERFORM P131-PEDIR-OPCAO UNTIL WS-OPCAO-OK = 'S'.
            EVALUATE WS-OPCAO
               WHEN 1
                  PERFORM P500-INCLUIR
               WHEN 2
                  PERFORM P600-ALTERAR
               WHEN 3
                  PERFORM P700-CONSULTAR
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

      * A turma e digitada com a mesma grafia do cadastro de alunos
      * (AL-TURMA) - e por ela que o CENSOEXP procura o codigo.
       P200-PEDIR-TURMA.
            DISPLAY "INSIRA A TURMA (COMO NO CADASTRO DE ALUNOS)."
            ACCEPT WS-TURMA-TRAB.
            PERFORM P210-VALIDAR-TURMA UNTIL WS-TURMA-TRAB NOT = SPACES.

       P210-VALIDAR-TURMA.
            DISPLAY "TURMA EM BRANCO. INSIRA A TURMA."
            ACCEPT WS-TURMA-TRAB.

       P300-LER-TURMA.
            MOVE 'N' TO WS-ACHOU-TURMA.
            MOVE WS-TURMA-TRAB TO TCE-TURMA.
            READ ARQ-TURMAS-CENSO
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 'S' TO WS-ACHOU-TURMA
            END-READ.

       P400-PEDIR-CODIGO.
            MOVE 'N' TO WS-CODIGO-OK.
            PERFORM P410-ACEITAR-CODIGO UNTIL WS-CODIGO-OK = 'S'.

       P410-ACEITAR-CODIGO.
            DISPLAY "INSIRA O CODIGO INEP DA TURMA (10 DIGITOS)."
            ACCEPT WS-CODIGO-ENTRADA.
            IF (WS-CODIGO-ENTRADA IS NOT NUMERIC)
               OR (WS-CODIGO-VALOR = 0)
               DISPLAY "CODIGO INVALIDO - SOMENTE DIGITOS E DIFERENTE "
                       "DE ZERO. TENTE NOVAMENTE."
            ELSE
               MOVE 'S' TO WS-CODIGO-OK
            END-IF.

       P500-INCLUIR.
            PERFORM P200-PEDIR-TURMA.
            PERFORM P300-LER-TURMA.
            IF WS-ACHOU-TURMA = 'S'
               DISPLAY "TURMA JA CADASTRADA (CODIGO INEP "
                       TCE-CODIGO-INEP ")."
               DISPLAY "USE A OPCAO DE ALTERACAO."
            ELSE
               PERFORM P400-PEDIR-CODIGO
               MOVE WS-TURMA-TRAB   TO TCE-TURMA
               MOVE WS-CODIGO-VALOR TO TCE-CODIGO-INEP
               WRITE WS-REG-TURMA-CENSO
                  INVALID KEY
                     DISPLAY "ERRO AO GRAVAR TURMA: " WS-FS-TURCEN
                  NOT INVALID KEY
                     DISPLAY "TURMA INCLUIDA COM SUCESSO."
               END-WRITE
            END-IF.

       P600-ALTERAR.
            PERFORM P200-PEDIR-TURMA.
            PERFORM P300-LER-TURMA.
            IF WS-ACHOU-TURMA = 'N'
               DISPLAY "TURMA NAO CADASTRADA."
            ELSE
               PERFORM P750-EXIBIR-TURMA
               PERFORM P400-PEDIR-CODIGO
               MOVE WS-CODIGO-VALOR TO TCE-CODIGO-INEP
               REWRITE WS-REG-TURMA-CENSO
                  INVALID KEY
                     DISPLAY "ERRO AO REGRAVAR TURMA: " WS-FS-TURCEN
                  NOT INVALID KEY
                     DISPLAY "TURMA ALTERADA COM SUCESSO."
               END-REWRITE
            END-IF.

       P700-CONSULTAR.
            PERFORM P200-PEDIR-TURMA.
            PERFORM P300-LER-TURMA.
            IF WS-ACHOU-TURMA = 'N'
               DISPLAY "TURMA NAO CADASTRADA."
            ELSE
               PERFORM P750-EXIBIR-TURMA
            END-IF.

       P750-EXIBIR-TURMA.
            DISPLAY " ".
            DISPLAY "Turma:        " TCE-TURMA.
            DISPLAY "Codigo INEP:  " TCE-CODIGO-INEP.

       P999-FIM.
            CLOSE ARQ-TURMAS-CENSO.
            STOP RUN.
       END PROGRAM CADTURCE.
