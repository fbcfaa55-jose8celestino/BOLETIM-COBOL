      ******************************************************************
      * Copybook: MAPAMOV
      * Purpose:  Linha de identificacao do mapa de retorno nos
      *           arquivos de movimento (MOVNOTAS e MOVFREQ). O MAPARET
      *           grava uma linha destas antes das linhas de cada mapa;
      *           o NOTALOTE e o FREQLOTE conferem as linhas seguintes
      *           contra o registro do mapa (MAPAS). A marca "MAPA" na
      *           posicao da matricula nunca e numerica, por isso nao
      *           se confunde com uma linha de aluno.
      * Modification History:
      *   15-10-2026  JVC  Criacao.
      ******************************************************************
       01  WS-REG-MOV-MAPA.
           03  MOVH-MARCA               PIC X(04).
               88  MOVH-CABECALHO       VALUE "MAPA".
           03  MOVH-NUMERO              PIC X(06).
           03  MOVH-ANO-LETIVO          PIC X(04).
           03  MOVH-TERMO               PIC X(01).
           03  MOVH-TURMA               PIC X(10).
