      ******************************************************************
      * Copybook: FICAIREG
      * Purpose:  Layout do registro de caso de aluno infrequente
      *           (arquivo FICAI, indexado por matricula + sequencia
      *           do caso): aberto pela rodada diaria (FICAIDIA) ao
      *           emitir a ficha de comunicacao (FICAI) e acompanhado
      *           ate o retorno do aluno ou o encerramento, com os
      *           contatos e o encaminhamento registrados no CADFICAI.
      * Modification History:
      *   15-10-2026  JVC  Criacao.
      ******************************************************************
       01  WS-REG-FICAI.
           03  FIC-CHAVE.
               05  FIC-MATRICULA        PIC 9(08).
               05  FIC-SEQ              PIC 9(03).
           03  FIC-ALUNO                PIC X(40).
           03  FIC-TURMA                PIC X(10).
           03  FIC-SITUACAO             PIC X(01).
               88  FIC-ABERTA           VALUE 'A'.
               88  FIC-NO-CONSELHO      VALUE 'C'.
               88  FIC-EM-ACOMPANHAMENTO VALUE 'A' 'C'.
               88  FIC-RETORNOU         VALUE 'R'.
               88  FIC-ENCERRADA        VALUE 'E'.
           03  FIC-MOTIVO               PIC X(01).
               88  FIC-POR-CONSECUTIVAS VALUE 'C'.
               88  FIC-POR-PERCENTUAL   VALUE 'P'.
           03  FIC-DATA-ABERTURA        PIC 9(08).
           03  FIC-FALTAS-CONSEC        PIC 9(03).
           03  FIC-MATERIA-CONSEC       PIC X(20).
           03  FIC-PERC-FALTAS-MES      PIC 9(03).
           03  FIC-DATA-ULT-PRESENCA    PIC 9(08).
           03  FIC-DATA-ULT-FALTA       PIC 9(08).
           03  FIC-DATA-CONSELHO        PIC 9(08).
           03  FIC-DATA-ENCERRAMENTO    PIC 9(08).
           03  FIC-QTD-CONTATOS         PIC 9(03).
           03  FIC-OPERADOR             PIC X(10).
