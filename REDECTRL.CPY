      ******************************************************************
      * Copybook: REDECTRL
      * Purpose:  Layout do registro de controle da consolidacao da
      *           rede (arquivo REDECTRL, indexado pelo codigo INEP da
      *           escola): situacao da escola na ultima rodada do
      *           CONSREDE e dados da ultima remessa aceita, cujos
      *           registros continuam no consolidado enquanto a escola
      *           nao mandar outra remessa correta. Lido pelo REDECOMP
      *           para destacar a escola que nao enviou ou que enviou
      *           remessa divergente.
      * Modification History:
      *   15-10-2026  JVC  Criacao.
      ******************************************************************
       01  WS-REG-REDE-CONTROLE.
           03  RCT-COD-ESCOLA           PIC 9(08).
           03  RCT-NOME                 PIC X(40).
           03  RCT-DATA-RODADA          PIC 9(08).
           03  RCT-ANO-RODADA           PIC 9(04).
           03  RCT-TERMO-RODADA         PIC 9(01).
           03  RCT-SITUACAO             PIC X(01).
               88  RCT-RECEBIDA         VALUE 'R'.
               88  RCT-NAO-ENVIOU       VALUE 'N'.
               88  RCT-DIVERGENTE       VALUE 'D'.
           03  RCT-MOTIVO               PIC X(30).
           03  RCT-ANO-CARGA            PIC 9(04).
           03  RCT-TERMO-CARGA          PIC 9(01).
           03  RCT-DATA-GERACAO         PIC 9(08).
           03  RCT-DATA-CARGA           PIC 9(08).
           03  RCT-QTD-ALUNOS           PIC 9(05).
           03  RCT-QTD-MATERIAS         PIC 9(05).
           03  RCT-QTD-MESTRE           PIC 9(05).
           03  RCT-QTD-HISTORICO        PIC 9(05).
