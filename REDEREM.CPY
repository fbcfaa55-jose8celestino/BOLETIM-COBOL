      ******************************************************************
      * Copybook: REDEREM
      * Purpose:  Header e trailer da remessa da escola para a
      *           consolidacao da rede (arquivo REMREDE). O REDEEXP
      *           grava, na escola, um header (tipo H) com o codigo
      *           INEP e o ano/termo, os registros do cadastro de
      *           alunos (A), do cadastro de materias (D), do mestre
      *           (M) e do historico (N), cada um com o layout do seu
      *           copybook, e um trailer (T) com as contagens e as
      *           somas das medias como total de controle. O CONSREDE,
      *           na secretaria, confere cada remessa contra o seu
      *           trailer antes de carregar.
      * Modification History:
      *   15-10-2026  JVC  Criacao.
      ******************************************************************
       01  WS-HEADER-REDE.
           03  HDR-COD-ESCOLA           PIC 9(08).
           03  HDR-ANO-LETIVO           PIC 9(04).
           03  HDR-TERMO                PIC 9(01).
           03  HDR-DATA-GERACAO         PIC 9(08).
           03  HDR-HORA-GERACAO         PIC 9(08).

       01  WS-TRAILER-REDE.
           03  TRL-COD-ESCOLA           PIC 9(08).
           03  TRL-QTD-ALUNOS           PIC 9(05).
           03  TRL-QTD-MATERIAS         PIC 9(05).
           03  TRL-QTD-MESTRE           PIC 9(05).
           03  TRL-QTD-HISTORICO        PIC 9(05).
           03  TRL-SOMA-MEDIAS-MESTRE   PIC 9(09)V99.
           03  TRL-SOMA-MEDIAS-HIST     PIC 9(09)V99.
