      ******************************************************************
      * Copybook: REDEMATR
      * Purpose:  Layout do registro do cadastro de materias
      *           consolidado da rede (arquivo MATERDE, indexado por
      *           escola + nome da materia), carregado pelo CONSREDE a
      *           partir das remessas das escolas. O restante do
      *           registro e a imagem do cadastro de materias da
      *           escola (MATERREG).
      * Modification History:
      *   15-10-2026  JVC  Criacao.
      ******************************************************************
       01  WS-REG-REDE-MATERIA.
           03  RMT-CHAVE.
               05  RMT-COD-ESCOLA       PIC 9(08).
               05  RMT-MATERIA          PIC X(20).
           03  RMT-DADOS-LOCAL          PIC X(44).

       01  WS-REG-REDE-MATERIA-IMG.
           03  FILLER                   PIC X(08).
           03  RMT-REG-MATERIA          PIC X(64).
