      ******************************************************************
      * Copybook: REDEHIST
      * Purpose:  Layout do registro do historico de notas consolidado
      *           da rede (arquivo HISTREDE, indexado por escola + ano
      *           letivo + termo + matricula + materia), carregado pelo
      *           CONSREDE a partir das remessas das escolas. O
      *           restante do registro e a imagem do historico da
      *           escola (HISTREG).
      * Modification History:
      *   15-10-2026  JVC  Criacao.
      ******************************************************************
       01  WS-REG-REDE-HISTORICO.
           03  RHS-CHAVE.
               05  RHS-COD-ESCOLA       PIC 9(08).
               05  RHS-CHAVE-LOCAL      PIC X(33).
           03  RHS-DADOS-LOCAL          PIC X(107).

       01  WS-REG-REDE-HISTORICO-IMG.
           03  FILLER                   PIC X(08).
           03  RHS-REG-HISTORICO        PIC X(140).
