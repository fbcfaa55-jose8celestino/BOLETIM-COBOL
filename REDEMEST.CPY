      ******************************************************************
      * Copybook: REDEMEST
      * Purpose:  Layout do registro do mestre consolidado da rede
      *           (arquivo MESTREDE, indexado por escola + matricula +
      *           materia), carregado pelo CONSREDE a partir das
      *           remessas das escolas. O restante do registro e a
      *           imagem do registro mestre da escola (WSINFO) - a
      *           matricula de uma escola pode repetir a de outra, por
      *           isso o codigo INEP vai na frente da chave.
      * Modification History:
      *   15-10-2026  JVC  Criacao.
      ******************************************************************
       01  WS-REG-REDE-MESTRE.
           03  RMS-CHAVE.
               05  RMS-COD-ESCOLA       PIC 9(08).
               05  RMS-CHAVE-LOCAL      PIC X(28).
           03  RMS-DADOS-LOCAL          PIC X(136).

       01  WS-REG-REDE-MESTRE-IMG.
           03  FILLER                   PIC X(08).
           03  RMS-INFO                 PIC X(164).
