      ******************************************************************
      * Copybook: REDEALUN
      * Purpose:  Layout do registro do cadastro de alunos consolidado
      *           da rede (arquivo ALUNODE, indexado por escola +
      *           matricula), carregado pelo CONSREDE a partir das
      *           remessas das escolas. O restante do registro e a
      *           imagem do cadastro de alunos da escola (ALUNOREG).
      * Modification History:
      *   15-10-2026  JVC  Criacao.
      ******************************************************************
       01  WS-REG-REDE-ALUNO.
           03  RAL-CHAVE.
               05  RAL-COD-ESCOLA       PIC 9(08).
               05  RAL-MATRICULA        PIC 9(08).
           03  RAL-DADOS-LOCAL          PIC X(73).

       01  WS-REG-REDE-ALUNO-IMG.
           03  FILLER                   PIC X(08).
           03  RAL-REG-ALUNO            PIC X(81).
