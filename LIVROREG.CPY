      ******************************************************************
      * Copybook: LIVROREG
      * Purpose:  Layout do registro do livro de registro de
      *           documentos escolares (arquivo LIVROREG, indexado pelo
      *           numero do registro). Gravado pelo EMITDOC a cada
      *           declaracao ou certificado emitido, com os dados que
      *           saem impressos no documento - e por ele que a segunda
      *           via e a validacao de documento apresentado sao
      *           feitas.
      * Modification History:
      *   15-10-2026  JVC  Criacao.
      ******************************************************************
       01  WS-REG-LIVRO.
           03  LRG-NUMERO               PIC 9(06).
           03  LRG-TIPO                 PIC X(01).
               88  LRG-DECL-MATRICULA   VALUE 'M'.
               88  LRG-DECL-ESCOLARIDADE VALUE 'E'.
               88  LRG-CERTIFICADO      VALUE 'C'.
           03  LRG-MATRICULA            PIC 9(08).
           03  LRG-ALUNO                PIC X(40).
           03  LRG-TURMA                PIC X(10).
           03  LRG-ANO-LETIVO           PIC 9(04).
           03  LRG-TERMO                PIC 9(01).
           03  LRG-DATA                 PIC 9(08).
           03  LRG-HORA                 PIC 9(08).
           03  LRG-OPERADOR             PIC X(10).
           03  LRG-QTD-VIAS             PIC 9(02).
           03  LRG-DATA-ULT-VIA         PIC 9(08).
