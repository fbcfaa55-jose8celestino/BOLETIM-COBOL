      ******************************************************************
      * Copybook: FICACORG
      * Purpose:  Layout do registro do acompanhamento dos casos de
      *           aluno infrequente (arquivo FICAIACO, gravado em
      *           EXTEND a cada ocorrencia do caso): abertura,
      *           contato com a familia, encaminhamento ao Conselho
      *           Tutelar, retorno do aluno e encerramento, com data
      *           da ocorrencia, descricao, programa, operador e
      *           data/hora do registro.
      * Modification History:
      *   15-10-2026  JVC  Criacao.
      ******************************************************************
       01  WS-REG-FICAI-ACOMP.
           03  FAC-MATRICULA            PIC 9(08).
           03  FAC-SEQ                  PIC 9(03).
           03  FAC-TIPO                 PIC X(01).
               88  FAC-ABERTURA         VALUE 'A'.
               88  FAC-CONTATO          VALUE 'T'.
               88  FAC-CONSELHO         VALUE 'C'.
               88  FAC-RETORNO          VALUE 'R'.
               88  FAC-ENCERRAMENTO     VALUE 'E'.
           03  FAC-DATA-OCORRENCIA      PIC 9(08).
           03  FAC-DESCRICAO            PIC X(60).
           03  FAC-PROGRAMA             PIC X(08).
           03  FAC-OPERADOR             PIC X(10).
           03  FAC-DATA                 PIC 9(08).
           03  FAC-HORA                 PIC 9(08).
