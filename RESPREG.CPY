      ******************************************************************
      * Copybook: RESPREG
      * Purpose:  Layout do registro do cadastro de responsaveis pelo
      *           aluno (arquivo RESPONS, indexado por matricula +
      *           sequencia do responsavel), mantido pelo CADRESP.
      *           Um aluno pode ter varios responsaveis; os marcados
      *           para correspondencia recebem o comunicado de
      *           desempenho do quadrimestre (COMUNPAI).
      * Modification History:
      *   15-10-2026  JVC  Criacao.
      ******************************************************************
       01  WS-REG-RESPONSAVEL.
           03  RSP-CHAVE.
               05  RSP-MATRICULA        PIC 9(08).
               05  RSP-SEQ              PIC 9(02).
           03  RSP-NOME                 PIC X(40).
           03  RSP-PARENTESCO           PIC X(01).
               88  RSP-PAI              VALUE 'P'.
               88  RSP-MAE              VALUE 'M'.
               88  RSP-RESP-LEGAL       VALUE 'L'.
               88  RSP-OUTRO            VALUE 'O'.
               88  RSP-PARENTESCO-VALIDO VALUE 'P' 'M' 'L' 'O'.
           03  RSP-TELEFONE             PIC X(15).
           03  RSP-ENDERECO             PIC X(50).
           03  RSP-BAIRRO               PIC X(25).
           03  RSP-CIDADE               PIC X(25).
           03  RSP-UF                   PIC X(02).
           03  RSP-CEP                  PIC 9(08).
           03  RSP-CORRESPONDENCIA      PIC X(01).
               88  RSP-RECEBE-CORRESP   VALUE 'S'
                                         FALSE 'N'.
           03  RSP-DATA-ALTERACAO       PIC 9(08).
