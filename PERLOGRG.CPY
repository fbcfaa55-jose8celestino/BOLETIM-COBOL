      ******************************************************************
      * Copybook: PERLOGRG
      * Purpose:  Layout do registro do log de etapas do periodo
      *           (arquivo PERIOLOG, gravado em EXTEND a cada avanco
      *           ou reabertura): ano/termo, etapa anterior e nova,
      *           programa que fez a mudanca, motivo (obrigatorio na
      *           reabertura), operador e data/hora.
      * Modification History:
      *   15-10-2026  JVC  Criacao.
      ******************************************************************
       01  WS-REG-PERLOG.
           03  PLG-ANO-LETIVO           PIC 9(04).
           03  PLG-TERMO                PIC 9(01).
           03  PLG-ETAPA-ANTERIOR       PIC 9(01).
           03  PLG-ETAPA-NOVA           PIC 9(01).
           03  PLG-PROGRAMA             PIC X(08).
           03  PLG-MOTIVO               PIC X(60).
           03  PLG-OPERADOR             PIC X(10).
           03  PLG-DATA                 PIC 9(08).
           03  PLG-HORA                 PIC 9(08).
