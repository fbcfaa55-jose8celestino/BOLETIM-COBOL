      ******************************************************************
      * Copybook: PERIOREG
      * Purpose:  Layout do registro de controle de etapa do periodo
      *           (arquivo PERIODO, indexado por ano letivo + termo):
      *           etapa corrente (ABERTO / APURADO / EM CONSELHO /
      *           FECHADO), quem avancou cada etapa e quando, e a
      *           quantidade de reaberturas feitas pela coordenacao.
      * Modification History:
      *   15-10-2026  JVC  Criacao (o fechamento rodava duas vezes ou
      *                    antes da apuracao, e correcoes/cargas
      *                    entravam depois do conselho sem nenhum
      *                    controle de em que etapa o termo estava).
      ******************************************************************
       01  WS-REG-PERIODO.
           03  PER-CHAVE.
               05  PER-ANO-LETIVO       PIC 9(04).
               05  PER-TERMO            PIC 9(01).
           03  PER-ETAPA-ATUAL          PIC 9(01).
               88  PER-ABERTO           VALUE 1.
               88  PER-APURADO          VALUE 2.
               88  PER-EM-CONSELHO      VALUE 3.
               88  PER-FECHADO          VALUE 4.
           03  PER-ETAPA OCCURS 4 TIMES.
               05  PER-ETAPA-OPERADOR   PIC X(10).
               05  PER-ETAPA-DATA       PIC 9(08).
               05  PER-ETAPA-HORA       PIC 9(08).
           03  PER-QTD-REABERTURAS      PIC 9(03).
