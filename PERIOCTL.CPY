      ******************************************************************
      * Copybook: PERIOCTL
      * Purpose:  Area de trabalho com a etapa corrente do periodo
      *           (ano letivo / termo dos PARAMETROS) ja lida do
      *           arquivo PERIODO, compartilhada pelos programas que
      *           lancam, apuram, decidem ou fecham o termo para que
      *           todos apliquem a mesma regra de etapa. Sem registro
      *           no PERIODO o termo e considerado ABERTO.
      * Modification History:
      *   15-10-2026  JVC  Criacao.
      ******************************************************************
       01  CTL-PERIODO.
           03  CTL-PER-ETAPA            PIC 9(01) VALUE 1.
               88  CTL-PER-ABERTO       VALUE 1.
               88  CTL-PER-APURADO      VALUE 2.
               88  CTL-PER-EM-CONSELHO  VALUE 3.
               88  CTL-PER-FECHADO      VALUE 4.
           03  CTL-PER-CONTROLADO       PIC X(01) VALUE 'N'.
               88  CTL-PER-COM-CONTROLE VALUE 'S'.
           03  CTL-PER-REGISTRADO       PIC X(01) VALUE 'N'.
               88  CTL-PER-EXISTE       VALUE 'S'.
           03  CTL-TAB-ETAPAS.
               05  FILLER               PIC X(11) VALUE "ABERTO".
               05  FILLER               PIC X(11) VALUE "APURADO".
               05  FILLER               PIC X(11) VALUE "EM CONSELHO".
               05  FILLER               PIC X(11) VALUE "FECHADO".
           03  CTL-TAB-ETAPAS-R REDEFINES CTL-TAB-ETAPAS.
               05  CTL-NOME-ETAPA       PIC X(11) OCCURS 4 TIMES.
