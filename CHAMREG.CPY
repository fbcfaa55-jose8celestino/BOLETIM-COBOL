      ******************************************************************
      * Copybook: CHAMREG
      * Purpose:  Layout do registro da chamada diaria (arquivo
      *           CHAMADA, indexado por matricula + materia + data):
      *           presenca, falta ou falta justificada do aluno em
      *           cada dia letivo da materia. Carregado pelo CHAMLOTE,
      *           que acumula as faltas por quadrimestre no FREQUENC,
      *           e lido pela rodada diaria de infrequencia
      *           (FICAIDIA).
      * Modification History:
      *   15-10-2026  JVC  Criacao.
      ******************************************************************
       01  WS-REG-CHAMADA.
           03  CHM-CHAVE.
               05  CHM-MATRICULA        PIC 9(08).
               05  CHM-MATERIA          PIC X(20).
               05  CHM-DATA             PIC 9(08).
           03  CHM-SITUACAO             PIC X(01).
               88  CHM-PRESENTE         VALUE 'P'.
               88  CHM-FALTA            VALUE 'F'.
               88  CHM-FALTA-JUSTIF     VALUE 'J'.
               88  CHM-SITUACAO-VALIDA  VALUE 'P' 'F' 'J'.
           03  CHM-OPERADOR             PIC X(10).
           03  CHM-DATA-CARGA           PIC 9(08).
