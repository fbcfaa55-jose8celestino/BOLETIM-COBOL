      *   02-09-2026  JVC  Acrescenta o limite de materias reprovadas
      *                    para a promocao de ano (PROMOANO), padrao
      *                    regulamentar de 2.
      *   15-10-2026  JVC  Acrescenta o codigo INEP da escola (sem
      *                    padrao - zero impede a exportacao do
      *                    Censo Escolar).
      *   15-10-2026  JVC  Acrescenta os limites de infrequencia da
      *                    FICAI (padrao de 5 faltas consecutivas e
      *                    25% de faltas no mes) e o calendario dos
      *                    quadrimestres (sem padrao - zero impede a
      *                    carga da chamada diaria).
      ******************************************************************
       01  CTL-PARAMETROS.
           03  CTL-NOTA-CORTE           PIC 9(02)V99 VALUE 7.00.
           03  CTL-ANO-LETIVO           PIC 9(04)    VALUE 0.
           03  CTL-TERMO                PIC 9(01)    VALUE 0.
           03  CTL-MAX-REPROV           PIC 9(02)    VALUE 2.
           03  CTL-COD-ESCOLA           PIC 9(08)    VALUE 0.
           03  CTL-LIM-FALTAS-CONSEC    PIC 9(02)    VALUE 5.
           03  CTL-LIM-PERC-FALTAS      PIC 9(03)    VALUE 25.
           03  CTL-CALENDARIO           VALUE ZEROS.
               05  CTL-INICIO-QUAD      PIC 9(08) OCCURS 4 TIMES.
