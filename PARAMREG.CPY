      *                    para a promocao de ano (PROMOANO): acima
      *                    dele o aluno repete a turma (arquivos
      *                    antigos, sem o campo, caem no padrao de 2).
      *   15-10-2026  JVC  Acrescenta o codigo INEP da escola, exigido
      *                    pela exportacao do Censo Escolar
      *                    (CENSOEXP).
      *   15-10-2026  JVC  Acrescenta os limites de infrequencia da
      *                    FICAI (faltas consecutivas e percentual de
      *                    faltas no mes) e o calendario com a data de
      *                    inicio de cada quadrimestre, usado pela
      *                    chamada diaria (CHAMLOTE) para acumular as
      *                    faltas no quadrimestre certo.
      ******************************************************************
       01  WS-REG-PARAMETROS.
           03  PARM-NOTA-CORTE          PIC 9(02)V99.
           03  PARM-ANO-LETIVO          PIC 9(04).
           03  PARM-TERMO               PIC 9(01).
           03  PARM-MAX-REPROV          PIC 9(02).
           03  PARM-COD-ESCOLA          PIC 9(08).
           03  PARM-LIM-FALTAS-CONSEC   PIC 9(02).
           03  PARM-LIM-PERC-FALTAS     PIC 9(03).
           03  PARM-INICIO-QUAD         PIC 9(08) OCCURS 4 TIMES.
