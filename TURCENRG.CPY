      ******************************************************************
      * Copybook: TURCENRG
      * Purpose:  Layout do registro do cadastro de turmas do Censo
      *           Escolar (arquivo TURMACEN, indexado pelo nome da
      *           turma - a mesma grafia de AL-TURMA e HIS-TURMA),
      *           com o codigo INEP atribuido a turma na primeira
      *           etapa do Censo. Mantido pelo CADTURCE e consultado
      *           pelo CENSOEXP para montar o arquivo de carga.
      * Modification History:
      *   15-10-2026  JVC  Criacao (o codigo INEP da turma so existia
      *                    no sistema do governo e na planilha da
      *                    secretaria).
      ******************************************************************
       01  WS-REG-TURMA-CENSO.
           03  TCE-TURMA                PIC X(10).
           03  TCE-CODIGO-INEP          PIC 9(10).
