      *    NOME DA GERACAO DO ARQUIVO DE INTERFACE DE PRODUTOS
      *    EXCLUIDOS (PRODEXCL.NNNNNN) E SEQUENCIA DA GERACAO,
      *    CONTROLADA PELO ARQUIVO PRODEXCL.SEQ, E VERSAO DO LAYOUT
      *    GRAVADA NO CABECALHO (VER SAIPROD)
       01  SAI-NOME-ARQUIVO.
           02  FILLER          PIC  X(9)  VALUE "PRODEXCL.".
           02  SAI-NOME-SEQ    PIC  9(6)  VALUE ZERO.
       01  SAI-VERSAO-LAYOUT   PIC  9(2)  VALUE 2.
