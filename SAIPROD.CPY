      *    DA GERACAO), DETALHES (TIPO D) E TRAILER (TIPO T: TOTAL DE
      *    DETALHES), PARA O DESTINO VALIDAR A COMPLETUDE E REJEITAR
      *    ARQUIVO PARCIAL
      *    SAI-CAB-VERSAO IDENTIFICA O LAYOUT DOS DETALHES: 02 =
      *    CODPROD COM 5 DIGITOS; GERACOES ANTERIORES, SEM VERSAO
      *    NO CABECALHO, SAO DO LAYOUT 01 (CODPROD COM 3 DIGITOS)
       FD  ARQ-SAIDA-EXCLUIDOS
           LABEL  RECORD  STANDARD.
       01  REG-SAIDA-CABECALHO.
           02  SAI-CAB-TIPO    PIC  X.
           02  SAI-CAB-DATA    PIC  X(10).
           02  SAI-CAB-SEQ     PIC  9(6).
           02  SAI-CAB-VERSAO  PIC  9(2).
       01  REG-SAIDA-EXCLUIDO.
           02  SAI-TIPO-REG    PIC  X.
           02  SAI-CODPROD     PIC  9(5).
           02  SAI-DESCRI      PIC  X(20).
           02  SAI-PRECO       PIC  9(4)V99.
       01  REG-SAIDA-TRAILER.
