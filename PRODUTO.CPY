       FD  CAD-PRODUTO
           LABEL  RECORD  STANDARD.
       01  REG-PRODUTO.
           02  CODPROD         PIC  9(5).
           02  DESCRI          PIC  X(20).
           02  PRECO           PIC  9(4)V99.
           02  STATUS-REG      PIC  X.
      *    LEITORES DEVEM TRATAR CONTEUDO NAO NUMERICO COMO ZERO
           02  ESTQ-MINIMO     PIC  9(5).
           02  QTDE-REPOSICAO  PIC  9(5).
           02  FILLER          PIC  X(7).
