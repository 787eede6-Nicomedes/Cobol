       FD  CAD-ESTOQUE
           LABEL  RECORD  STANDARD.
       01  REG-ESTOQUE.
           02  CODPROD-EST         PIC  9(5).
           02  QTDE-ESTOQUE        PIC  9(5).
           02  QTDE-PEDIDO-ABERTO  PIC  9(5).
      *    CUSTO MEDIO PONDERADO, RECALCULADO A CADA ENTRADA COM O
      *    CUSTO UNITARIO PAGO; REGISTROS GRAVADOS ANTES DESTE CAMPO
      *    CONTEM BRANCOS, E OS LEITORES DEVEM TRATAR CONTEUDO NAO
      *    NUMERICO COMO ZERO
           02  CUSTO-MEDIO         PIC  9(4)V9(4).
           02  FILLER              PIC  X(10).
